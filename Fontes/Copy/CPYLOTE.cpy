      * Manutencao: 22 AGO 2026 - COMP-LOTE AMPLIADA PARA AAAAMM E
      *             DATA-GER-LOTE PARA AAAAMMDD, ACOMPANHANDO AS
      *             DATAS DE QUATRO DIGITOS DE ANO DAS FATURAS.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS O PRAZO CONTRATUAL DE
      *             PAGAMENTO (COPIADO DO CONVENIO NA GERACAO; ZEROS NOS
      *             LOTES ANTERIORES = VALE O PRAZO ATUAL DO CONVENIO) E
      *             A DATA E O NUMERO DO PROTOCOLO DE ENTREGA A
      *             OPERADORA (PGMLOTPRT). O PRAZO CONTA DO PROTOCOLO
      *             OU, SEM ELE, DA GERACAO DO LOTE.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS A DATA DO RETORNO DA
      *             OPERADORA (GRAVADA PELO PGMLOTRET E PELO PGMGLR03)
      *             E O TIPO DO LOTE (N=REMESSA NORMAL, R=RECURSO DE
      *             GLOSA, GRAVADO PELO PGMGLR02), USADOS NO PAINEL DE
      *             DESEMPENHO DOS CONVENIOS (PGMCNVSC).
      ******************************************************************
       01 REG-LOTE.
          03 ID-LOTE            PIC 9(04).
             88 LOTE-RETORNADO  VALUE '2'.
          03 VLR-PAGO-LOTE      PIC 9(08)V99 VALUE ZEROS.
          03 VLR-GLOSA-LOTE     PIC 9(08)V99 VALUE ZEROS.
          03 PRAZO-PAG-LOTE     PIC 9(03) VALUE ZEROS.
          03 DATA-PROT-LOTE     PIC 9(08) VALUE ZEROS.
             88 LOTE-SEM-PROTOCOLO VALUE ZEROS.
          03 NUM-PROT-LOTE      PIC X(15) VALUE SPACES.
          03 DATA-RET-LOTE      PIC 9(08) VALUE ZEROS.
             88 LOTE-SEM-RETORNO VALUE ZEROS.
          03 TIPO-LOTE          PIC X(01) VALUE 'N'.
             88 LOTE-NORMAL     VALUE 'N'.
             88 LOTE-RECURSO    VALUE 'R'.
