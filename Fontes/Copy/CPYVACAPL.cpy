      ******************************************************************
      * Copybook: CPYVACAPL
      * Purpose: LAYOUT DA APLICACAO DE VACINA (ARQVACAPL): UMA POR
      *          CLIENTE X VACINA X DOSE, COM A DATA, O LOTE USADO
      *          (ARQLOTEST) E SUA VALIDADE, O PROFISSIONAL QUE
      *          APLICOU E O AGENDAMENTO, SE HOUVE. DATA-PROX-VAP E A
      *          DATA PREVISTA DA DOSE SEGUINTE PELO ESQUEMA DO
      *          CATALOGO (CPYVACINA); SIT-PROX-VAP DIZ SE ELA AINDA
      *          ESTA EM ABERTO, SE O PACIENTE JA FOI AVISADO
      *          (PGMVACLEM), SE JA FOI APLICADA OU SE O ESQUEMA
      *          TERMINOU. GRAVADO PELO PGMVAC01, QUE TAMBEM EMITE A
      *          CARTEIRA DE VACINACAO.
      ******************************************************************
       01 REG-VACAPL.
          03 CHAVE-VACAPL.
             05 ID-CLI-VAP       PIC 9(04).
             05 ID-VAC-VAP       PIC 9(03).
             05 DOSE-VAP         PIC 9(02).
          03 DATA-VAP            PIC 9(08) VALUE ZEROS.
          03 NUM-LOTE-VAP        PIC X(10) VALUE SPACES.
          03 VAL-LOTE-VAP        PIC 9(08) VALUE ZEROS.
          03 ID-PROF-VAP         PIC 9(04) VALUE ZEROS.
          03 ID-AGE-VAP          PIC 9(08) VALUE ZEROS.
          03 DATA-PROX-VAP       PIC 9(08) VALUE ZEROS.
          03 SIT-PROX-VAP        PIC X(01) VALUE 'P'.
             88 PROX-PENDENTE    VALUE 'P'.
             88 PROX-AVISADA     VALUE 'L'.
             88 PROX-APLICADA    VALUE 'A'.
             88 ESQUEMA-CONCLUIDO VALUE 'C'.
             88 PROX-EM-ABERTO   VALUE 'P' 'L'.
          03 LOGIN-VAP           PIC X(10) VALUE SPACES.
