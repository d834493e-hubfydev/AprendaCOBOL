      *             TRANSFERENCIA ENTRE FILIAIS (PGMTRF01): A SAIDA
      *             DA ORIGEM E A ENTRADA NO DESTINO GRAVAM CADA UMA
      *             SUA LINHA COM O DOCUMENTO DA TRANSFERENCIA.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O TIPO 'D' DE
      *             DEVOLUCAO A FORNECEDOR (PGMDEV01): SAIDA DO
      *             MATERIAL COM O DOCUMENTO DA DEVOLUCAO.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O TIPO 'P' DE BAIXA POR
      *             PERDA (VENCIDO, QUEBRADO, CONTAMINADO, EXTRAVIADO),
      *             GRAVADO PELO PGMPERGRV COM O DOCUMENTO DA BAIXA.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O TIPO 'Q' DE
      *             REQUISICAO INTERNA (PGMREQ01) E DEST-MOV-EST, O
      *             DESTINO DO MATERIAL (S+SALA OU D+DEPARTAMENTO),
      *             CARIMBADO PELO PGMESTMOV A PARTIR DA REQUISICAO;
      *             EM BRANCO NOS DEMAIS MOVIMENTOS.
      ******************************************************************
       01 REG-ESTMOV.
          03 ID-ESTQ-MOV        PIC 9(04).
             88 MOV-EST-CONSUMO      VALUE 'C'.
             88 MOV-EST-INVENTARIO   VALUE 'I'.
             88 MOV-EST-TRANSFER     VALUE 'T'.
             88 MOV-EST-DEVOLUCAO    VALUE 'D'.
             88 MOV-EST-PERDA        VALUE 'P'.
             88 MOV-EST-REQUISICAO   VALUE 'Q'.
          03 QTD-MOV-EST        PIC 9(06).
          03 SALDO-MOV-EST      PIC 9(06).
          03 LOGIN-MOV-EST      PIC X(10).
          03 DOC-REF-MOV-EST    PIC X(10).
          03 VLR-UNIT-MOV-EST   PIC 9(06)V99 VALUE ZEROS.
          03 DEST-MOV-EST       PIC X(03) VALUE SPACES.
