      *          FALTA DA CONFERENCIA (MESMO PAR DE CAMPOS DO CAIXA),
      *          ALEM DA QUANTIDADE DE CAIXAS AINDA ABERTOS NA HORA DO
      *          BOLETIM.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS VLR-CHEQUE-TES (TOTAL
      *             RECEBIDO EM CHEQUE NOS CAIXAS DO DIA) E
      *             VLR-CHQ-DEP-TES (CHEQUES EM CUSTODIA, BONS PARA ATE
      *             A DATA DO BOLETIM, DEPOSITADOS NELE).
      ******************************************************************
       01 REG-TESOUR.
          03 CHAVE-TESOUR.
          03 VLR-FALTA-TES       PIC 9(08)V99.
          03 QTD-ABERTOS-TES     PIC 9(03).
          03 LOGIN-TES           PIC X(10).
          03 VLR-CHEQUE-TES      PIC 9(08)V99 VALUE ZEROS.
          03 VLR-CHQ-DEP-TES     PIC 9(08)V99 VALUE ZEROS.
