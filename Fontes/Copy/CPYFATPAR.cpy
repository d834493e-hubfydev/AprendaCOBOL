      *          PAGA QUANDO A ULTIMA PARCELA E BAIXADA. O AGING
      *          (PGMFATAGE) E A COBRANCA (PGMCOBRA) PERSEGUEM A
      *          PARCELA VENCIDA, NAO A FATURA INTEIRA.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO DATA-MORA-PAR, A DATA
      *             ATE A QUAL A MORA DA PARCELA JA FOI COBRADA (FATURA
      *             TIPO 'J', VEJA PGMMORA). ZEROS ENQUANTO NENHUMA
      *             MORA FOI LANCADA. MIGRACAO UNICA NO PGMLAYMG2.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A SITUACAO DE PARCELA
      *             RENEGOCIADA ('3'): O SALDO DA PARCELA EM ABERTO FOI
      *             ABSORVIDO POR UM ACORDO DE RENEGOCIACAO (PGMACO01)
      *             E ELA SAI DO AGING, DA COBRANCA E DO CAIXA.
      ******************************************************************
       01 REG-FATPAR.
          03 CHAVE-FATPAR.
          03 STATUS-PAR          PIC X(01) VALUE '1'.
             88 PARCELA-ABERTA   VALUE '1'.
             88 PARCELA-PAGA     VALUE '2'.
             88 PARCELA-RENEGOCIADA VALUE '3'.
          03 VLR-PAGO-PAR        PIC 9(06)V99 VALUE ZEROS.
          03 DATA-PAG-PAR        PIC 9(08) VALUE ZEROS.
          03 VLR-DESC-PAR        PIC 9(06)V99 VALUE ZEROS.
          03 ID-BOL-PAR          PIC 9(04) VALUE ZEROS.
             88 PAR-SEM-BOLETO   VALUE ZEROS.
          03 DATA-MORA-PAR       PIC 9(08) VALUE ZEROS.
             88 PAR-SEM-MORA     VALUE ZEROS.
