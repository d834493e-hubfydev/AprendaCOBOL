      *             SAEM MARCADOS NO DETALHE, DE MODO QUE O
      *             RECEBIMENTO ERRADO E O MOVIMENTO COMPENSATORIO
      *             FIQUEM OS DOIS VISIVEIS NA CONFERENCIA.
      * Manutencao: 15 OUT 2026 - CHEQUES RECEBIDOS (FORMA 'Q') GANHAM
      *             LINHA PROPRIA DE TOTAL NA FOLHA DE FECHAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCXA03.
            MOVE VLR-OUTROS-CAIXA     TO WS-TOT-VLR
            PERFORM P032-IMPRIME-TOTAL THRU P032-FIM

            MOVE "RECEBIDO EM CHEQUE....: " TO WS-TOT-TITULO
            MOVE VLR-CHEQUE-CAIXA     TO WS-TOT-VLR
            PERFORM P032-IMPRIME-TOTAL THRU P032-FIM

            MOVE "DINHEIRO CONTADO......: " TO WS-TOT-TITULO
            MOVE VLR-CONTADO-CAIXA    TO WS-TOT-VLR
            PERFORM P032-IMPRIME-TOTAL THRU P032-FIM
