      *          SUGERIDA (DUAS VEZES O PONTO DE REPOSICAO MENOS O
      *          SALDO). O RASCUNHO E AJUSTADO E EMITIDO NO PGMCMP02 E
      *          RECEBIDO NO PGMCMP03.
      * Manutencao: 15 OUT 2026 - O RASCUNHO NASCE SEM VALOR, SEM
      *             SOLICITANTE E SEM APROVACAO; A ALCADA E APLICADA NA
      *             EMISSAO (PGMCMP02).
      * Manutencao: 15 OUT 2026 - O RASCUNHO NASCE SEM PREVISAO DE
      *             ENTREGA E SEM DATA DE RECEBIMENTO, E O ITEM SEM
      *             PRECO DE RECEBIMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMP01.
              MOVE WS-ID-ESTQ-GUARDA  TO ID-ESTQ-IT
              MOVE WS-QTD-SUGERIDA    TO QTD-PEDIDA-IT
              MOVE ZEROS              TO QTD-RECEBIDA-IT
                                         PRECO-RECEB-IT

              WRITE REG-PEDIT
                  INVALID KEY
           ACCEPT DATA-EMIS-PED FROM DATE
           SET PED-RASCUNHO           TO TRUE
           MOVE WS-SEQ                TO QTD-ITENS-PED
           MOVE ZEROS                 TO VLR-TOTAL-PED
                                         DATA-SOLIC-PED
                                         DATA-APROV-PED
                                         DATA-PREV-PED
                                         DATA-RECEB-PED
           MOVE SPACES                TO LOGIN-SOLIC-PED
                                         LOGIN-APROV-PED

           WRITE REG-PEDCMP
               INVALID KEY
