      *          CADA LINHA. O LOTE DE RECURSO E REGISTRADO EM ARQLOTE
      *          COMO ENVIADO E CARIMBADO NA GLOSA; O RETORNO DA
      *          SEGUNDA RODADA E IMPORTADO PELO PGMGLR03.
      * Manutencao: 15 OUT 2026 - O LOTE DE RECURSO E GRAVADO COMO
      *             TIPO-LOTE R, SEM PROTOCOLO, SEM DATA DE RETORNO E
      *             COM PRAZO ZERADO (VALE O PRAZO DO CONVENIO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMGLR02.
              MOVE ZEROS              TO WS-QTD-LOTE
                                          WS-VLR-LOTE
              SET FASE-CONTAGEM       TO TRUE
              PERFORM P031-VARRE-GLOSAS THRU P031-FIM

              IF WS-QTD-LOTE GREATER ZEROS
                 PERFORM P040-GERA-LOTE
           MOVE ZEROS                 TO WS-QTD-LOTE
                                          WS-VLR-LOTE
           SET FASE-GRAVACAO          TO TRUE
           PERFORM P031-VARRE-GLOSAS THRU P031-FIM

           MOVE WS-QTD-LOTE           TO WS-TRL-QTD
           MOVE WS-VLR-LOTE           TO WS-TRL-VLR
           SET LOTE-ENVIADO           TO TRUE
           MOVE ZEROS                 TO VLR-PAGO-LOTE
                                          VLR-GLOSA-LOTE
                                          PRAZO-PAG-LOTE
                                          DATA-PROT-LOTE
                                          DATA-RET-LOTE
           MOVE SPACES                TO NUM-PROT-LOTE
           SET LOTE-RECURSO           TO TRUE

           WRITE REG-LOTE
               INVALID KEY
