            MOVE STATUS-LOTE-ANT       TO STATUS-LOTE
            MOVE VLR-PAGO-LOTE-ANT     TO VLR-PAGO-LOTE
            MOVE VLR-GLOSA-LOTE-ANT    TO VLR-GLOSA-LOTE
            MOVE ZEROS                 TO PRAZO-PAG-LOTE
                                          DATA-PROT-LOTE
            MOVE SPACES                TO NUM-PROT-LOTE
            MOVE ZEROS                 TO DATA-RET-LOTE
            SET LOTE-NORMAL            TO TRUE

            WRITE REG-LOTE
                INVALID KEY
