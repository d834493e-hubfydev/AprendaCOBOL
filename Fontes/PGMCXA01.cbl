                                          VLR-SOBRA-CAIXA
                                          VLR-FALTA-CAIXA
                                          VLR-DESCONTO-CAIXA
                                          VLR-CHEQUE-CAIXA

            WRITE REG-CAIXA
                INVALID KEY
