           PERFORM P005-ACEITA-FORNECEDOR
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-EXTRATO-CONSUMO
           PERFORM P040-GERA-TITULO THRU P040-FIM
           PERFORM P050-SALDO-CONSIGNADO
           PERFORM P070-FECHAR-ARQUIVOS

           MOVE WS-ID-CAT-EXT         TO ID-CAT-PAG
           MOVE ZEROS                 TO FILIAL-PAG
                                          ID-PED-PAG
                                          ID-PROF-PAG
                                          ID-DFX-PAG
                                          COD-SERV-PAG
                                          VLR-ISS-PAG
                                          VLR-IRRF-PAG
                                          VLR-PIS-PAG
                                          VLR-COFINS-PAG
                                          VLR-CSLL-PAG
           MOVE 'N'                   TO BLOQ-DIV-PAG
                                          VLR-ESTIM-PAG
                                          RATEIO-PAG
           MOVE SPACES                TO LOGIN-LIB-PAG
           MOVE VLR-PAG               TO VLR-LIQ-PAG

           WRITE REG-PAGAR
               INVALID KEY
