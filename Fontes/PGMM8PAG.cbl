            MOVE ZEROS                 TO ID-CAT-PAG
                                           FILIAL-PAG
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
