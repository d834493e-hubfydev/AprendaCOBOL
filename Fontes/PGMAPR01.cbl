      *          NEGA. O BATCH SO EXECUTA CONSUMINDO UMA APROVACAO
      *          (PGMAPRCK) - UM ERRO DE DIGITACAO NO EXPURGO LGPD E
      *          IRREVERSIVEL DEMAIS PARA UM PAR DE OLHOS SO.
      * Manutencao: 15 OUT 2026 - A DECISAO MOSTRA A PREVIA DO BATCH
      *             (GERACAO DO SPOOL E TOTAIS PREVISTOS, CARIMBADOS
      *             PELO PGMAPRPRV) E SO ACEITA APROVAR DEPOIS DE A
      *             PREVIA TER RODADO. O ARQUIVAMENTO ANUAL (ARQV01)
      *             ENTROU NA FILA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAPR01.
       77 WS-AUT-OK           PIC X(01) VALUE 'N'.
          88 AUTORIZADO       VALUE 'S'.
       77 WS-AUT-LOGIN        PIC X(10) VALUE SPACES.
       77 WS-VLR-PREV-ED      PIC Z.ZZZ.ZZZ.ZZ9,99.

           COPY CPYPATHS.


            CALL "PGMPROXAP" USING ID-APROV

            DISPLAY "JOB A EXECUTAR (LGPD02/PRCREJ/CLIMRG/ARQV01): "
            ACCEPT JOB-APROV

            DISPLAY "PARAMETROS PRETENDIDOS DA EXECUCAO: "
            SET APROV-PENDENTE        TO TRUE
            MOVE SPACES               TO LOGIN-APROV-APR
            MOVE ZEROS                TO DATA-APROV-APR
                                          SPOOL-PREV-APR
                                          QTD-PREV-APR
                                          VLR-PREV-APR

            WRITE REG-APROV
                INVALID KEY
                   DISPLAY "JA EXISTE SOLICITACAO COM ESTE ID."
                NOT INVALID KEY
                   DISPLAY "SOLICITACAO " ID-APROV " REGISTRADA. "
                           "RODE A PREVIA DO BATCH; OUTRO "
                           "ADMINISTRADOR PRECISA APROVAR."
            END-WRITE
            .
       P030-FIM.
            DISPLAY "JOB " JOB-APROV " PARAMETROS " PARMS-APROV
                    " SOLICITADO POR " LOGIN-SOLIC-APR

            IF SPOOL-PREV-APR EQUAL ZEROS
               DISPLAY "PREVIA AINDA NAO GERADA: SO E POSSIVEL NEGAR."
            ELSE
               MOVE VLR-PREV-APR      TO WS-VLR-PREV-ED
               DISPLAY "PREVIA NO SPOOL " SPOOL-PREV-APR
                       " (CONSULTE NO PGMSPL01) - REGISTROS: "
                       QTD-PREV-APR " VALOR: " WS-VLR-PREV-ED
            END-IF

            MOVE 'N'                  TO WS-AUT-OK
            CALL "PGMAUTADM" USING WS-AUT-OK, WS-AUT-LOGIN

            EVALUATE WS-DECISAO
                WHEN 'A'
                WHEN 'a'
                   IF SPOOL-PREV-APR EQUAL ZEROS
                      DISPLAY "APROVACAO EXIGE A PREVIA DO BATCH "
                              "(MODO SIMULACAO) NO SPOOL."
                      GO TO P040-FIM
                   END-IF
                   SET APROV-APROVADA TO TRUE
                   DISPLAY "SOLICITACAO APROVADA. O BATCH PODE "
                           "RODAR."
                           PARMS-APROV " SOLIC " LOGIN-SOLIC-APR
                           " SIT " STATUS-APROV
                           " APROV " LOGIN-APROV-APR
                           " PREVIA " SPOOL-PREV-APR
            END-READ
            .
       P051-FIM.
