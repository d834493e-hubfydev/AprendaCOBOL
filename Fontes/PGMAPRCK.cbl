      *          LOGINS DO SOLICITANTE E DO APROVADOR. SEM APROVACAO
      *          PENDENTE, DEVOLVE 'N' E O BATCH RECUSA A EXECUCAO -
      *          A REGRA DOS QUATRO OLHOS DO PGMAPR01.
      * Manutencao: 15 OUT 2026 - DEVOLVE TAMBEM A GERACAO DO SPOOL
      *             DA PREVIA APROVADA E OS TOTAIS PREVISTOS
      *             (PGMAPRPRV), PARA O BATCH AVISAR QUANDO A EXECUCAO
      *             REAL DIVERGE DO QUE FOI APROVADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAPRCK.
       01 LK-OK               PIC X(01).
       01 LK-LOGIN-SOLIC      PIC X(10).
       01 LK-LOGIN-APROV      PIC X(10).
       01 LK-SPOOL-PREV       PIC 9(04).
       01 LK-QTD-PREV         PIC 9(06).
       01 LK-VLR-PREV         PIC 9(10)V99.

       PROCEDURE DIVISION USING LK-JOB, LK-OK, LK-LOGIN-SOLIC,
                                LK-LOGIN-APROV, LK-SPOOL-PREV,
                                LK-QTD-PREV, LK-VLR-PREV.
       MAIN-PROCEDURE.

            MOVE 'N'               TO LK-OK
            MOVE SPACES            TO LK-LOGIN-SOLIC
                                       LK-LOGIN-APROV
            MOVE ZEROS             TO LK-SPOOL-PREV
                                       LK-QTD-PREV
                                       LK-VLR-PREV

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

                         MOVE 'S'    TO LK-OK
                         MOVE LOGIN-SOLIC-APR TO LK-LOGIN-SOLIC
                         MOVE LOGIN-APROV-APR TO LK-LOGIN-APROV
                         MOVE SPOOL-PREV-APR  TO LK-SPOOL-PREV
                         MOVE QTD-PREV-APR    TO LK-QTD-PREV
                         MOVE VLR-PREV-APR    TO LK-VLR-PREV
                      END-IF
                   END-IF
            END-READ
