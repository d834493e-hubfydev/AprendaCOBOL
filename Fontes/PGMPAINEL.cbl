      *          AINDA NAO CONFIRMADOS - CADA LINHA COM A CONTAGEM E A
      *          OPCAO DO MENU ONDE RESOLVER, EM VEZ DE O OPERADOR
      *          CACAR PENDENCIA POR PENDENCIA.
      ******************************************************************
      * Manutencao: 15 OUT 2026 - NOVA LINHA COM OS ITENS DE ESTOQUE
      *             DIVERGENTES NA ULTIMA CONCILIACAO NOTURNA DE SALDOS
      *             (PGMESTCNC), LIDOS DO CONTROLE DE EXECUCOES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAINEL.
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT RUNCTL ASSIGN TO
           WS-PATH-ARQRUNCTL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-RUN
           FILE STATUS  IS WS-FS-RUN.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
       FD AGENDA.
           COPY CPYAGE.

       FD RUNCTL.
           COPY CPYRUNCTL.

       FD SESSAO.
           COPY CPYSESSAO.

                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RUN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RUN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RUN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RUN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RUN-EOF
                          WS-FS-OK BY WS-FS-RUN-OK
                          WS-FS BY WS-FS-RUN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
       77 WS-QTD-ESPERA           PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-FAT-VENC         PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-AGE-NCONF        PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-EST-DIVERG       PIC 9(05)  VALUE ZEROS.

           COPY CPYPATHS.

           CALL "PGMDATADD" USING WS-DATA-VENCE, WS-TIPO-SOMA,
                                  WS-QTD-SOMA

           PERFORM P010-CONTA-CAIXA THRU P010-FIM
           PERFORM P020-CONTA-EXAMES THRU P020-FIM
           PERFORM P030-CONTA-ESPERA THRU P030-FIM
           PERFORM P040-CONTA-FATURAS
           PERFORM P050-CONTA-AGENDA THRU P050-FIM
           PERFORM P055-CONTA-DIVERGENCIAS THRU P055-FIM
           PERFORM P060-EXIBE-PAINEL

           GOBACK
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRUNCTL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRUNCTL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
           END-READ
           .
      *----------------------------------------------------------------
      *   ITENS DE ESTOQUE DIVERGENTES NA ULTIMA CONCILIACAO DE SALDOS
      *   QUE TERMINOU BEM (PGMESTCNC GRAVA A CONTAGEM NOS GRAVADOS DA
      *   EXECUCAO); A EXECUCAO DE MAIOR ID E A MAIS RECENTE
      *----------------------------------------------------------------
       P055-CONTA-DIVERGENCIAS.

           OPEN INPUT RUNCTL

           IF NOT WS-FS-RUN-OK
              GO TO P055-FIM
           END-IF

           PERFORM P056-LE-EXECUCAO UNTIL WS-FS-RUN-EOF

           CLOSE RUNCTL
           .
       P055-FIM.
           EXIT.
       P056-LE-EXECUCAO.

           READ RUNCTL NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-RUN
               NOT AT END
                  IF JOB-RUN EQUAL "ESTCNC" AND RUN-OK
                     MOVE QTD-GRAVADOS-RUN TO WS-QTD-EST-DIVERG
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   O PAINEL: CADA PENDENCIA COM A CONTAGEM E A OPCAO DO MENU
      *   PRINCIPAL ONDE RESOLVER
      *----------------------------------------------------------------
                      WS-QTD-AGE-NCONF "  (OPCAO 3 - AGENDA)"
           END-IF

           IF WS-QTD-EST-DIVERG GREATER ZEROS
              DISPLAY "* DIVERGENCIAS DE SALDO DE ESTOQUE.: "
                      WS-QTD-EST-DIVERG "  (OPCAO 6 - ESTOQUE)"
           END-IF

           IF WS-QTD-CX-ABERTO EQUAL ZEROS
              AND WS-QTD-EXM-PEND EQUAL ZEROS
              AND WS-QTD-ESPERA EQUAL ZEROS
              AND WS-QTD-FAT-VENC EQUAL ZEROS
              AND WS-QTD-AGE-NCONF EQUAL ZEROS
              AND WS-QTD-EST-DIVERG EQUAL ZEROS
              DISPLAY "* SEM PENDENCIAS. BOM TRABALHO."
           END-IF

