      *          FILIAL EM ARQTESOUR (CPYTESOUR), ALEM DO RELATORIO
      *          RELTESOUR. E A RESPOSTA PARA "QUANTO DINHEIRO A
      *          CLINICA TEM HOJE, POR FILIAL?".
      * Manutencao: 15 OUT 2026 - CHEQUES: O BOLETIM TOTALIZA O
      *             RECEBIDO EM CHEQUE POR FILIAL E LISTA OS CHEQUES A
      *             DEPOSITAR (CUSTODIA EM ARQCHEQUE COM BOM PARA ATE A
      *             DATA DO BOLETIM); CONFIRMADO O DEPOSITO, OS CHEQUES
      *             LISTADOS PASSAM A DEPOSITADOS E O VALOR VAI PARA
      *             VLR-CHQ-DEP-TES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTESOUR.
           RECORD KEY   IS CHAVE-TESOUR
           FILE STATUS  IS WS-FS-TES.

           SELECT CHEQUES ASSIGN TO
           WS-PATH-ARQCHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CHEQUE
           ALTERNATE RECORD KEY IS ID-CLI-CHQ WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-BOM-CHQ WITH DUPLICATES
           FILE STATUS  IS WS-FS-CHQ.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
       FD TESOUR.
           COPY CPYTESOUR.

       FD CHEQUES.
           COPY CPYCHEQUE.

       FD SESSAO.
           COPY CPYSESSAO.

                          WS-FS-EOF BY WS-FS-TES-EOF
                          WS-FS-OK BY WS-FS-TES-OK
                          WS-FS BY WS-FS-TES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CHQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CHQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CHQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CHQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CHQ-EOF
                          WS-FS-OK BY WS-FS-CHQ-OK
                          WS-FS BY WS-FS-CHQ.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
       77 WS-VLR-DEPOSITO         PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-DINHEIRO-DIA     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-DIN-ED           PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-FILIAL-BUSCA         PIC 9(02)  VALUE ZEROS.
       77 WS-CHQ-DISP             PIC X(01)  VALUE 'N'.
          88 CHEQUES-DISPONIVEIS  VALUE 'S'.
       77 WS-EOF-CHQ              PIC 9      VALUE ZEROS.
          88 WS-EOF-CHQ-OK        VALUE 1 FALSE 0.
       77 WS-CHQ-ACAO             PIC X(01)  VALUE SPACES.
          88 CHQ-SOMA             VALUE 'S'.
          88 CHQ-LISTA            VALUE 'L'.
          88 CHQ-DEPOSITA         VALUE 'D'.
       77 WS-CONFIRMA-CHQ         PIC X(01)  VALUE 'N'.

       01 WS-TAB-FILIAIS.
          03 WS-TAB-ITEM OCCURS 20 TIMES.
             05 WS-TAB-PIX        PIC 9(08)V99.
             05 WS-TAB-OUTROS     PIC 9(08)V99.
             05 WS-TAB-FUNDO      PIC 9(08)V99.
             05 WS-TAB-CHEQUE     PIC 9(08)V99.
             05 WS-TAB-CHQ-PEND   PIC 9(08)V99.
             05 WS-TAB-CHQ-DEP    PIC 9(08)V99.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 WS-ABR-LOGIN         PIC X(10).
          03 FILLER               PIC X(15)  VALUE ") AINDA ABERTO.".

       01 WS-LINHA-CHEQUE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(07)  VALUE "CHEQUE ".
          03 WS-CHQ-ID            PIC ZZZ9.
          03 FILLER               PIC X(06)  VALUE "  BCO ".
          03 WS-CHQ-BANCO         PIC 9(03).
          03 FILLER               PIC X(05)  VALUE "  AG ".
          03 WS-CHQ-AGENCIA       PIC 9(04).
          03 FILLER               PIC X(06)  VALUE "  NUM ".
          03 WS-CHQ-NUM           PIC 9(06).
          03 FILLER               PIC X(11)  VALUE "  BOM PARA ".
          03 WS-CHQ-BOM           PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-CHQ-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-CHQ-OBS           PIC X(14).

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "TESOUR".
           PERFORM P015-IMPRIME-CABECALHO
           PERFORM P020-LER-CAIXA
           PERFORM P030-PROCESSA-CAIXA UNTIL WS-FS-EOF
           PERFORM P035-SOMA-CHEQUES
           PERFORM P040-CONSOLIDA-FILIAIS
           PERFORM P070-FECHAR-ARQUIVOS

           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELTESOUR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCHEQUE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCHEQUE
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
              GOBACK
           END-IF

      *   SEM CUSTODIA DE CHEQUES O BOLETIM SAI SO COM OS CAIXAS
           OPEN I-O CHEQUES

           IF WS-FS-CHQ-OK
              SET CHEQUES-DISPONIVEIS TO TRUE
           END-IF

           MOVE ZEROS                 TO WS-QTD-FILIAIS
           INITIALIZE WS-TAB-FILIAIS
           .
      *----------------------------------------------------------------
           IF DATA-CAIXA EQUAL WS-DATA-CAIXA-CMP
              ADD 1                   TO WS-RUN-LIDOS
              MOVE FILIAL-CAIXA       TO WS-FILIAL-BUSCA
              PERFORM P031-LOCALIZA-FILIAL

              IF WS-IND-ACHOU EQUAL ZEROS
                    TO WS-TAB-OUTROS (WS-IND-ACHOU)
                 ADD VLR-FUNDO-CAIXA
                    TO WS-TAB-FUNDO (WS-IND-ACHOU)
                 ADD VLR-CHEQUE-CAIXA
                    TO WS-TAB-CHEQUE (WS-IND-ACHOU)
              ELSE
                 ADD 1                TO WS-TAB-ABERTOS (WS-IND-ACHOU)
                 MOVE ID-CAIXA        TO WS-ABR-CAIXA
              IF WS-QTD-FILIAIS LESS 20
                 ADD 1                TO WS-QTD-FILIAIS
                 MOVE WS-QTD-FILIAIS  TO WS-IND-ACHOU
                 MOVE WS-FILIAL-BUSCA TO WS-TAB-FILIAL (WS-IND-ACHOU)
              ELSE
                 DISPLAY "TABELA DE FILIAIS CHEIA (20). FILIAL "
                         WS-FILIAL-BUSCA " FORA DO BOLETIM."
              END-IF
           END-IF
           .

           ADD 1                      TO WS-IND

           IF WS-TAB-FILIAL (WS-IND) EQUAL WS-FILIAL-BUSCA
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
      *   CHEQUES A DEPOSITAR: EM CUSTODIA COM BOM PARA ATE A DATA DO
      *   BOLETIM. A FILIAL QUE SO TEM CHEQUE A DEPOSITAR (SEM CAIXA NO
      *   DIA) TAMBEM ENTRA NO BOLETIM. CHEQUE JA DEPOSITADO NA DATA
      *   (BOLETIM REFEITO) CONTINUA SOMANDO NO DEPOSITADO
      *----------------------------------------------------------------
       P035-SOMA-CHEQUES.
      *----------------------------------------------------------------
           IF CHEQUES-DISPONIVEIS
              SET CHQ-SOMA            TO TRUE
              PERFORM P036-VARRE-CHEQUES
           END-IF
           .
      *----------------------------------------------------------------
      *   PERCORRE A CUSTODIA PELA DATA BOM PARA, DO INICIO ATE A DATA
      *   DO BOLETIM, FAZENDO A ACAO PEDIDA (SOMA, LISTA OU DEPOSITA)
      *----------------------------------------------------------------
       P036-VARRE-CHEQUES.
      *----------------------------------------------------------------
           SET WS-EOF-CHQ-OK          TO FALSE
           MOVE ZEROS                 TO DATA-BOM-CHQ

           START CHEQUES KEY IS NOT LESS DATA-BOM-CHQ
               INVALID KEY
                  SET WS-EOF-CHQ-OK   TO TRUE
           END-START

           PERFORM P037-LE-CHEQUE UNTIL WS-EOF-CHQ-OK
           .
       P037-LE-CHEQUE.

           READ CHEQUES NEXT RECORD
               AT END
                  SET WS-EOF-CHQ-OK   TO TRUE
           END-READ

           IF NOT WS-EOF-CHQ-OK
              IF DATA-BOM-CHQ GREATER WS-DATA-BOLETIM
                 SET WS-EOF-CHQ-OK    TO TRUE
              ELSE
                 EVALUATE TRUE
                    WHEN CHQ-SOMA
                       PERFORM P038-SOMA-UM-CHEQUE
                    WHEN CHQ-LISTA
                       PERFORM P039-LISTA-UM-CHEQUE
                    WHEN CHQ-DEPOSITA
                       PERFORM P045-DEPOSITA-UM-CHEQUE
                 END-EVALUATE
              END-IF
           END-IF
           .
       P038-SOMA-UM-CHEQUE.

           IF CHEQUE-CUSTODIA
              OR (CHEQUE-DEPOSITADO
                  AND DATA-DEP-CHQ EQUAL WS-DATA-BOLETIM)
              MOVE FILIAL-CHQ         TO WS-FILIAL-BUSCA
              PERFORM P031-LOCALIZA-FILIAL
              IF WS-IND-ACHOU GREATER ZEROS
                 IF CHEQUE-CUSTODIA
                    ADD VLR-CHQ    TO WS-TAB-CHQ-PEND (WS-IND-ACHOU)
                 ELSE
                    ADD VLR-CHQ    TO WS-TAB-CHQ-DEP (WS-IND-ACHOU)
                 END-IF
              END-IF
           END-IF
           .
       P039-LISTA-UM-CHEQUE.

           IF FILIAL-CHQ EQUAL WS-TAB-FILIAL (WS-IND)
              AND (CHEQUE-CUSTODIA
                   OR (CHEQUE-DEPOSITADO
                       AND DATA-DEP-CHQ EQUAL WS-DATA-BOLETIM))
              MOVE ID-CHEQUE          TO WS-CHQ-ID
              MOVE BANCO-CHQ          TO WS-CHQ-BANCO
              MOVE AGENCIA-CHQ        TO WS-CHQ-AGENCIA
              MOVE NUM-CHQ            TO WS-CHQ-NUM
              MOVE DATA-BOM-CHQ       TO WS-CHQ-BOM
              MOVE VLR-CHQ            TO WS-CHQ-VLR
              IF CHEQUE-CUSTODIA
                 MOVE SPACES          TO WS-CHQ-OBS
              ELSE
                 MOVE "JA DEPOSITADO" TO WS-CHQ-OBS
              END-IF
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-CHEQUE    TO REL-LINHA
              WRITE REL-LINHA
              DISPLAY WS-LINHA-CHEQUE
           END-IF
           .
      *----------------------------------------------------------------
      *   PARA CADA FILIAL COM CAIXA NO DIA: IMPRIME OS TOTAIS, PEDE O
      *   DEPOSITO BANCARIO FEITO CONTRA O DINHEIRO E GRAVA O REGISTRO
      *   DO BOLETIM EM ARQTESOUR
           MOVE WS-TAB-OUTROS (WS-IND) TO WS-TOT-VLR
           PERFORM P042-IMPRIME-TOTAL

           MOVE "CHEQUE RECEBIDO.......: " TO WS-TOT-TITULO
           MOVE WS-TAB-CHEQUE (WS-IND) TO WS-TOT-VLR
           PERFORM P042-IMPRIME-TOTAL

           MOVE "FUNDO DE TROCO SOMADO.: " TO WS-TOT-TITULO
           MOVE WS-TAB-FUNDO (WS-IND) TO WS-TOT-VLR
           PERFORM P042-IMPRIME-TOTAL
           ADD WS-TAB-DINHEIRO (WS-IND) TO WS-VLR-DINHEIRO-DIA

           PERFORM P043-PEDE-DEPOSITO

           IF WS-TAB-CHQ-PEND (WS-IND) GREATER ZEROS
              OR WS-TAB-CHQ-DEP (WS-IND) GREATER ZEROS
              PERFORM P046-DEPOSITA-CHEQUES
           END-IF

           PERFORM P044-GRAVA-BOLETIM
           .
       P042-IMPRIME-TOTAL.
           MOVE WS-TAB-OUTROS (WS-IND) TO VLR-OUTROS-TES
           MOVE WS-TAB-FUNDO (WS-IND) TO VLR-FUNDO-TES
           MOVE WS-VLR-DEPOSITO       TO VLR-DEPOSITO-TES
           MOVE WS-TAB-CHEQUE (WS-IND) TO VLR-CHEQUE-TES
           MOVE WS-TAB-CHQ-DEP (WS-IND) TO VLR-CHQ-DEP-TES
           MOVE ZEROS                 TO VLR-SOBRA-TES
                                          VLR-FALTA-TES

                  REWRITE REG-TESOUR
           END-WRITE
           .
      *----------------------------------------------------------------
      *   LISTA OS CHEQUES A DEPOSITAR DA FILIAL E, CONFIRMADO O
      *   DEPOSITO, MARCA OS DA CUSTODIA COMO DEPOSITADOS NA DATA
      *----------------------------------------------------------------
       P046-DEPOSITA-CHEQUES.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE "  CHEQUES A DEPOSITAR:" TO REL-LINHA
           WRITE REL-LINHA

           DISPLAY "CHEQUES A DEPOSITAR DA FILIAL "
                   WS-TAB-FILIAL (WS-IND) ":"

           SET CHQ-LISTA              TO TRUE
           PERFORM P036-VARRE-CHEQUES

           IF WS-TAB-CHQ-PEND (WS-IND) GREATER ZEROS
              MOVE WS-TAB-CHQ-PEND (WS-IND) TO WS-VLR-DIN-ED
              DISPLAY "CONFIRMA O DEPOSITO DOS CHEQUES LISTADOS ("
                      WS-VLR-DIN-ED ")? <S/N>"
              ACCEPT WS-CONFIRMA-CHQ
              IF WS-CONFIRMA-CHQ EQUAL 'S' OR 's'
                 SET CHQ-DEPOSITA     TO TRUE
                 PERFORM P036-VARRE-CHEQUES
              END-IF
           END-IF

           MOVE "CHEQUES DEPOSITADOS...: " TO WS-TOT-TITULO
           MOVE WS-TAB-CHQ-DEP (WS-IND) TO WS-TOT-VLR
           PERFORM P042-IMPRIME-TOTAL
           .
       P045-DEPOSITA-UM-CHEQUE.

           IF FILIAL-CHQ EQUAL WS-TAB-FILIAL (WS-IND)
              AND CHEQUE-CUSTODIA
              SET CHEQUE-DEPOSITADO   TO TRUE
              MOVE WS-DATA-BOLETIM    TO DATA-DEP-CHQ
              REWRITE REG-CHEQUE
                  INVALID KEY
                     DISPLAY "ERRO AO MARCAR O CHEQUE " ID-CHEQUE
                             " COMO DEPOSITADO."
                  NOT INVALID KEY
                     ADD VLR-CHQ      TO WS-TAB-CHQ-DEP (WS-IND)
              END-REWRITE
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE CAIXA
           CLOSE TESOUR
           CLOSE RELTESOUR

           IF CHEQUES-DISPONIVEIS
              CLOSE CHEQUES
           END-IF
           .
       END PROGRAM PGMTESOUR.
