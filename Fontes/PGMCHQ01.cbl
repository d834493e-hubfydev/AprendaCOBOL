      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: REGISTRAR A DEVOLUCAO DE UM CHEQUE DA CUSTODIA
      *          (ARQCHEQUE): COM A AUTORIZACAO DE UM SUPERVISOR
      *          (PGMAUTADM), REABRE A FATURA (OU A PARCELA) QUE O
      *          CHEQUE PAGOU, ABATE O VALOR DO TOTAL EM CHEQUE DO
      *          CAIXA ONDE ELE ENTROU, GRAVA NESSE CAIXA O MOVIMENTO
      *          COMPENSATORIO (TIPO 'E', FORMA 'Q') EM ARQCXMOV,
      *          MARCA O CHEQUE COMO DEVOLVIDO COM A ALINEA E SINALIZA
      *          O PACIENTE COM UM ALERTA (ARQALERTA). A PARTIR DAI O
      *          CAIXA (PGMCXA02) SO ACEITA CHEQUE DESSE CLIENTE COM A
      *          AUTORIZACAO DO SUPERVISOR.
      * Manutencao: 15 OUT 2026 - O ALERTA GRAVADO SAI SEM SUBSTANCIA
      *             (SUBST-ALE EM BRANCO).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - CHEQUE CANCELADO PELO ESTORNO DO
      *             RECEBIMENTO NO CAIXA (PGMCXA04) NAO PODE SER
      *             DEVOLVIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHQ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHEQUES ASSIGN TO
           WS-PATH-ARQCHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CHEQUE
           ALTERNATE RECORD KEY IS ID-CLI-CHQ WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-BOM-CHQ WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT CAIXA ASSIGN TO
           WS-PATH-ARQCAIXA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CAIXA
           FILE STATUS  IS WS-FS-CXA.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT FATPAR ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS-PAR.

           SELECT CXMOV ASSIGN TO
           WS-PATH-ARQCXMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MOV.

           SELECT ALERTAS ASSIGN TO
           WS-PATH-ARQALERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ALERTA
           FILE STATUS  IS WS-FS-ALE.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD CHEQUES.
           COPY CPYCHEQUE.

       FD CAIXA.
           COPY CPYCAIXA.

       FD FATURA.
           COPY CPYFATURA.

       FD FATPAR.
           COPY CPYFATPAR.

       FD CXMOV.
           COPY CPYCXMOV.

       FD ALERTAS.
           COPY CPYALERTA.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CXA-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CXA-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CXA-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CXA-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CXA-EOF
                          WS-FS-OK BY WS-FS-CXA-OK
                          WS-FS BY WS-FS-CXA.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAR-EOF
                          WS-FS-OK BY WS-FS-PAR-OK
                          WS-FS BY WS-FS-PAR.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MOV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MOV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MOV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MOV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MOV-EOF
                          WS-FS-OK BY WS-FS-MOV-OK
                          WS-FS BY WS-FS-MOV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ALE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ALE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ALE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ALE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ALE-EOF
                          WS-FS-OK BY WS-FS-ALE-OK
                          WS-FS BY WS-FS-ALE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-EXIT             PIC X.
          88 WS-EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-EOF              PIC 9      VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-DATA-HOJE        PIC 9(08)  VALUE ZEROS.
       77 WS-ALINEA           PIC 9(02)  VALUE ZEROS.
       77 WS-CONFIRMA         PIC X(01)  VALUE 'N'.
       77 WS-ALE-DISP         PIC X(01)  VALUE 'N'.
          88 ALERTAS-DISPONIVEIS VALUE 'S'.
       77 WS-PROX-SEQ         PIC 9(02)  VALUE ZEROS.
       77 WS-VLR-CHQ-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-AUT-OK           PIC X(01)  VALUE 'N'.
          88 AUTORIZADO       VALUE 'S'.
       77 WS-AUT-LOGIN        PIC X(10)  VALUE SPACES.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       01 WS-TEXTO-ALERTA.
          03 FILLER           PIC X(17)  VALUE "CHEQUE DEVOLVIDO ".
          03 WS-TXT-CHEQUE    PIC 9(04).
          03 FILLER           PIC X(19)  VALUE " - SO C/ SUPERVISOR".

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCHQ01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-LE-SESSAO        THRU P003-FIM

            OPEN I-O CHEQUES

            IF NOT WS-FS-OK THEN
               DISPLAY
               "ERRO NA ABERTURA DA CUSTODIA DE CHEQUES: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               GOBACK
            END-IF

            OPEN I-O CAIXA

            IF NOT WS-FS-CXA-OK THEN
               DISPLAY
               "ERRO NA ABERTURA DO ARQUIVO DE CAIXA: " WS-FS-CXA
               CLOSE CHEQUES
               GOBACK
            END-IF

            OPEN I-O FATURA

            IF NOT WS-FS-FAT-OK THEN
               DISPLAY
               "ERRO NA ABERTURA DO ARQUIVO DE FATURAS: " WS-FS-FAT
               CLOSE CHEQUES
               CLOSE CAIXA
               GOBACK
            END-IF

            OPEN I-O FATPAR

            IF WS-FS-PAR EQUAL 35
               OPEN OUTPUT FATPAR
               CLOSE FATPAR
               OPEN I-O FATPAR
            END-IF

            OPEN EXTEND CXMOV

            IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT CXMOV
            END-IF

            MOVE 'N'                  TO WS-ALE-DISP

            OPEN I-O ALERTAS

            IF WS-FS-ALE EQUAL 35
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
            END-IF

            IF WS-FS-ALE-OK
               SET ALERTAS-DISPONIVEIS TO TRUE
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P020-DEVOLVE THRU P020-FIM UNTIL WS-EXIT-OK

            CLOSE CHEQUES
            CLOSE CAIXA
            CLOSE FATURA
            CLOSE FATPAR
            CLOSE CXMOV

            IF ALERTAS-DISPONIVEIS
               CLOSE ALERTAS
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCHEQUE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCHEQUE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCAIXA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCAIXA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATPAR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATPAR
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCXMOV_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCXMOV
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQALERTA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQALERTA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
            DISPLAY WS-FS-MSG
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER QUEM REGISTRA A
      *   DEVOLUCAO
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   DEVOLVE UM CHEQUE: LOCALIZA NA CUSTODIA, MOSTRA OS DADOS,
      *   PEDE A ALINEA E A AUTORIZACAO DO SUPERVISOR ANTES DE
      *   EFETIVAR
      *----------------------------------------------------------------
       P020-DEVOLVE.

            DISPLAY "INFORME O ID DO CHEQUE DEVOLVIDO: "
            ACCEPT ID-CHEQUE

            READ CHEQUES
                INVALID KEY
                   DISPLAY "CHEQUE NAO ENCONTRADO NA CUSTODIA."
                NOT INVALID KEY
                   PERFORM P030-CONFERE-CHEQUE THRU P030-FIM
            END-READ

            DISPLAY "<ENTER> CONTINUAR OU <F> PARA FINALIZAR"
            ACCEPT WS-EXIT
            .
       P020-FIM.
       P030-CONFERE-CHEQUE.

            IF CHEQUE-DEVOLVIDO
               DISPLAY "CHEQUE JA DEVOLVIDO EM " DATA-DEV-CHQ
                       " (ALINEA " ALINEA-DEV-CHQ ")."
               GO TO P030-FIM
            END-IF

            IF CHEQUE-CANCELADO
               DISPLAY "CHEQUE CANCELADO EM " DATA-DEV-CHQ
                       " POR ESTORNO DO RECEBIMENTO NO CAIXA."
               GO TO P030-FIM
            END-IF

            MOVE VLR-CHQ              TO WS-VLR-CHQ-ED
            DISPLAY "CHEQUE " ID-CHEQUE " BANCO " BANCO-CHQ
                    " AGENCIA " AGENCIA-CHQ " NUMERO " NUM-CHQ
            DISPLAY "VALOR " WS-VLR-CHQ-ED " BOM PARA " DATA-BOM-CHQ
                    " CLIENTE " ID-CLI-CHQ
            DISPLAY "FATURA " ID-FAT-CHQ " PARCELA " NUM-PAR-CHQ
                    " CAIXA " ID-CAIXA-CHQ

            IF CHEQUE-DEPOSITADO
               DISPLAY "DEPOSITADO EM " DATA-DEP-CHQ "."
            ELSE
               DISPLAY "AINDA EM CUSTODIA (NAO DEPOSITADO)."
            END-IF

            DISPLAY "ALINEA DA DEVOLUCAO (11 A 49): "
            ACCEPT WS-ALINEA

            IF WS-ALINEA LESS 11 OR WS-ALINEA GREATER 49
               DISPLAY "ALINEA INVALIDA."
               GO TO P030-FIM
            END-IF

            DISPLAY "CONFIRMA A DEVOLUCAO DO CHEQUE? <S/N>"
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "DEVOLUCAO CANCELADA."
               GO TO P030-FIM
            END-IF

            MOVE 'N'                  TO WS-AUT-OK
            DISPLAY "CHEQUE DEVOLVIDO: AUTORIZACAO DO SUPERVISOR "
                    "NECESSARIA."
            CALL "PGMAUTADM" USING WS-AUT-OK, WS-AUT-LOGIN

            IF NOT AUTORIZADO
               DISPLAY "DEVOLUCAO NAO AUTORIZADA."
               GO TO P030-FIM
            END-IF

            PERFORM P040-REABRE-TITULO    THRU P040-FIM
            PERFORM P050-ESTORNA-CAIXA    THRU P050-FIM
            PERFORM P060-MARCA-DEVOLVIDO  THRU P060-FIM
            PERFORM P070-ALERTA-PACIENTE  THRU P070-FIM

            MOVE "CHEQUE"             TO WS-AUD-MODULO
            MOVE 'A'                  TO WS-AUD-OPER
            MOVE ID-CHEQUE            TO WS-AUD-CHAVE
            MOVE "DEVOLUCAO"          TO WS-AUD-CAMPO
            MOVE WS-AUT-LOGIN         TO WS-AUD-ANTES
            MOVE WS-VLR-CHQ-ED        TO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS

            DISPLAY "DEVOLUCAO DO CHEQUE " ID-CHEQUE " REGISTRADA."
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   REABRE O TITULO PAGO PELO CHEQUE, COMO NO ESTORNO DE
      *   RECEBIMENTO (PGMCXA04): O VALOR VOLTA AO SALDO EM ABERTO DA
      *   PARCELA, QUANDO HOUVER, E DA FATURA
      *----------------------------------------------------------------
       P040-REABRE-TITULO.

            MOVE ID-FAT-CHQ           TO ID-FATURA

            READ FATURA
                INVALID KEY
                   DISPLAY "AVISO: FATURA " ID-FAT-CHQ
                           " NAO ENCONTRADA. REABRA MANUALMENTE."
                   GO TO P040-FIM
            END-READ

            IF NOT FATURA-PAGA AND NOT FATURA-ABERTA
               DISPLAY "AVISO: A FATURA " ID-FATURA " NAO ESTA PAGA "
                       "NEM ABERTA. VERIFIQUE O TITULO MANUALMENTE."
               GO TO P040-FIM
            END-IF

            IF NUM-PAR-CHQ GREATER ZEROS
               MOVE ID-FAT-CHQ        TO ID-FAT-PAR
               MOVE NUM-PAR-CHQ       TO NUM-PAR
               READ FATPAR
                   INVALID KEY
                      DISPLAY "AVISO: PARCELA " NUM-PAR-CHQ
                              " NAO ENCONTRADA. REABRA MANUALMENTE."
                      GO TO P040-FIM
               END-READ
               IF VLR-CHQ GREATER VLR-PAGO-PAR
                  MOVE ZEROS          TO VLR-PAGO-PAR
               ELSE
                  SUBTRACT VLR-CHQ    FROM VLR-PAGO-PAR
               END-IF
               IF PARCELA-PAGA
                  SET PARCELA-ABERTA  TO TRUE
                  MOVE ZEROS          TO DATA-PAG-PAR
               END-IF
               REWRITE REG-FATPAR
               MOVE "ARQFATPAR"          TO WS-JRN-ARQ
               MOVE 'R'                  TO WS-JRN-OPER
               CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                      WS-JRN-PGM, WS-FS-PAR, REG-FATPAR
               IF NOT WS-FS-PAR-OK
                  DISPLAY "ERRO AO REABRIR A PARCELA: " WS-FS-PAR
                  GO TO P040-FIM
               END-IF
            END-IF

            IF VLR-CHQ GREATER VLR-PAGO-FAT
               MOVE ZEROS             TO VLR-PAGO-FAT
            ELSE
               SUBTRACT VLR-CHQ       FROM VLR-PAGO-FAT
            END-IF

            IF FATURA-PAGA
               SET FATURA-ABERTA      TO TRUE
            END-IF

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO REABRIR A FATURA: " WS-FS-FAT
            ELSE
               DISPLAY "FATURA " ID-FATURA " REABERTA."
            END-IF
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   ABATE O CHEQUE DO TOTAL EM CHEQUE DO CAIXA ONDE ELE ENTROU E
      *   GRAVA O MOVIMENTO COMPENSATORIO NO HISTORICO DESSE CAIXA
      *----------------------------------------------------------------
       P050-ESTORNA-CAIXA.

            MOVE ID-CAIXA-CHQ         TO ID-CAIXA

            READ CAIXA
                INVALID KEY
                   DISPLAY "AVISO: CAIXA " ID-CAIXA-CHQ
                           " NAO ENCONTRADO."
                NOT INVALID KEY
                   IF VLR-CHQ GREATER VLR-CHEQUE-CAIXA
                      MOVE ZEROS      TO VLR-CHEQUE-CAIXA
                   ELSE
                      SUBTRACT VLR-CHQ FROM VLR-CHEQUE-CAIXA
                   END-IF
                   REWRITE REG-CAIXA
                   IF NOT WS-FS-CXA-OK
                      DISPLAY "ERRO AO ATUALIZAR O CAIXA: " WS-FS-CXA
                   END-IF
            END-READ

            MOVE ID-CAIXA-CHQ         TO ID-CAIXA-MOV
            MOVE ID-FAT-CHQ           TO ID-FAT-MOV
            MOVE 'Q'                  TO FORMA-MOV
            MOVE VLR-CHQ              TO VLR-MOV
            MOVE NUM-PAR-CHQ          TO NUM-PAR-MOV
            MOVE SPACES               TO MOTIVO-DESC-MOV
            MOVE WS-AUT-LOGIN         TO LOGIN-AUT-MOV
            SET MOV-ESTORNO-REC       TO TRUE
            SET MOV-NAO-CONCILIADO    TO TRUE
            ACCEPT DATA-MOV FROM DATE
            ACCEPT HORA-MOV FROM TIME

            WRITE REG-CXMOV
            MOVE "ARQCXMOV"           TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-MOV, REG-CXMOV
            .
       P050-FIM.
       P060-MARCA-DEVOLVIDO.

            SET CHEQUE-DEVOLVIDO      TO TRUE
            MOVE WS-DATA-HOJE         TO DATA-DEV-CHQ
            MOVE WS-ALINEA            TO ALINEA-DEV-CHQ
            MOVE SESSAO-LOGIN         TO LOGIN-DEV-CHQ

            REWRITE REG-CHEQUE

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO MARCAR O CHEQUE COMO DEVOLVIDO: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
            END-IF
            .
       P060-FIM.
      *----------------------------------------------------------------
      *   SINALIZA O PACIENTE COM UM ALERTA NA PROXIMA SEQUENCIA LIVRE
      *   (MESMA REGRA DO PGMALE01), EXIBIDO NO CHECK-IN E NA AGENDA
      *----------------------------------------------------------------
       P070-ALERTA-PACIENTE.

            IF NOT ALERTAS-DISPONIVEIS
               DISPLAY "AVISO: ARQUIVO DE ALERTAS INDISPONIVEL. "
                       "SINALIZE O PACIENTE " ID-CLI-CHQ
                       " MANUALMENTE."
               GO TO P070-FIM
            END-IF

            PERFORM P071-PROXIMA-SEQ  THRU P071-FIM

            MOVE ID-CLI-CHQ           TO ID-CLI-ALE
            MOVE WS-PROX-SEQ          TO SEQ-ALE
            SET ALERTA-OUTRO          TO TRUE
            SET GRAVIDADE-MEDIA       TO TRUE
            MOVE ID-CHEQUE            TO WS-TXT-CHEQUE
            MOVE WS-TEXTO-ALERTA      TO TEXTO-ALE
            MOVE SPACES               TO SUBST-ALE
            SET ALERTA-ATIVO          TO TRUE
            MOVE SESSAO-LOGIN         TO LOGIN-ALE
            MOVE WS-DATA-HOJE         TO DATA-ALE

            WRITE REG-ALERTA
                INVALID KEY
                   DISPLAY "AVISO: NAO FOI POSSIVEL GRAVAR O ALERTA "
                           "DO PACIENTE " ID-CLI-CHQ "."
                NOT INVALID KEY
                   DISPLAY "PACIENTE " ID-CLI-CHQ
                           " SINALIZADO COM O ALERTA DE CHEQUE "
                           "DEVOLVIDO."
            END-WRITE
            .
       P070-FIM.
       P071-PROXIMA-SEQ.

            MOVE ZEROS                TO WS-PROX-SEQ
            SET WS-EOF-OK             TO FALSE
            MOVE ID-CLI-CHQ           TO ID-CLI-ALE
            MOVE ZEROS                TO SEQ-ALE

            START ALERTAS KEY IS NOT LESS THAN CHAVE-ALERTA
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P072-LE-SEQ THRU P072-FIM UNTIL WS-EOF-OK

            ADD 1                     TO WS-PROX-SEQ
            .
       P071-FIM.
       P072-LE-SEQ.

            READ ALERTAS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-ALE NOT EQUAL ID-CLI-CHQ
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      MOVE SEQ-ALE    TO WS-PROX-SEQ
                   END-IF
            END-READ
            .
       P072-FIM.
       END PROGRAM PGMCHQ01.
