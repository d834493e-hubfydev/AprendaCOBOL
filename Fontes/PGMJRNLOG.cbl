      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: GRAVAR NO DIARIO DE ALTERACOES (ARQJRN) A IMAGEM
      *          POSTERIOR DE UMA INCLUSAO, ALTERACAO OU EXCLUSAO FEITA
      *          NUM ARQUIVO PRINCIPAL (CLIENTES, AGENDA, FATURAS,
      *          PARCELAS, MOVIMENTOS DE CAIXA E ESTOQUE), COM DATA,
      *          HORA, PROGRAMA E LOGIN DA SESSAO. CHAMADO LOGO APOS O
      *          COMANDO DE GRAVACAO; SO REGISTRA QUANDO O FILE STATUS
      *          INFORMADO INDICA SUCESSO. O DIARIO E VIRADO A CADA
      *          BACKUP (PGMBKPALL) E REAPLICADO NA RESTAURACAO
      *          (PGMBKPRST).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMJRNLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARIO ASSIGN TO
           WS-PATH-ARQJRN
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.
       DATA DIVISION.
       FILE SECTION.
       FD DIARIO.
           COPY CPYJRN.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
       77 WS-LOGIN-JRN        PIC X(10) VALUE SPACES.
       77 WS-SESSAO-LIDA      PIC X(01) VALUE 'N'.
          88 SESSAO-JA-LIDA   VALUE 'S'.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ARQ              PIC X(12).
       01 LK-OPER             PIC X(01).
       01 LK-PGM              PIC X(10).
       01 LK-FS               PIC 9(02).
       01 LK-IMAGEM           PIC X(256).

       PROCEDURE DIVISION USING LK-ARQ, LK-OPER, LK-PGM, LK-FS,
                                LK-IMAGEM.
       MAIN-PROCEDURE.

      *    GRAVACAO RECUSADA PELO ARQUIVO NAO ENTRA NO DIARIO
            IF LK-FS NOT LESS 10
               GOBACK
            END-IF

            IF NOT SESSAO-JA-LIDA
               PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
               PERFORM P003-LE-SESSAO THRU P003-FIM
            END-IF

            OPEN EXTEND DIARIO

            IF WS-FS EQUAL 35
               OPEN OUTPUT DIARIO
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO ABRIR O DIARIO DE ALTERACOES: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               GOBACK
            END-IF

            ACCEPT DATA-JRN FROM DATE
            ACCEPT HORA-JRN FROM TIME
            MOVE LK-ARQ               TO ARQ-JRN
            MOVE LK-OPER              TO OPER-JRN
            MOVE LK-PGM               TO PGM-JRN
            MOVE WS-LOGIN-JRN         TO LOGIN-JRN
            MOVE LK-IMAGEM            TO IMAGEM-JRN

            WRITE REG-JRN

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO GRAVAR O DIARIO DE ALTERACOES: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
            END-IF

            CLOSE DIARIO

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQJRN_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQJRN
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
      *   GUARDA O LOGIN DA SESSAO GRAVADA PELO PGMLOGIN; SEM SESSAO
      *   (JOB BATCH) O DIARIO REGISTRA "BATCH"
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE "BATCH"              TO WS-LOGIN-JRN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
                   NOT AT END
                      IF SESSAO-LOGIN NOT EQUAL SPACES
                         MOVE SESSAO-LOGIN TO WS-LOGIN-JRN
                      END-IF
               END-READ
               CLOSE SESSAO
            END-IF

            SET SESSAO-JA-LIDA        TO TRUE
            .
       P003-FIM.
       END PROGRAM PGMJRNLOG.
