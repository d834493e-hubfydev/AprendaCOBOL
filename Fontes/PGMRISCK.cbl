      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONSULTAR O RISCO DE FALTA DE UM CLIENTE (ARQRISCO,
      *          CALCULADO TODA NOITE PELO PGMRISCO) E DEVOLVER O
      *          REGISTRO NO LAYOUT CPYRISCO. CLIENTE SEM REGISTRO OU
      *          COM POUCO HISTORICO VOLTA COM A FAIXA EM BRANCO E AS
      *          TAXAS DA CLINICA TODA (REGISTRO DE CHAVE ZERO), PARA A
      *          PREVISAO DE FALTAS NAO TRATAR PACIENTE NOVO COMO
      *          RISCO ZERO (A DATA DO CALCULO TAMBEM VEM DO REGISTRO
      *          DA CLINICA). SEM O ARQUIVO, VOLTA TUDO ZERADO. USADO
      *          PELO PGMAGE01 (FAIXA NA MARCACAO), PGMLEMBRA (LEMBRETE
      *          EXTRA DO RISCO ALTO) E PGMRELOCU (FALTAS PREVISTAS).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRISCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RISCO ASSIGN TO
           WS-PATH-ARQRISCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI-ARQ
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD RISCO.
       01 REG-RISCO-ARQ.
          03 ID-CLI-ARQ          PIC 9(04).
          03 FILLER              PIC X(39).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
       77 WS-ACHOU-CLI        PIC X(01) VALUE 'N'.
          88 CLIENTE-ACHADO   VALUE 'S'.
       01 WS-RISCO-CLINICA.
          03 FILLER              PIC X(04).
          03 WS-CLN-DATA-CALC    PIC 9(08).
          03 FILLER              PIC X(20).
          03 WS-CLN-PERC-FALTA   PIC 9(03)V99.
          03 WS-CLN-PERC-CANC    PIC 9(03)V99.
          03 FILLER              PIC X(01).
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-CLI           PIC 9(04).
           COPY CPYRISCO.

       PROCEDURE DIVISION USING LK-ID-CLI, REG-RISCO.
       MAIN-PROCEDURE.

            INITIALIZE REG-RISCO
            MOVE LK-ID-CLI            TO ID-CLI-RIS
            MOVE 'N'                  TO WS-ACHOU-CLI

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT RISCO

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE LK-ID-CLI            TO ID-CLI-ARQ

            READ RISCO INTO REG-RISCO
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S'           TO WS-ACHOU-CLI
            END-READ

            IF NOT CLIENTE-ACHADO OR RISCO-SEM-HISTORICO
               PERFORM P010-TAXA-CLINICA THRU P010-FIM
            END-IF

            CLOSE RISCO

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRISCO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRISCO
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TAXAS DA CLINICA TODA NO LUGAR DAS DO CLIENTE; AS
      *   QUANTIDADES CONTINUAM SENDO AS DO CLIENTE
      *----------------------------------------------------------------
       P010-TAXA-CLINICA.

            MOVE ZEROS                TO ID-CLI-ARQ

            READ RISCO INTO WS-RISCO-CLINICA
                INVALID KEY
                   MOVE ZEROS         TO PERC-FALTA-RIS
                                         PERC-CANC-RIS
                   GO TO P010-FIM
            END-READ

            MOVE WS-CLN-DATA-CALC     TO DATA-CALC-RIS
            MOVE WS-CLN-PERC-FALTA    TO PERC-FALTA-RIS
            MOVE WS-CLN-PERC-CANC     TO PERC-CANC-RIS
            .
       P010-FIM.
       END PROGRAM PGMRISCK.
