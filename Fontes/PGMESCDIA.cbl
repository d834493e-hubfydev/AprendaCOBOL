      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: DEVOLVER AS JANELAS DA ESCALA (ARQESCALA, VEJA
      *          PGMESC01) DE UM PROFISSIONAL NUMA DATA: ACHA A VERSAO
      *          DA ESCALA EM VIGOR (MAIOR INICIO DE VIGENCIA ATE A
      *          DATA) E DEVOLVE AS JANELAS DO DIA DA SEMANA DA DATA,
      *          EM MINUTOS, COM A FILIAL E A SALA DE CADA UMA.
      *          PROFISSIONAL SEM ESCALA EM VIGOR (OU SEM O ARQUIVO)
      *          VOLTA COM ESC-DIA-SEM-ESCALA, PARA O CHAMADOR USAR O
      *          EXPEDIENTE DO CADASTRO. USADO PELA AGENDA (PGMAGE01,
      *          PGMAGE07, PGMAGEIMP, PGMORC02 VIA PGMESCVAL), PELO
      *          MAPA DO DIA (PGMMAPA) E PELA OCUPACAO (PGMRELOCU).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESCDIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA ASSIGN TO
           WS-PATH-ARQESCALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ESC
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD ESCALA.
           COPY CPYESCALA.

       WORKING-STORAGE SECTION.
           COPY CPYFS.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.

       01 WS-HORA-TAB         PIC 9(04) VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH       PIC 99.
          03 WS-HORA-MM       PIC 99.
           COPY CPYPATHS.

       LINKAGE SECTION.
       01 LK-ID-PROF          PIC 9(04).
       01 LK-DATA             PIC 9(08).
           COPY CPYESCDIA.

       PROCEDURE DIVISION USING LK-ID-PROF, LK-DATA, ESC-DIA.
       MAIN-PROCEDURE.

            SET ESC-DIA-SEM-ESCALA    TO TRUE
            MOVE ZEROS                TO ESC-DIA-VIGENCIA
                                          ESC-DIA-QTD

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT ESCALA

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            CALL "PGMDIASEM" USING LK-DATA, WS-DIA-SEMANA

            PERFORM P010-PROCURA-JANELAS THRU P010-FIM

            CLOSE ESCALA

            IF ESC-DIA-VIGENCIA GREATER ZEROS
               SET ESC-DIA-COM-ESCALA TO TRUE
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESCALA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESCALA
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   AS JANELAS VEM EM ORDEM DE VIGENCIA: CADA VIGENCIA NOVA ATE A
      *   DATA DESCARTA AS JANELAS DA ANTERIOR; A PRIMEIRA VIGENCIA
      *   POSTERIOR A DATA ENCERRA A LEITURA
      *----------------------------------------------------------------
       P010-PROCURA-JANELAS.

            SET WS-EOF-OK             TO FALSE
            MOVE LK-ID-PROF           TO ID-PROF-ESC
            MOVE ZEROS                TO VIG-INI-ESC
                                          DIA-SEM-ESC
                                          SEQ-ESC

            START ESCALA KEY IS NOT LESS THAN CHAVE-ESC
                INVALID KEY
                   GO TO P010-FIM
            END-START

            PERFORM P011-LE-JANELA THRU P011-FIM UNTIL WS-EOF-OK
            .
       P010-FIM.
       P011-LE-JANELA.

            READ ESCALA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P011-FIM
            END-READ

            IF ID-PROF-ESC NOT EQUAL LK-ID-PROF
               OR VIG-INI-ESC GREATER LK-DATA
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            IF VIG-INI-ESC NOT EQUAL ESC-DIA-VIGENCIA
               MOVE VIG-INI-ESC       TO ESC-DIA-VIGENCIA
               MOVE ZEROS             TO ESC-DIA-QTD
            END-IF

            IF DIA-SEM-ESC NOT EQUAL WS-DIA-SEMANA
               OR ESC-DIA-QTD EQUAL 10
               GO TO P011-FIM
            END-IF

            ADD 1                     TO ESC-DIA-QTD

            MOVE HORA-INI-ESC         TO WS-HORA-TAB
            COMPUTE ESC-DIA-INI-MIN (ESC-DIA-QTD) =
                    WS-HORA-HH * 60 + WS-HORA-MM
            MOVE HORA-FIM-ESC         TO WS-HORA-TAB
            COMPUTE ESC-DIA-FIM-MIN (ESC-DIA-QTD) =
                    WS-HORA-HH * 60 + WS-HORA-MM
            MOVE FILIAL-ESC           TO ESC-DIA-FILIAL (ESC-DIA-QTD)
            MOVE ID-SALA-ESC          TO ESC-DIA-SALA (ESC-DIA-QTD)
            .
       P011-FIM.
       END PROGRAM PGMESCDIA.
