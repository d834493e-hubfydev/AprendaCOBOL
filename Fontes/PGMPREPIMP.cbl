      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: IMPRIMIR A FOLHA DE PREPARO DO ATENDIMENTO PARA O
      *          PACIENTE LEVAR (RELPREP.LST, GUARDADA NO SPOOL PELO
      *          PGMSPOOL): PACIENTE, DATA E HORA DO ATENDIMENTO, A
      *          HORA DE CHEGADA COM A ANTECEDENCIA PEDIDA, O JEJUM E
      *          AS INSTRUCOES JA JUNTADAS PELO PGMPREPCK (CPYPREPPAR).
      *          CHAMADO PELO PGMAGE01 QUANDO O OPERADOR PEDE A FOLHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPREPIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT RELPREP ASSIGN TO
           WS-PATH-RELPREP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CPYCLI.

       FD RELPREP
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.

       77 WS-IL               PIC 9(02) COMP.
       77 WS-MIN-TOTAL        PIC 9(05) VALUE ZEROS.
       77 WS-MIN-CHEGADA      PIC 9(05) VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELPREP".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE SPACES.

       01 WS-HORA-CHEGADA.
          03 WS-HC-HH            PIC 9(02).
          03 WS-HC-MM            PIC 9(02).

       01 WS-CAB-01.
          03 FILLER               PIC X(40)  VALUE
             "PREPARO PARA O ATENDIMENTO".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE "PACIENTE: ".
          03 WS-CAB-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CAB-NM-CLI        PIC X(20).

       01 WS-CAB-03.
          03 FILLER               PIC X(13)  VALUE "ATENDIMENTO: ".
          03 WS-CAB-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACE.
          03 WS-CAB-HORA          PIC 9(04).
          03 FILLER               PIC X(14)  VALUE " - CHEGAR AS ".
          03 WS-CAB-CHEGADA       PIC 9(04).

       01 WS-LIN-JEJUM.
          03 FILLER               PIC X(07)  VALUE "JEJUM: ".
          03 WS-JEJ-HORAS         PIC Z9.
          03 FILLER               PIC X(38)  VALUE
             " HORA(S) ANTES DO HORARIO MARCADO".

       01 WS-LIN-TEXTO.
          03 FILLER               PIC X(04)  VALUE " -  ".
          03 WS-TXT-LINHA         PIC X(60).
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYPREPPAR.

       PROCEDURE DIVISION USING PREPARO-PARM.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN OUTPUT RELPREP

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO ABRIR A FOLHA DE PREPARO: " WS-FS
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
               GOBACK
            END-IF

            MOVE SPACES               TO WS-CAB-NM-CLI

            OPEN INPUT CLIENTES
            IF WS-FS-CLI-OK
               MOVE PREP-ID-CLI       TO ID-CLI
               READ CLIENTES
                   NOT INVALID KEY
                      MOVE NM-CLI     TO WS-CAB-NM-CLI
               END-READ
               CLOSE CLIENTES
            END-IF

            PERFORM P010-CABECALHO THRU P010-FIM

            PERFORM P020-IMPRIME-LINHA THRU P020-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER PREP-QTD-LINHAS

            CLOSE RELPREP

            CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELPREP,
                                  WS-SPOOL-PARMS

            DISPLAY "FOLHA DE PREPARO IMPRESSA."

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELPREP_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-RELPREP
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   PACIENTE, ATENDIMENTO, HORA DE CHEGADA (HORA MARCADA MENOS A
      *   ANTECEDENCIA) E JEJUM
      *----------------------------------------------------------------
       P010-CABECALHO.

            MOVE PREP-ID-CLI          TO WS-CAB-ID-CLI
            MOVE PREP-DATA            TO WS-CAB-DATA
            MOVE PREP-HORA            TO WS-CAB-HORA

            MOVE PREP-HORA            TO WS-HORA-CHEGADA
            COMPUTE WS-MIN-TOTAL = WS-HC-HH * 60 + WS-HC-MM
            IF PREP-ANTECED-MIN LESS WS-MIN-TOTAL
               COMPUTE WS-MIN-CHEGADA = WS-MIN-TOTAL - PREP-ANTECED-MIN
            ELSE
               MOVE ZEROS             TO WS-MIN-CHEGADA
            END-IF
            DIVIDE WS-MIN-CHEGADA BY 60 GIVING WS-HC-HH
                   REMAINDER WS-HC-MM
            MOVE WS-HORA-CHEGADA      TO WS-CAB-CHEGADA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-01            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-02            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-03            TO REL-LINHA
            WRITE REL-LINHA

            IF PREP-JEJUM-HORAS GREATER ZEROS
               MOVE PREP-JEJUM-HORAS  TO WS-JEJ-HORAS
               MOVE SPACES            TO REL-LINHA
               MOVE WS-LIN-JEJUM      TO REL-LINHA
               WRITE REL-LINHA
            END-IF

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            .
       P010-FIM.
       P020-IMPRIME-LINHA.

            MOVE PREP-LINHA (WS-IL)   TO WS-TXT-LINHA
            MOVE SPACES               TO REL-LINHA
            MOVE WS-LIN-TEXTO         TO REL-LINHA
            WRITE REL-LINHA
            .
       P020-FIM.
       END PROGRAM PGMPREPIMP.
