      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: DEVOLVER A PRIORIDADE LEGAL DE ATENDIMENTO DE UM
      *          CLIENTE NUMA DATA, PELO CADASTRO (CPYCLI): '8' IDOSO
      *          COM 80 ANOS OU MAIS (PASSA NA FRENTE DAS DEMAIS
      *          PRIORIDADES), 'I' IDOSO COM 60 ANOS OU MAIS, 'G'
      *          GESTANTE (ATE A DATA PREVISTA DO PARTO, QUANDO
      *          INFORMADA), 'D' PESSOA COM DEFICIENCIA E ESPACO SEM
      *          PRIORIDADE (INCLUSIVE CLIENTE OU ARQUIVO AUSENTE).
      *          USADO PELO PGMTRI01 E PELA FILA DO DIA (PGMCHK02).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRILEI.
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
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CPYCLI.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
       77 WS-IDADE            PIC 9(03) VALUE ZEROS.

       01 WS-DATA-REF.
          03 WS-REF-ANO       PIC 9(04).
          03 WS-REF-MMDD      PIC 9(04).

       01 WS-DATA-NASC.
          03 WS-NASC-ANO      PIC 9(04).
          03 WS-NASC-MMDD     PIC 9(04).
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-CLI           PIC 9(04).
       01 LK-DATA-REF         PIC 9(08).
       01 LK-PRIORIDADE       PIC X(01).
          88 PRIORIDADE-80    VALUE '8'.
          88 PRIORIDADE-IDOSO VALUE 'I'.
          88 PRIORIDADE-GESTANTE VALUE 'G'.
          88 PRIORIDADE-DEFIC VALUE 'D'.
          88 SEM-PRIORIDADE   VALUE SPACE.

       PROCEDURE DIVISION USING LK-ID-CLI, LK-DATA-REF, LK-PRIORIDADE.
       MAIN-PROCEDURE.

            SET SEM-PRIORIDADE        TO TRUE

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT CLIENTES

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE LK-ID-CLI            TO ID-CLI

            READ CLIENTES
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   PERFORM P010-AVALIA THRU P010-FIM
            END-READ

            CLOSE CLIENTES

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   IDADE EM ANOS COMPLETOS NA DATA DE REFERENCIA; DEPOIS
      *   GESTANTE E DEFICIENCIA
      *----------------------------------------------------------------
       P010-AVALIA.

            MOVE LK-DATA-REF          TO WS-DATA-REF
            MOVE DT-NASC-CLI          TO WS-DATA-NASC
            MOVE ZEROS                TO WS-IDADE

            IF DT-NASC-CLI GREATER ZEROS
               AND WS-NASC-ANO LESS WS-REF-ANO
               COMPUTE WS-IDADE = WS-REF-ANO - WS-NASC-ANO
               IF WS-REF-MMDD LESS WS-NASC-MMDD
                  SUBTRACT 1          FROM WS-IDADE
               END-IF
            END-IF

            IF WS-IDADE NOT LESS 80
               SET PRIORIDADE-80      TO TRUE
               GO TO P010-FIM
            END-IF

            IF WS-IDADE NOT LESS 60
               SET PRIORIDADE-IDOSO   TO TRUE
               GO TO P010-FIM
            END-IF

            IF CLI-GESTANTE
               AND (DT-PARTO-CLI EQUAL ZEROS
                    OR DT-PARTO-CLI NOT LESS LK-DATA-REF)
               SET PRIORIDADE-GESTANTE TO TRUE
               GO TO P010-FIM
            END-IF

            IF CLI-DEFICIENTE
               SET PRIORIDADE-DEFIC   TO TRUE
            END-IF
            .
       P010-FIM.
       END PROGRAM PGMPRILEI.
