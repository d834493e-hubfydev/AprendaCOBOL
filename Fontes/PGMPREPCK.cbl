      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MONTAR O PREPARO DE UM ATENDIMENTO (CPYPREPPAR): LE NO
      *          ARQPREPARO AS INSTRUCOES DO PROCEDIMENTO PRINCIPAL E
      *          DE CADA PROCEDIMENTO ADICIONAL DO AGENDAMENTO
      *          (ARQAGEIT) E JUNTA TUDO - VALE O MAIOR JEJUM E A MAIOR
      *          ANTECEDENCIA DE CHEGADA (A REGRA MAIS RIGIDA) E AS
      *          LINHAS DE TEXTO ENTRAM UMA VEZ SO, NA ORDEM DOS
      *          PROCEDIMENTOS. SEM O ARQUIVO OU SEM PREPARO CADASTRADO,
      *          VOLTA PREP-SEM-PREPARO. USADO PELO PGMAGE01 (PREPARO NA
      *          MARCACAO) E PELO PGMLEMBRA (PREPARO NO LEMBRETE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPREPCK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREPAROS ASSIGN TO
           WS-PATH-ARQPREPARO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC-PREP
           FILE STATUS  IS WS-FS.

           SELECT AGEITENS ASSIGN TO
           WS-PATH-ARQAGEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-AGEIT
           FILE STATUS  IS WS-FS-AGI.
       DATA DIVISION.
       FILE SECTION.
       FD PREPAROS.
           COPY CPYPREPARO.

       FD AGEITENS.
           COPY CPYAGEIT.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGI-EOF
                          WS-FS-OK BY WS-FS-AGI-OK
                          WS-FS BY WS-FS-AGI.

       77 WS-AGI-DISP         PIC X(01) VALUE 'N'.
          88 AGEITENS-DISPONIVEL VALUE 'S'.
       77 WS-ID-PROC-LIDO     PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-ADIC         PIC 9(02) VALUE ZEROS.
       77 WS-IL               PIC 9(02) COMP.
       77 WS-IX               PIC 9(02) COMP.
       77 WS-REPETIDA         PIC X(01) VALUE 'N'.
          88 LINHA-REPETIDA   VALUE 'S'.
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYPREPPAR.

       PROCEDURE DIVISION USING PREPARO-PARM.
       MAIN-PROCEDURE.

            SET PREP-SEM-PREPARO      TO TRUE
            MOVE ZEROS                TO PREP-JEJUM-HORAS
                                         PREP-ANTECED-MIN
                                         PREP-QTD-LINHAS

            PERFORM P005-LIMPA-LINHA THRU P005-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 24

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT PREPAROS

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE 'N'                  TO WS-AGI-DISP

            IF PREP-ID-AGE GREATER ZEROS
               OPEN INPUT AGEITENS
               IF WS-FS-AGI-OK
                  SET AGEITENS-DISPONIVEL TO TRUE
               END-IF
            END-IF

            MOVE PREP-ID-PROC         TO WS-ID-PROC-LIDO
            PERFORM P010-JUNTA-PREPARO THRU P010-FIM

            IF AGEITENS-DISPONIVEL
               PERFORM P020-LE-ADICIONAL THRU P020-FIM
                  VARYING WS-SEQ-ADIC FROM 1 BY 1
                  UNTIL WS-SEQ-ADIC GREATER 11
               CLOSE AGEITENS
            END-IF

            CLOSE PREPAROS

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPREPARO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPREPARO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGEIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGEIT
            END-IF
            .
       P001-FIM.
       P005-LIMPA-LINHA.

            MOVE SPACES               TO PREP-LINHA (WS-IL)
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   SOMA O PREPARO DE UM PROCEDIMENTO AO DO ATENDIMENTO: FICA O
      *   MAIOR JEJUM E A MAIOR ANTECEDENCIA; LINHA IGUAL A UMA JA
      *   JUNTADA NAO SE REPETE
      *----------------------------------------------------------------
       P010-JUNTA-PREPARO.

            IF WS-ID-PROC-LIDO EQUAL ZEROS
               GO TO P010-FIM
            END-IF

            MOVE WS-ID-PROC-LIDO      TO ID-PROC-PREP

            READ PREPAROS
                INVALID KEY
                   GO TO P010-FIM
            END-READ

            SET PREP-TEM-PREPARO      TO TRUE

            IF JEJUM-HORAS-PREP GREATER PREP-JEJUM-HORAS
               MOVE JEJUM-HORAS-PREP  TO PREP-JEJUM-HORAS
            END-IF

            IF ANTECED-MIN-PREP GREATER PREP-ANTECED-MIN
               MOVE ANTECED-MIN-PREP  TO PREP-ANTECED-MIN
            END-IF

            PERFORM P011-JUNTA-LINHA THRU P011-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 8
            .
       P010-FIM.
       P011-JUNTA-LINHA.

            IF LINHA-PREP (WS-IL) EQUAL SPACES
               GO TO P011-FIM
            END-IF

            MOVE 'N'                  TO WS-REPETIDA

            PERFORM P012-COMPARA-LINHA THRU P012-FIM
               VARYING WS-IX FROM 1 BY 1
               UNTIL WS-IX GREATER PREP-QTD-LINHAS
                  OR LINHA-REPETIDA

            IF LINHA-REPETIDA OR PREP-QTD-LINHAS NOT LESS 24
               GO TO P011-FIM
            END-IF

            ADD 1                     TO PREP-QTD-LINHAS
            MOVE LINHA-PREP (WS-IL)   TO PREP-LINHA (PREP-QTD-LINHAS)
            .
       P011-FIM.
       P012-COMPARA-LINHA.

            IF PREP-LINHA (WS-IX) EQUAL LINHA-PREP (WS-IL)
               SET LINHA-REPETIDA     TO TRUE
            END-IF
            .
       P012-FIM.
      *----------------------------------------------------------------
      *   PROCEDIMENTOS ADICIONAIS DO AGENDAMENTO (ARQAGEIT); A PRIMEIRA
      *   SEQUENCIA QUE FALTA ENCERRA A LISTA
      *----------------------------------------------------------------
       P020-LE-ADICIONAL.

            MOVE PREP-ID-AGE          TO ID-AGE-IT
            MOVE WS-SEQ-ADIC          TO SEQ-AGE-IT

            READ AGEITENS
                INVALID KEY
                   MOVE 99            TO WS-SEQ-ADIC
                   GO TO P020-FIM
            END-READ

            MOVE ID-PROC-AGIT         TO WS-ID-PROC-LIDO
            PERFORM P010-JUNTA-PREPARO THRU P010-FIM
            .
       P020-FIM.
       END PROGRAM PGMPREPCK.
