      *
      *          LAYOUT DA LINHA DE RESPOSTA (POSICIONAL):
      *            AGENDAMENTO 9(08), RESULTADO X(01).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMELEGRT.
       77 WS-TOTAL-MARCADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-REJEITADAS     PIC 9(06)  VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMELEGRT".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
                  NOT INVALID KEY
                     MOVE RET-RESULTADO TO ELEG-AGE
                     REWRITE REG-AGE
                     MOVE "ARQAGE"             TO WS-JRN-ARQ
                     MOVE 'R'                  TO WS-JRN-OPER
                     CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                            WS-JRN-PGM, WS-FS-AGE,
                                            REG-AGE
                     IF WS-FS-AGE-OK
                        ADD 1         TO WS-TOTAL-MARCADOS
                     ELSE
