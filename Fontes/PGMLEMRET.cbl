      *
      *          LAYOUT DA LINHA DE RETORNO (POSICIONAL):
      *            ID DO AGENDAMENTO 9(04), RESPOSTA X(10).
      * Manutencao: 15 OUT 2026 - A CONFIRMACAO PELO PACIENTE REFAZ A
      *             RESERVA DE MATERIAL DO AGENDAMENTO (PGMRESAGE).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLEMRET.
       77 WS-TOTAL-TRABALHO       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-REJEITADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-SEM-PAR        PIC 9(06)  VALUE ZEROS.
       77 WS-RES-FALTA            PIC X(01)  VALUE 'N'.

       01 WS-LINHA-DET.
          03 WS-DET-ID            PIC 9(08).
       77 WS-REJ-JOB              PIC X(08)  VALUE 'LEMRET'.
       77 WS-REJ-MOTIVO           PIC X(30)  VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMLEMRET".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
                  IF AGE-AGENDADO OR AGE-CONFIRMADO
                     SET AGE-CONFIRMADO TO TRUE
                     REWRITE REG-AGE
                     MOVE "ARQAGE"             TO WS-JRN-ARQ
                     MOVE 'R'                  TO WS-JRN-OPER
                     CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                            WS-JRN-PGM, WS-FS-AGE,
                                            REG-AGE
                     CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
                     ADD 1            TO WS-TOTAL-CONFIRMADAS
                     MOVE "CONFIRMADO" TO WS-DET-RESULTADO
                  ELSE
