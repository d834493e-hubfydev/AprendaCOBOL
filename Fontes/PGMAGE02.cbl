      * Purpose: REMARCAR AGENDAMENTOS - INDEXADO
      * Manutencao: 09 AGO 2026 - A NOVA DATA PASSA POR VALIDACAO
      *             (PGMVALDT) ANTES DE SEGUIR.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGE02.
          88 HA-CONFLITO       VALUE 'S'.
       77 WS-EOF-CONF          PIC 9      VALUE 0.
          88 WS-EOF-CONF-OK    VALUE 1 FALSE 0.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMAGE02".
           COPY CPYPATHS.


                       INVALID KEY
                          DISPLAY "AGENDAMENTO JA EXISTE"
                       NOT INVALID KEY
                          MOVE "ARQAGE"             TO WS-JRN-ARQ
                          MOVE 'R'                  TO WS-JRN-OPER
                          CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                 WS-JRN-OPER,
                                                 WS-JRN-PGM, WS-FS,
                                                 REG-AGE
                          DISPLAY "AGENDAMENTO REMARCADO COM SUCESSO!"
               END-REWRITE

