      *             ESTORNADA PARA O MESMO AGENDAMENTO, NADA E GERADO
      *             - REGISTRAR A FALTA DUAS VEZES NAO PODE COBRAR
      *             DUAS MULTAS.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMULTA.
       ENVIRONMENT DIVISION.
       77 WS-TEM-MULTA        PIC X(01) VALUE 'N'.
          88 MULTA-JA-EXISTE  VALUE 'S'.
       77 WS-VLR-BASE         PIC 9(06)V99 VALUE ZEROS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMMULTA".
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-AGE           PIC 9(08).
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
            MOVE SPACES               TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT

                INVALID KEY
                   DISPLAY "JA EXISTE FATURA COM ESTE ID: " ID-FATURA
                NOT INVALID KEY
                   MOVE "ARQFATURA"          TO WS-JRN-ARQ
                   MOVE 'W'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS-FAT,
                                          REG-FATURA
                   DISPLAY "MULTA DE FALTA GERADA: FATURA " ID-FATURA
                           " VALOR " WS-VLR-MULTA
            END-WRITE
