      *          EM ARQPACOTE E FATURADO UMA UNICA VEZ (FATURA TIPO
      *          'P'); AS SESSOES SAO CONSUMIDAS PELO PGMAGE05 QUANDO
      *          CADA ATENDIMENTO E REALIZADO, SEM GERAR FATURA NOVA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAC01.
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMPAC01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
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
                   DISPLAY "PACOTE FATURADO: FATURA " ID-FATURA
                           " VALOR " VLR-FAT
            END-WRITE
