      *          ARQFATPAR E MARCA A QUANTIDADE DE PARCELAS NA FATURA.
      *          CADA PARCELA E ENTAO RECEBIDA INDIVIDUALMENTE NO
      *          CAIXA (PGMCXA02).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFATPAR.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMFATPAR".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            IF WS-FS-OK
               MOVE WS-QTD-PARC       TO QTD-PARC-FAT
               REWRITE REG-FATURA
               MOVE "ARQFATURA"          TO WS-JRN-ARQ
               MOVE 'R'                  TO WS-JRN-OPER
               CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                      WS-JRN-PGM, WS-FS-FAT, REG-FATURA

               IF NOT WS-FS-FAT-OK
                  DISPLAY "ERRO AO MARCAR A FATURA: " WS-FS-FAT
                                          DATA-PAG-PAR
                                          VLR-DESC-PAR
                                          ID-BOL-PAR
                                          DATA-MORA-PAR

            WRITE REG-FATPAR
            MOVE "ARQFATPAR"          TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS, REG-FATPAR

            MOVE 'M'                  TO WS-TIPO-SOMA
            MOVE 1                    TO WS-QTD-MESES
