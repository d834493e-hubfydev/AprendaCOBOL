      *
      *          LAYOUT DA LINHA DE RETORNO (POSICIONAL):
      *            RPS 9(04), FATURA 9(04), NFS-E 9(08).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMNFSRET.
       77 WS-TOTAL-CARIMBADAS     PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-REJEITADAS     PIC 9(06)  VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMNFSRET".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           MOVE RET-NFSE              TO NUM-NFSE-FAT

           REWRITE REG-FATURA
           MOVE "ARQFATURA"          TO WS-JRN-ARQ
           MOVE 'R'                  TO WS-JRN-OPER
           CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                  WS-FS-FAT, REG-FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ERRO AO CARIMBAR A NFS-E: " WS-FS-FAT
