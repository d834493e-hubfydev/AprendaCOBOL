      *          TIPO 'A' EM ARQCXMOV (ID-FAT-MOV ZEROS) E E CREDITADO
      *          NA CARTEIRA DO CLIENTE (PGMCREDIT), DE ONDE PODE
      *          ABATER FATURAS FUTURAS NO PGMCXA02.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCXA05.
       77 WS-CRED-SALDO       PIC 9(08)V99 VALUE ZEROS.
       77 WS-SALDO-ED         PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCXA05".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            ACCEPT HORA-MOV FROM TIME

            WRITE REG-CXMOV
            MOVE "ARQCXMOV"           TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-MOV, REG-CXMOV
            .
       P024-FIM.
       P025-CREDITA-CLIENTE.
