      *            LOTE 9(04), FATURA 9(04), SITUACAO X(01),
      *            VALOR PAGO 9(06)V99 (CENTAVOS IMPLICITOS),
      *            CODIGO DE GLOSA X(05).
      * Manutencao: 15 OUT 2026 - O LOTE GUARDA A DATA DO PRIMEIRO
      *             RETORNO PROCESSADO (DATA-RET-LOTE), BASE DO PRAZO
      *             MEDIO DE RETORNO NO PAINEL DOS CONVENIOS.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLOTRET.
       77 WS-REJ-JOB              PIC X(08)  VALUE 'LOTRET'.
       77 WS-REJ-MOTIVO           PIC X(30)  VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMLOTRET".
           COPY CPYPATHS.

       PROCEDURE DIVISION.

           IF RET-PAGA OR RET-GLOSADA
              REWRITE REG-FATURA
              MOVE "ARQFATURA"          TO WS-JRN-ARQ
              MOVE 'R'                  TO WS-JRN-OPER
              CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                     WS-JRN-PGM, WS-FS-FAT, REG-FATURA

              IF NOT WS-FS-FAT-OK
                 DISPLAY "ERRO AO BAIXAR A FATURA: " WS-FS-FAT
              ADD WS-VLR-GLOSA-ITEM   TO VLR-GLOSA-LOTE
           END-IF

           IF LOTE-SEM-RETORNO
              MOVE WS-DATA-HOJE       TO DATA-RET-LOTE
           END-IF

           SET LOTE-RETORNADO         TO TRUE

           REWRITE REG-LOTE
