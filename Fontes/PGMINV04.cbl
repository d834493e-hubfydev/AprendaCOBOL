      *             LOTE (ARQLOTEST), AVISA QUANDO O SALDO DOS LOTES
      *             DIVERGE DA QUANTIDADE CONTADA, PARA O OPERADOR
      *             ACERTAR OS LOTES POR ENTRADA/SAIDA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMINV04.
       77 WS-LOTEST-DISP      PIC X(01)  VALUE 'N'.
          88 LOTEST-DISPONIVEL VALUE 'S'.
          88 CONFIRMADO       VALUE 'S' 's'.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMINV04".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            MOVE QTD-CONTADA-IV       TO QTD-ESTQ

            REWRITE REG-ESTQ
            MOVE "ARQESTQ"            TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-EST, REG-ESTQ

            IF NOT WS-FS-EST-OK
               DISPLAY "ERRO AO AJUSTAR O ITEM " ID-ESTQ
