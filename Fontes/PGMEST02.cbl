      *             SAIDA DE ITEM COM LOTES BAIXA DO LOTE VALIDO MAIS
      *             ANTIGO (PGMLOTBXA) E E RECUSADA QUANDO SO RESTA
      *             SALDO VENCIDO OU INSUFICIENTE.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEST02.
       77 WS-DATA-VAL          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK           PIC X(01) VALUE 'N'.
          88 DATA-OK           VALUE 'S'.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMEST02".
           COPY CPYPATHS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                    INVALID KEY
                       DISPLAY "ERRO AO ATUALIZAR O ITEM"
                    NOT INVALID KEY
                       MOVE "ARQESTQ"            TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS,
                                              REG-ESTQ
                       DISPLAY "SALDO ATUALIZADO: " QTD-ESTQ
            END-REWRITE

