      * Author: ANDRE COSTA
      * Date: 09 AGO 2026
      * Purpose: INCLUIR ITENS NO ESTOQUE DE CONSUMIVEIS - INDEXADO
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEST01.
       77 WS-EXIT            PIC X.
          88 WS-EXIT-OK      VALUE 'F' FALSE 'N'.
           COPY CPYFS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMEST01".
           COPY CPYPATHS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                     DISPLAY
                     "JA EXISTE ITEM COM ESTE ID: " ID-ESTQ
                  NOT INVALID KEY
                     MOVE "ARQESTQ"            TO WS-JRN-ARQ
                     MOVE 'W'                  TO WS-JRN-OPER
                     CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                            WS-JRN-PGM, WS-FS, REG-ESTQ
                     DISPLAY "ITEM DE ESTOQUE CADASTRADO COM SUCESSO"
            END-WRITE

