      *          EMAIL), NO FORMATO ENTREGUE POR SISTEMAS PARCEIROS OU
      *          EXPORTADO DE PLANILHA, GRAVANDO CADA LINHA NO ARQUIVO
      *          INDEXADO DE CLIENTES.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLIIMP.
       77 WS-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-IMPORTADOS     PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-DUPLICADOS     PIC 9(06) VALUE ZEROS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCLIIMP".
          COPY CPYPATHS.

       PROCEDURE DIVISION.
           SET CLI-ATIVO             TO TRUE
           MOVE ZEROS                TO ID-RESP-CLI
                                         ID-ORIG-CLI
                                         DT-PARTO-CLI
           MOVE 'N'                  TO GESTANTE-CLI
                                         DEFIC-CLI

           WRITE REG-CLI
               INVALID KEY
                  DISPLAY "CLIENTE JA EXISTE, IGNORADO: " ID-CLI
                  ADD 1              TO WS-TOTAL-DUPLICADOS
               NOT INVALID KEY
                  MOVE "ARQCLII"            TO WS-JRN-ARQ
                  MOVE 'W'                  TO WS-JRN-OPER
                  CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                         WS-JRN-PGM, WS-FS, REG-CLI
                  ADD 1              TO WS-TOTAL-IMPORTADOS
           END-WRITE

