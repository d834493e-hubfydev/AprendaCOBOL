      *             ESTENDIDO REPORTADO PELO RUNTIME (POR EXEMPLO,
      *             CONFLITOS DE TRAVA DE REGISTRO EM AMBIENTE
      *             MULTIUSUARIO).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLII1.
          88 CONV-VALIDO      VALUE 'S'.
       77 WS-FILIAL-OK        PIC X(01) VALUE 'N'.
          88 FILIAL-VALIDA    VALUE 'S'.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCLII1D".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            ACCEPT ENDER-CLI
            MOVE ZEROS               TO ID-RESP-CLI
                                         ID-ORIG-CLI
                                         DT-PARTO-CLI
            MOVE 'N'                 TO GESTANTE-CLI
                                         DEFIC-CLI

            WRITE REG-CLI
                  INVALID KEY
                     DISPLAY "JA EXISTE CLIENTE COM ESTE ID: " ID-CLI
                  NOT INVALID KEY
                     MOVE "ARQCLII"            TO WS-JRN-ARQ
                     MOVE 'W'                  TO WS-JRN-OPER
                     CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                            WS-JRN-PGM, WS-FS, REG-CLI
                     DISPLAY "CLIENTE CADASTRADO COM SUCESSO"
            END-WRITE

