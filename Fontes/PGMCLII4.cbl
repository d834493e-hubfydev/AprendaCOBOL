      *             SO EXCLUI OU REATIVA CLIENTES DA PROPRIA
      *             FILIAL; ADMINISTRADOR E OPERADOR SEM VINCULO
      *             SEGUEM VENDO TODAS.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLII4.
                                 WS-FS-EOF BY WS-FS-SES-EOF
                                 WS-FS-OK BY WS-FS-SES-OK
                                 WS-FS BY WS-FS-SES.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCLII4".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
                    INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR O CLIENTE."
                    NOT INVALID KEY
                       MOVE "ARQCLII"            TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS, REG-CLI
                       DISPLAY "CLIENTE EXCLUIDO COM SUCESSO!"
                       CALL "PGMCLILOG" USING SESSAO-LOGIN, "E", ID-CLI,
                            NM-CLI, SPACES
                    INVALID KEY
                       DISPLAY "ERRO AO REATIVAR O CLIENTE."
                    NOT INVALID KEY
                       MOVE "ARQCLII"            TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS, REG-CLI
                       DISPLAY "CLIENTE REATIVADO COM SUCESSO!"
                       CALL "PGMCLILOG" USING SESSAO-LOGIN, "R", ID-CLI,
                            SPACES, NM-CLI
