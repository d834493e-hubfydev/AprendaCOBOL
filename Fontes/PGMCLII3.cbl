      *             SO ATUALIZA CLIENTES DA PROPRIA FILIAL;
      *             ADMINISTRADOR E OPERADOR SEM VINCULO SEGUEM
      *             VENDO TODAS.
      * Manutencao: 15 OUT 2026 - PERMITE ATUALIZAR TAMBEM OS DADOS DA
      *             PRIORIDADE LEGAL: GESTANTE (COM A DATA PREVISTA DO
      *             PARTO) E PESSOA COM DEFICIENCIA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLII3.
       77 WS-ACHOU-CLIENTE   PIC X(01)  VALUE 'N'.
          88 WS-ACHOU-CLIENTE-OK VALUE 'S' FALSE 'N'.
       77 WS-CONFIRMA         PIC A      VALUE SPACES.
       77 WS-RESP-PRI        PIC X(01)  VALUE SPACES.
       77 WS-DATA-OK         PIC X(01)  VALUE 'N'.
          88 DATA-OK         VALUE 'S'.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCLII3".
           COPY CPYPATHS.



            MOVE   WS-NM-CLI       TO NM-CLI

            PERFORM P018-ATUALIZA-PRIORIDADE THRU P018-FIM

            DISPLAY "CONFIRMA A ATUALIZACAO? <S/N>"
            ACCEPT WS-CONFIRMA

                    INVALID KEY
                       DISPLAY "CLIENTE JA EXISTE"
                    NOT INVALID KEY
                       MOVE "ARQCLII"            TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS, REG-CLI
                       DISPLAY "CLIENTE ATUALIZADO COM SUCESSO!"
                       CALL "PGMCLILOG" USING SESSAO-LOGIN, "A", ID-CLI,
                            WS-NM-ANTES, NM-CLI
            END-IF
            .
       P014-FIM.
      *----------------------------------------------------------------
      *   GESTANTE E DEFICIENCIA (PRIORIDADE LEGAL); <ENTER> MANTEM O
      *   QUE ESTA NO CADASTRO
      *----------------------------------------------------------------
       P018-ATUALIZA-PRIORIDADE.

            DISPLAY "GESTANTE (ATUAL: " GESTANTE-CLI
                    ")? <S/N, ENTER MANTEM>: "
            MOVE SPACES               TO WS-RESP-PRI
            ACCEPT WS-RESP-PRI

            EVALUATE WS-RESP-PRI
                WHEN 'S'
                WHEN 's'
                   SET CLI-GESTANTE   TO TRUE
                   MOVE 'N'           TO WS-DATA-OK
                   PERFORM P019-PEDE-PARTO THRU P019-FIM
                      UNTIL DATA-OK
                WHEN 'N'
                WHEN 'n'
                   MOVE 'N'           TO GESTANTE-CLI
                   MOVE ZEROS         TO DT-PARTO-CLI
                WHEN OTHER
                   CONTINUE
            END-EVALUATE

            DISPLAY "PESSOA COM DEFICIENCIA (ATUAL: " DEFIC-CLI
                    ")? <S/N, ENTER MANTEM>: "
            MOVE SPACES               TO WS-RESP-PRI
            ACCEPT WS-RESP-PRI

            EVALUATE WS-RESP-PRI
                WHEN 'S'
                WHEN 's'
                   SET CLI-DEFICIENTE TO TRUE
                WHEN 'N'
                WHEN 'n'
                   MOVE 'N'           TO DEFIC-CLI
                WHEN OTHER
                   CONTINUE
            END-EVALUATE
            .
       P018-FIM.
       P019-PEDE-PARTO.

            DISPLAY "DATA PREVISTA DO PARTO (AAAAMMDD, "
                    "0 = NAO INFORMADA): "
            ACCEPT DT-PARTO-CLI

            IF DT-PARTO-CLI EQUAL ZEROS
               MOVE 'S'               TO WS-DATA-OK
               GO TO P019-FIM
            END-IF

            CALL "PGMVALDT" USING DT-PARTO-CLI, WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY "DATA INVALIDA"
            END-IF
            .
       P019-FIM.

       END PROGRAM PGMCLII3.
