      * Manutencao: 09 AGO 2026 - PASSA A LER A SESSAO GRAVADA PELO
      *             PGMLOGIN PARA INFORMAR O LOGIN DO OPERADOR NA
      *             TRILHA DE AUDITORIA (PGMCLILOG).
      * Manutencao: 15 OUT 2026 - PERGUNTA SE A CLIENTE E GESTANTE (COM
      *             A DATA PREVISTA DO PARTO) E SE E PESSOA COM
      *             DEFICIENCIA, PARA A PRIORIDADE LEGAL NA FILA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLI01.
       77 WS-ORIG-OK          PIC X(01) VALUE 'N'.
       77 WS-RESP-GUARDADO    PIC 9(04) VALUE ZEROS.
       77 WS-RESP-OK          PIC X(01) VALUE 'N'.
       77 WS-RESP-PRI         PIC X(01) VALUE 'N'.
          88 RESPOSTA-SIM     VALUE 'S' 's'.
       01 WS-CLI-GUARDA       PIC X(200) VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCLI01".
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-PARM.
            ACCEPT ENDER-CLI
            PERFORM P022-ACEITA-RESPONSAVEL THRU P022-FIM
            PERFORM P023-ACEITA-ORIGEM THRU P023-FIM
            PERFORM P024-ACEITA-PRIORIDADE THRU P024-FIM

            MOVE WS-RESP-GUARDADO    TO ID-RESP-CLI

                  INVALID KEY
                     DISPLAY "JA EXISTE CLIENTE COM ESTE ID: " ID-CLI
                  NOT INVALID KEY
                     MOVE "ARQCLII"            TO WS-JRN-ARQ
                     MOVE 'W'                  TO WS-JRN-OPER
                     CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                            WS-JRN-PGM, WS-FS, REG-CLI
                     DISPLAY "CLIENTE CADASTRADO COM SUCESSO"
                     CALL "PGMCLILOG" USING SESSAO-LOGIN, "I", ID-CLI,
                          SPACES, NM-CLI
            END-READ
            .
       P0231-FIM.
      *----------------------------------------------------------------
      *   DADOS DA PRIORIDADE LEGAL DE ATENDIMENTO (A IDADE VEM DA DATA
      *   DE NASCIMENTO): GESTANTE, COM A DATA PREVISTA DO PARTO, E
      *   PESSOA COM DEFICIENCIA
      *----------------------------------------------------------------
       P024-ACEITA-PRIORIDADE.

            MOVE 'N'                  TO GESTANTE-CLI
                                         DEFIC-CLI
            MOVE ZEROS                TO DT-PARTO-CLI

            DISPLAY "GESTANTE? <S/N>: "
            MOVE 'N'                  TO WS-RESP-PRI
            ACCEPT WS-RESP-PRI

            IF RESPOSTA-SIM
               SET CLI-GESTANTE       TO TRUE
               MOVE 'N'               TO WS-DATA-OK
               PERFORM P025-PEDE-PARTO THRU P025-FIM UNTIL DATA-OK
            END-IF

            DISPLAY "PESSOA COM DEFICIENCIA? <S/N>: "
            MOVE 'N'                  TO WS-RESP-PRI
            ACCEPT WS-RESP-PRI

            IF RESPOSTA-SIM
               SET CLI-DEFICIENTE     TO TRUE
            END-IF
            .
       P024-FIM.
       P025-PEDE-PARTO.

            DISPLAY "DATA PREVISTA DO PARTO (AAAAMMDD, "
                    "0 = NAO INFORMADA): "
            ACCEPT DT-PARTO-CLI

            IF DT-PARTO-CLI EQUAL ZEROS
               MOVE 'S'               TO WS-DATA-OK
               GO TO P025-FIM
            END-IF

            CALL "PGMVALDT" USING DT-PARTO-CLI, WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY "DATA INVALIDA"
            END-IF
            .
       P025-FIM.
       END PROGRAM PGMCLI01.
