      *             PROFISSIONAL E AVISAR A RECEPCAO DO PRIMEIRO
      *             CLIENTE AGUARDANDO, PARA REOFERECER O HORARIO
      *             LIBERADO (VEJA PGMAGE01).
      * Manutencao: 15 OUT 2026 - O CANCELAMENTO PUBLICA O AVISO AO
      *             PACIENTE NA CAIXA DE SAIDA DE MENSAGENS (PGMMSGPUB);
      *             SEM CONSENTIMENTO OU SEM CONTATO, A RECEPCAO E
      *             AVISADA PARA TELEFONAR.
      * Manutencao: 15 OUT 2026 - O CANCELAMENTO LIBERA A RESERVA DE
      *             MATERIAL DO AGENDAMENTO E A REATIVACAO A REFAZ
      *             (PGMRESAGE).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGE04.

       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-CONFIRMA        PIC A      VALUE SPACES.
       77 WS-RES-FALTA       PIC X(01)  VALUE 'N'.
          88 RESERVA-COM-FALTA  VALUE 'S'.
       01 WS-SLOT-BUSCA.
          03 WS-SLOT-DATA        PIC 9(08).
          03 WS-SLOT-HORA        PIC 9(04).
                          WS-FS-EOF BY WS-FS-ESP-EOF
                          WS-FS-OK BY WS-FS-ESP-OK
                          WS-FS BY WS-FS-ESP.
           COPY CPYMSGPUB.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMAGE04".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
                    INVALID KEY
                       DISPLAY "ERRO AO CANCELAR O AGENDAMENTO."
                    NOT INVALID KEY
                       MOVE "ARQAGE"             TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS, REG-AGE
                       DISPLAY "AGENDAMENTO CANCELADO COM SUCESSO!"
            END-REWRITE

               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
               CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
               PERFORM P040-PUBLICA-AVISO THRU P040-FIM
               PERFORM P030-NOTIFICA-ESPERA THRU P030-FIM
            END-IF
            .
                    INVALID KEY
                       DISPLAY "ERRO AO REATIVAR O AGENDAMENTO."
                    NOT INVALID KEY
                       MOVE "ARQAGE"             TO WS-JRN-ARQ
                       MOVE 'R'                  TO WS-JRN-OPER
                       CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                              WS-JRN-PGM, WS-FS, REG-AGE
                       DISPLAY "AGENDAMENTO REATIVADO COM SUCESSO!"
            END-REWRITE

            IF WS-FS NOT EQUAL ZEROS THEN
               DISPLAY "ERRO AO REATIVAR O AGENDAMENTO: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
            ELSE
               CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
               IF RESERVA-COM-FALTA
                  DISPLAY "ATENCAO: FALTA MATERIAL PARA ESTE "
                          "ATENDIMENTO. AVISE O ESTOQUE."
               END-IF
            END-IF
            .
       P021-FIM.
            END-READ
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   AVISO DE CANCELAMENTO AO PACIENTE NA CAIXA DE SAIDA; QUANDO
      *   NAO PODE SAIR POR SMS/E-MAIL, A RECEPCAO TELEFONA
      *----------------------------------------------------------------
       P040-PUBLICA-AVISO.

            INITIALIZE MSGPUB-PARM
            SET MSGPUB-CANCELAMENTO   TO TRUE
            MOVE ID-CLI-AGE           TO MSGPUB-ID-CLI
            MOVE ID-AGE               TO MSGPUB-REF
            MOVE DATA-AGE             TO MSGPUB-DATA
            MOVE HORA-AGE             TO MSGPUB-HORA
            MOVE PROFISSIONAL-AGE     TO MSGPUB-TEXTO

            CALL "PGMMSGPUB" USING MSGPUB-PARM

            IF NOT MSGPUB-PUBLICADA
               DISPLAY "PACIENTE NAO SERA AVISADO POR MENSAGEM - "
                       "TELEFONAR PARA INFORMAR O CANCELAMENTO."
            END-IF
            .
       P040-FIM.
       END PROGRAM PGMAGE04.
