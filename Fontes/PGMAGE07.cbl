      *             CONFLITO PASSA A SOMAR OS PROCEDIMENTOS ADICIONAIS
      *             (ARQAGEIT) DO PROPRIO AGENDAMENTO E DOS DEMAIS,
      *             IGUAL AO QUE O PGMAGE01 VALIDA NA INCLUSAO.
      * Manutencao: 15 OUT 2026 - COM ESCALA SEMANAL EM VIGOR NA NOVA
      *             DATA (PGMESCVAL), O NOVO INTERVALO TEM DE CABER
      *             NUMA JANELA DA ESCALA NA FILIAL E SALA DO
      *             AGENDAMENTO; SEM ESCALA VALE O EXPEDIENTE.
      * Manutencao: 15 OUT 2026 - SESSAO EM GRUPO: O PACIENTE PODE SER
      *             REMARCADO PARA UMA TURMA DO MESMO PROCEDIMENTO
      *             (PROFISSIONAL, SALA E HORA) QUE AINDA TENHA LUGAR.
      * Manutencao: 15 OUT 2026 - PODE SER CHAMADO COM O AGENDAMENTO E O
      *             DESTINO JA INFORMADOS (CPYREMARC), COMO FAZ O
      *             REMANEJAMENTO DE BLOQUEIO (PGMBLQREM); NESSE CASO
      *             O PROFISSIONAL, A SALA E A FILIAL TAMBEM PODEM
      *             MUDAR, SEMPRE COM O MESMO ID-AGE E AS MESMAS
      *             CONFERENCIAS. A TROCA DE PROFISSIONAL OU SALA VAI
      *             PARA A AUDITORIA E O RESULTADO VOLTA AO CHAMADOR.
      * Manutencao: 15 OUT 2026 - A REMARCACAO FEITA PUBLICA O AVISO AO
      *             PACIENTE NA CAIXA DE SAIDA DE MENSAGENS (PGMMSGPUB)
      *             COM O HORARIO NOVO E O ANTERIOR; O RESULTADO VOLTA
      *             EM REMARC-AVISO E, NO MENU, A RECEPCAO E AVISADA
      *             PARA TELEFONAR QUANDO A MENSAGEM NAO PODE SAIR.
      * Manutencao: 15 OUT 2026 - A REMARCACAO FEITA REFAZ A RESERVA DE
      *             MATERIAL DO AGENDAMENTO NA NOVA DATA E FILIAL
      *             (PGMRESAGE), AVISANDO O ITEM SEM SALDO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGE07.
       77 WS-CAND-ID-SALA     PIC 9(02) VALUE ZEROS.
       77 WS-CAND-FILIAL      PIC 9(02) VALUE ZEROS.
       77 WS-CAND-PROC        PIC 9(04) VALUE ZEROS.
       77 WS-CAND-CLI         PIC 9(04) VALUE ZEROS.
       77 WS-CAND-NM-PROF     PIC X(20) VALUE SPACES.
       77 WS-ANT-ID-PROF      PIC 9(04) VALUE ZEROS.
       77 WS-ANT-ID-SALA      PIC 9(02) VALUE ZEROS.
       77 WS-RES-FALTA        PIC X(01) VALUE 'N'.
          88 RESERVA-COM-FALTA VALUE 'S'.
       77 WS-CAND-CAPAC       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TURMA        PIC 9(02) VALUE ZEROS.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
          88 DATA-OK          VALUE 'S'.
       77 WS-CONFLITO         PIC X(01) VALUE 'N'.
       77 WS-OUTRO-FIM-MIN    PIC 9(04) VALUE ZEROS.
       77 WS-EXP-INI-MIN      PIC 9(04) VALUE ZEROS.
       77 WS-EXP-FIM-MIN      PIC 9(04) VALUE ZEROS.
       77 WS-ESC-RESULT       PIC X(01) VALUE SPACE.
          88 ESC-NAO-ATENDE   VALUE 'N'.
          88 ESC-INEXISTENTE  VALUE SPACE.
       77 WS-DUR-OUTRO        PIC 9(04) VALUE ZEROS.
       77 WS-DUR-ADIC         PIC 9(04) VALUE ZEROS.
       77 WS-ADIC-ID          PIC 9(08) VALUE ZEROS.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
           COPY CPYMSGPUB.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMAGE07".
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYREMARC.

       PROCEDURE DIVISION USING REMARC-PARM.
       MAIN-PROCEDURE.

            SET REMARC-RECUSADA       TO TRUE
            MOVE SPACES               TO REMARC-MOTIVO
            MOVE SPACE                TO REMARC-AVISO

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O AGENDA
               DISPLAY
               "ERRO NA ABERTURA DO ARQUIVO DE AGENDA: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               MOVE "ARQUIVO DE AGENDA INDISPONIVEL" TO REMARC-MOTIVO
               GOBACK
            END-IF

               SET AGEITENS-DISPONIVEL TO TRUE
            END-IF

            IF REMARC-INFORMADA
               MOVE REMARC-ID-AGE     TO WS-ID-REMARCADO
            ELSE
               DISPLAY "INFORME O ID DO AGENDAMENTO A REMARCAR: "
               ACCEPT WS-ID-REMARCADO
            END-IF
            MOVE WS-ID-REMARCADO      TO ID-AGE

            READ AGENDA
                INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO."
                   MOVE "AGENDAMENTO NAO ENCONTRADO" TO REMARC-MOTIVO
                NOT INVALID KEY
                   PERFORM P010-REMARCA THRU P010-FIM
            END-READ
            IF NOT AGE-AGENDADO AND NOT AGE-CONFIRMADO
               DISPLAY "SO AGENDAMENTO AGENDADO OU CONFIRMADO PODE "
                       "SER REMARCADO."
               MOVE "SITUACAO NAO PERMITE REMARCAR" TO REMARC-MOTIVO
               GO TO P010-FIM
            END-IF

            MOVE ID-PROC-AGE          TO WS-CAND-PROC
            MOVE ID-CLI-AGE           TO WS-CAND-CLI
            MOVE ID-PROF-AGE          TO WS-CAND-ID-PROF
            MOVE PROFISSIONAL-AGE     TO WS-CAND-NM-PROF
            MOVE ID-SALA-AGE          TO WS-CAND-ID-SALA
            MOVE FILIAL-AGE           TO WS-CAND-FILIAL

            IF REMARC-INFORMADA
               PERFORM P012-DESTINO-INFORMADO THRU P012-FIM
               IF NOT DATA-OK
                  GO TO P010-FIM
               END-IF
            ELSE
               MOVE 'N'               TO WS-DATA-OK
               PERFORM P011-PEDE-DATA THRU P011-FIM UNTIL DATA-OK

               DISPLAY "INFORME A NOVA HORA (HHMM): "
               ACCEPT WS-CAND-HORA
            END-IF

            CALL "PGMFERICK" USING WS-CAND-DATA, WS-CAND-FILIAL,
                                   WS-E-FERIADO, WS-DESC-FERIADO
               ACCEPT WS-CONFIRMA-FER
               IF NOT CONFIRMA-FERIADO
                  DISPLAY "REMARCACAO CANCELADA."
                  MOVE "NOVA DATA E FERIADO" TO REMARC-MOTIVO
                  GO TO P010-FIM
               END-IF
            END-IF
               DISPLAY "PROFISSIONAL OU SALA BLOQUEADOS NA NOVA "
                       "DATA (" WS-MOTIVO-BLOQUEIO "). REMARCACAO "
                       "CANCELADA."
               MOVE SPACES            TO REMARC-MOTIVO
               STRING "BLOQUEIO: " WS-MOTIVO-BLOQUEIO
                      DELIMITED BY SIZE INTO REMARC-MOTIVO
               GO TO P010-FIM
            END-IF

            PERFORM P030-CONFERE-EXPEDIENTE THRU P030-FIM

            IF NOT DATA-OK
               DISPLAY "NOVO HORARIO FORA DA ESCALA (OU EXPEDIENTE) "
                       "DO PROFISSIONAL. REMARCACAO CANCELADA."
               MOVE "FORA DA ESCALA DO PROFISSIONAL" TO REMARC-MOTIVO
               GO TO P010-FIM
            END-IF

            IF HA-CONFLITO
               DISPLAY "PROFISSIONAL OU SALA JA OCUPADOS NO NOVO "
                       "HORARIO. REMARCACAO CANCELADA."
               MOVE "PROFISSIONAL OU SALA OCUPADOS" TO REMARC-MOTIVO
               GO TO P010-FIM
            END-IF

            .
       P011-FIM.
      *----------------------------------------------------------------
      *   DESTINO JA INFORMADO PELO CHAMADOR (ZEROS = MANTER O ATUAL);
      *   O NOVO PROFISSIONAL PRECISA EXISTIR E ESTAR ATIVO
      *----------------------------------------------------------------
       P012-DESTINO-INFORMADO.

            MOVE DATA-AGE             TO WS-CAND-DATA
            MOVE HORA-AGE             TO WS-CAND-HORA

            IF REMARC-DATA GREATER ZEROS
               MOVE REMARC-DATA       TO WS-CAND-DATA
            END-IF
            IF REMARC-HORA GREATER ZEROS
               MOVE REMARC-HORA       TO WS-CAND-HORA
            END-IF
            IF REMARC-ID-SALA GREATER ZEROS
               MOVE REMARC-ID-SALA    TO WS-CAND-ID-SALA
            END-IF
            IF REMARC-FILIAL GREATER ZEROS
               MOVE REMARC-FILIAL     TO WS-CAND-FILIAL
            END-IF

            CALL "PGMVALDT" USING WS-CAND-DATA, WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY "DATA INVALIDA"
               MOVE "DATA INVALIDA"   TO REMARC-MOTIVO
               GO TO P012-FIM
            END-IF

            IF REMARC-ID-PROF GREATER ZEROS
               AND REMARC-ID-PROF NOT EQUAL WS-CAND-ID-PROF
               MOVE REMARC-ID-PROF    TO ID-PROF
               READ PROFISSIONAIS
                   INVALID KEY
                      MOVE 'N'        TO WS-DATA-OK
                      MOVE "PROFISSIONAL NAO ENCONTRADO"
                                      TO REMARC-MOTIVO
                   NOT INVALID KEY
                      IF PROF-INATIVO
                         MOVE 'N'     TO WS-DATA-OK
                         MOVE "PROFISSIONAL INATIVO"
                                      TO REMARC-MOTIVO
                      ELSE
                         MOVE REMARC-ID-PROF TO WS-CAND-ID-PROF
                         MOVE NM-PROF TO WS-CAND-NM-PROF
                      END-IF
               END-READ
            END-IF

            IF NOT DATA-OK
               DISPLAY REMARC-MOTIVO
               GO TO P012-FIM
            END-IF

            DISPLAY "NOVO HORARIO: " WS-CAND-DATA " " WS-CAND-HORA
                    " - PROFISSIONAL " WS-CAND-ID-PROF " "
                    WS-CAND-NM-PROF " - SALA " WS-CAND-ID-SALA
            .
       P012-FIM.
      *----------------------------------------------------------------
      *   MESMA CONFERENCIA DE BLOQUEIO DO PGMAGE01
      *----------------------------------------------------------------
       P020-CONFERE-BLOQUEIO.
       P021-FIM.
      *----------------------------------------------------------------
      *   O NOVO INTERVALO (HORA MAIS DURACAO DO PROCEDIMENTO) PRECISA
      *   CABER NUMA JANELA DA ESCALA DO PROFISSIONAL NA FILIAL E SALA
      *   DO AGENDAMENTO OU, SEM ESCALA, NO EXPEDIENTE DO CADASTRO
      *----------------------------------------------------------------
       P030-CONFERE-EXPEDIENTE.


            MOVE 'S'                  TO WS-DATA-OK

            CALL "PGMESCVAL" USING WS-CAND-ID-PROF, WS-CAND-DATA,
                                   WS-CAND-INI-MIN, WS-CAND-FIM-MIN,
                                   WS-CAND-FILIAL, WS-CAND-ID-SALA,
                                   WS-ESC-RESULT

            IF ESC-NAO-ATENDE
               MOVE 'N'               TO WS-DATA-OK
            END-IF

            IF NOT ESC-INEXISTENTE
               GO TO P030-FIM
            END-IF

            MOVE WS-CAND-ID-PROF      TO ID-PROF

            READ PROFISSIONAIS
       P030-FIM.
      *----------------------------------------------------------------
      *   MESMA CONFERENCIA DE CONFLITO DE INTERVALO DO PGMAGE01,
      *   IGNORANDO O PROPRIO AGENDAMENTO REMARCADO; NA SESSAO EM
      *   GRUPO SO HA CONFLITO COM A TURMA LOTADA
      *----------------------------------------------------------------
       P040-VERIFICA-CONFLITO.

            MOVE 'N'                  TO WS-CONFLITO
            MOVE ZEROS                TO WS-CAND-CAPAC
                                         WS-QTD-TURMA

            IF PROCEDS-DISPONIVEL AND WS-CAND-PROC GREATER ZEROS
               MOVE WS-CAND-PROC      TO ID-PROC
               READ PROCEDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PROC-EM-GRUPO
                         MOVE CAPAC-GRUPO-PROC TO WS-CAND-CAPAC
                      END-IF
               END-READ
            END-IF

            SET WS-EOF-CONF-OK        TO FALSE
            MOVE WS-CAND-DATA         TO DATA-AGE


            PERFORM P041-LE-PROXIMO THRU P041-FIM
               UNTIL WS-EOF-CONF-OK OR HA-CONFLITO

            IF WS-CAND-CAPAC GREATER ZEROS AND NOT HA-CONFLITO
               AND WS-QTD-TURMA NOT LESS WS-CAND-CAPAC
               SET HA-CONFLITO        TO TRUE
               DISPLAY "SESSAO EM GRUPO LOTADA (" WS-QTD-TURMA "/"
                       WS-CAND-CAPAC ")."
            END-IF
            .
       P040-FIM.
       P041-LE-PROXIMO.
                          AND NOT AGE-CANCELADO
                          AND (ID-PROF-AGE EQUAL WS-CAND-ID-PROF
                               OR ID-SALA-AGE EQUAL WS-CAND-ID-SALA)
                          PERFORM P043-CONFERE-TURMA THRU P043-FIM
                       END-IF
                    END-IF
            END-READ
            .
       P042-FIM.
      *----------------------------------------------------------------
      *   OUTRO AGENDAMENTO DA MESMA TURMA NAO E CONFLITO: CONTA UM
      *   LUGAR OCUPADO, SALVO SE FOR O MESMO PACIENTE
      *----------------------------------------------------------------
       P043-CONFERE-TURMA.

            IF WS-CAND-CAPAC EQUAL ZEROS
               OR ID-PROC-AGE NOT EQUAL WS-CAND-PROC
               OR HORA-AGE NOT EQUAL WS-CAND-HORA
               OR ID-PROF-AGE NOT EQUAL WS-CAND-ID-PROF
               OR ID-SALA-AGE NOT EQUAL WS-CAND-ID-SALA
               PERFORM P042-CONFERE-SOBREPOSICAO THRU P042-FIM
               GO TO P043-FIM
            END-IF

            IF ID-CLI-AGE EQUAL WS-CAND-CLI
               SET HA-CONFLITO        TO TRUE
            ELSE
               ADD 1                  TO WS-QTD-TURMA
            END-IF
            .
       P043-FIM.
      *----------------------------------------------------------------
      *   RELE O AGENDAMENTO PELO ID, GUARDA O HORARIO ANTERIOR,
      *   APLICA O NOVO E REGRAVA SEM MUDAR NADA ALEM DE DATA/HORA E
      *   DOS CAMPOS DE REMARCACAO
                NOT INVALID KEY
                   MOVE DATA-AGE      TO DATA-ANT-AGE
                   MOVE HORA-AGE      TO HORA-ANT-AGE
                   MOVE ID-PROF-AGE   TO WS-ANT-ID-PROF
                   MOVE ID-SALA-AGE   TO WS-ANT-ID-SALA
                   ADD 1              TO QTD-REMARC-AGE
                   MOVE WS-CAND-DATA  TO DATA-AGE
                   MOVE WS-CAND-HORA  TO HORA-AGE
                   MOVE WS-CAND-ID-PROF TO ID-PROF-AGE
                   MOVE WS-CAND-NM-PROF TO PROFISSIONAL-AGE
                   MOVE WS-CAND-ID-SALA TO ID-SALA-AGE
                   MOVE WS-CAND-FILIAL TO FILIAL-AGE

                   REWRITE REG-AGE
                       INVALID KEY
                          DISPLAY "ERRO AO REGRAVAR O AGENDAMENTO."
                          MOVE "ERRO AO REGRAVAR O AGENDAMENTO"
                                         TO REMARC-MOTIVO
                       NOT INVALID KEY
                          MOVE "ARQAGE"             TO WS-JRN-ARQ
                          MOVE 'R'                  TO WS-JRN-OPER
                          CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                 WS-JRN-OPER,
                                                 WS-JRN-PGM, WS-FS,
                                                 REG-AGE
                          SET REMARC-FEITA TO TRUE
                          MOVE "AGENDA"  TO WS-AUD-MODULO
                          MOVE 'R'       TO WS-AUD-OPER
                          MOVE ID-AGE    TO WS-AUD-CHAVE
                                  HORA-ANT-AGE " PARA " DATA-AGE " "
                                  HORA-AGE " (REMARCACAO "
                                  QTD-REMARC-AGE ")."
                          PERFORM P051-AUDITA-RECURSO THRU P051-FIM
                          PERFORM P052-PUBLICA-AVISO THRU P052-FIM
                          CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
                          IF RESERVA-COM-FALTA
                             DISPLAY "ATENCAO: FALTA MATERIAL PARA "
                                     "ESTE ATENDIMENTO. AVISE O "
                                     "ESTOQUE."
                          END-IF
                   END-REWRITE
            END-READ
            .
       P050-FIM.
      *----------------------------------------------------------------
      *   TROCA DE PROFISSIONAL OU DE SALA FICA NA AUDITORIA
      *----------------------------------------------------------------
       P051-AUDITA-RECURSO.

            IF ID-PROF-AGE NOT EQUAL WS-ANT-ID-PROF
               MOVE "PROFISSIONAL"    TO WS-AUD-CAMPO
               MOVE WS-ANT-ID-PROF    TO WS-AUD-ANTES
               MOVE ID-PROF-AGE       TO WS-AUD-DEPOIS
               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
               DISPLAY "PROFISSIONAL TROCADO DE " WS-ANT-ID-PROF
                       " PARA " ID-PROF-AGE "."
            END-IF

            IF ID-SALA-AGE NOT EQUAL WS-ANT-ID-SALA
               MOVE "SALA"            TO WS-AUD-CAMPO
               MOVE WS-ANT-ID-SALA    TO WS-AUD-ANTES
               MOVE ID-SALA-AGE       TO WS-AUD-DEPOIS
               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
               DISPLAY "SALA TROCADA DE " WS-ANT-ID-SALA
                       " PARA " ID-SALA-AGE "."
            END-IF
            .
       P051-FIM.
      *----------------------------------------------------------------
      *   AVISO DA REMARCACAO AO PACIENTE NA CAIXA DE SAIDA, COM O
      *   HORARIO NOVO E O ANTERIOR
      *----------------------------------------------------------------
       P052-PUBLICA-AVISO.

            INITIALIZE MSGPUB-PARM
            SET MSGPUB-REMARCACAO     TO TRUE
            MOVE ID-CLI-AGE           TO MSGPUB-ID-CLI
            MOVE ID-AGE               TO MSGPUB-REF
            MOVE DATA-AGE             TO MSGPUB-DATA
            MOVE HORA-AGE             TO MSGPUB-HORA
            MOVE DATA-ANT-AGE         TO MSGPUB-DATA-ANT
            MOVE HORA-ANT-AGE         TO MSGPUB-HORA-ANT
            MOVE PROFISSIONAL-AGE     TO MSGPUB-TEXTO

            CALL "PGMMSGPUB" USING MSGPUB-PARM

            MOVE MSGPUB-RESULTADO     TO REMARC-AVISO

            IF REMARC-INTERATIVA AND NOT MSGPUB-PUBLICADA
               DISPLAY "PACIENTE NAO SERA AVISADO POR MENSAGEM - "
                       "TELEFONAR PARA INFORMAR O NOVO HORARIO."
            END-IF
            .
       P052-FIM.
      *----------------------------------------------------------------
      *   DEVOLVE EM WS-DUR-ADIC A SOMA DAS DURACOES DOS PROCEDIMENTOS
      *   ADICIONAIS (ARQAGEIT) DO AGENDAMENTO WS-ADIC-ID, PARA AS
      *   CONFERENCIAS USAREM A MESMA DURACAO VALIDADA NA INCLUSAO
