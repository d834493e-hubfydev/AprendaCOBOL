      *             AGENDAMENTOS), FERIADO (PGMFERICK), CALENDARIO DE
      *             BLOQUEIOS (ARQBLOQ) E O TERMINO DENTRO DO
      *             EXPEDIENTE DO PROFISSIONAL.
      * Manutencao: 15 OUT 2026 - OS AGENDAMENTOS GERADOS GRAVAM A
      *             COBERTURA PADRAO DO PACIENTE (PGMCOBPRI).
      * Manutencao: 15 OUT 2026 - PROFISSIONAL COM ESCALA SEMANAL EM
      *             VIGOR NA DATA (PGMESCVAL): A HORA TEM DE CAIR NUMA
      *             JANELA DA ESCALA E O ATENDIMENTO TEM DE CABER NUMA
      *             JANELA NA FILIAL E SALA INFORMADAS; SEM ESCALA VALE
      *             O EXPEDIENTE DO CADASTRO.
      * Manutencao: 15 OUT 2026 - SESSAO EM GRUPO: ITEM DE PROCEDIMENTO
      *             COM CAPACIDADE (CAPAC-GRUPO-PROC) ENTRA NA TURMA DO
      *             MESMO PROFISSIONAL, SALA E HORA ENQUANTO HOUVER
      *             LUGAR.
      * Manutencao: 15 OUT 2026 - CADA AGENDAMENTO GERADO RESERVA OS
      *             MATERIAIS DO PROCEDIMENTO (PGMRESAGE), AVISANDO O
      *             ITEM SEM SALDO NA FILIAL.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMORC02.
       ENVIRONMENT DIVISION.
       77 WS-SEQ              PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-ITENS        PIC 9(02)  VALUE ZEROS.
       77 WS-ID-CLI-ORC       PIC 9(04)  VALUE ZEROS.
       77 WS-RES-FALTA        PIC X(01)  VALUE 'N'.
       77 WS-DATA-OK          PIC X(01)  VALUE 'N'.
          88 DATA-OK          VALUE 'S'.
       77 WS-PROF-OK          PIC X(01)  VALUE 'N'.
       77 WS-CAND-HORA        PIC 9(04)  VALUE ZEROS.
       77 WS-CAND-ID-PROF     PIC 9(04)  VALUE ZEROS.
       77 WS-CAND-ID-SALA     PIC 9(02)  VALUE ZEROS.
       77 WS-CAND-CAPAC       PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-TURMA        PIC 9(02)  VALUE ZEROS.
       77 WS-TOTAL-GERADOS    PIC 9(02)  VALUE ZEROS.
       77 WS-CAND-FILIAL      PIC 9(02)  VALUE ZEROS.
       77 WS-CAND-DUR-MIN     PIC 9(04)  VALUE ZEROS.
       77 WS-SEQ-ADIC         PIC 9(03)  VALUE ZEROS.
       77 WS-EXP-INI-MIN      PIC 9(04)  VALUE ZEROS.
       77 WS-EXP-FIM-MIN      PIC 9(04)  VALUE ZEROS.
       77 WS-ESC-HORA-MIN     PIC 9(04)  VALUE ZEROS.
       77 WS-ESC-HORA-FIM     PIC 9(04)  VALUE ZEROS.
       77 WS-ESC-FILIAL       PIC 9(02)  VALUE ZEROS.
       77 WS-ESC-SALA         PIC 9(02)  VALUE ZEROS.
       77 WS-ESC-RESULT       PIC X(01)  VALUE SPACE.
          88 ESC-NAO-ATENDE   VALUE 'N'.
          88 ESC-INEXISTENTE  VALUE SPACE.
       77 WS-PRC-DISP         PIC X(01)  VALUE 'N'.
          88 PROCEDS-DISPONIVEL VALUE 'S'.
       77 WS-BLOQ-DISP        PIC X(01)  VALUE 'N'.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH       PIC 99.
          03 WS-HORA-MM       PIC 99.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMORC02".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            PERFORM P038-CONFERE-EXPEDIENTE THRU P038-FIM

            IF NOT DATA-OK
               DISPLAY "O ATENDIMENTO NAO CABE NA ESCALA (OU NO "
                       "EXPEDIENTE) DO PROFISSIONAL. ITEM NAO "
                       "AGENDADO."
               GO TO P030-FIM
            END-IF
                   IF PROF-INATIVO
                      DISPLAY "PROFISSIONAL INATIVO."
                   ELSE
                      PERFORM P0321-CONFERE-ESCALA THRU P0321-FIM
                   END-IF
            END-READ
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   SALA E FILIAL AINDA NAO INFORMADAS: BASTA A HORA CAIR EM
      *   ALGUMA JANELA DA ESCALA DO DIA (OU NO EXPEDIENTE)
      *----------------------------------------------------------------
       P0321-CONFERE-ESCALA.

            MOVE WS-CAND-HORA         TO WS-HORA-TAB
            COMPUTE WS-ESC-HORA-MIN = WS-HORA-HH * 60 + WS-HORA-MM
            MOVE WS-ESC-HORA-MIN      TO WS-ESC-HORA-FIM

            CALL "PGMESCVAL" USING ID-PROF, WS-CAND-DATA,
                                   WS-ESC-HORA-MIN, WS-ESC-HORA-FIM,
                                   WS-ESC-FILIAL, WS-ESC-SALA,
                                   WS-ESC-RESULT

            EVALUATE TRUE
                WHEN ESC-NAO-ATENDE
                   DISPLAY
                   "HORARIO FORA DA ESCALA DO PROFISSIONAL NESTE DIA."
                WHEN ESC-INEXISTENTE AND
                     (WS-CAND-HORA < HORA-INICIO-PROF OR
                      WS-CAND-HORA > HORA-FIM-PROF)
                   DISPLAY
                   "HORARIO FORA DO EXPEDIENTE DO PROFISSIONAL."
                WHEN OTHER
                   MOVE 'S'           TO WS-PROF-OK
                   MOVE ID-PROF       TO WS-CAND-ID-PROF
            END-EVALUATE
            .
       P0321-FIM.
       P033-PEDE-SALA.

            DISPLAY "INFORME A SALA DO ATENDIMENTO: "
      *   MESMA CONFERENCIA DE CONFLITO DE INTERVALO DO PGMAGE01:
      *   PROFISSIONAL OU SALA JA OCUPADOS EM QUALQUER PARTE DO
      *   INTERVALO DO ATENDIMENTO (CANCELADOS NAO CONTAM), COM OS
      *   PROCEDIMENTOS ADICIONAIS DOS DEMAIS AGENDAMENTOS SOMADOS.
      *   NA SESSAO EM GRUPO SO HA CONFLITO COM A TURMA LOTADA
      *----------------------------------------------------------------
       P034-VERIFICA-CONFLITO.

            MOVE 'N'                  TO WS-CONFLITO
            MOVE ZEROS                TO WS-CAND-CAPAC
                                         WS-QTD-TURMA

            IF PROCEDS-DISPONIVEL AND ID-PROC-IT GREATER ZEROS
               MOVE ID-PROC-IT        TO ID-PROC
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


            PERFORM P035-LE-PROXIMO THRU P035-FIM
               UNTIL WS-EOF-CONF-OK OR HA-CONFLITO

            IF WS-CAND-CAPAC GREATER ZEROS AND NOT HA-CONFLITO
               AND WS-QTD-TURMA NOT LESS WS-CAND-CAPAC
               SET HA-CONFLITO        TO TRUE
               DISPLAY "SESSAO EM GRUPO LOTADA (" WS-QTD-TURMA "/"
                       WS-CAND-CAPAC ")."
            END-IF
            .
       P034-FIM.
       P035-LE-PROXIMO.
                       IF NOT AGE-CANCELADO
                          AND (ID-PROF-AGE EQUAL WS-CAND-ID-PROF
                               OR ID-SALA-AGE EQUAL WS-CAND-ID-SALA)
                          PERFORM P0352-CONFERE-TURMA THRU P0352-FIM
                       END-IF
                    END-IF
            END-READ
            .
       P0351-FIM.
      *----------------------------------------------------------------
      *   OUTRO AGENDAMENTO DA MESMA TURMA NAO E CONFLITO: CONTA UM
      *   LUGAR OCUPADO, SALVO SE FOR O MESMO PACIENTE
      *----------------------------------------------------------------
       P0352-CONFERE-TURMA.

            IF WS-CAND-CAPAC EQUAL ZEROS
               OR ID-PROC-AGE NOT EQUAL ID-PROC-IT
               OR HORA-AGE NOT EQUAL WS-CAND-HORA
               OR ID-PROF-AGE NOT EQUAL WS-CAND-ID-PROF
               OR ID-SALA-AGE NOT EQUAL WS-CAND-ID-SALA
               PERFORM P0351-CONFERE-INTERVALO THRU P0351-FIM
               GO TO P0352-FIM
            END-IF

            IF ID-CLI-AGE EQUAL WS-ID-CLI-ORC
               SET HA-CONFLITO        TO TRUE
            ELSE
               ADD 1                  TO WS-QTD-TURMA
            END-IF
            .
       P0352-FIM.
      *----------------------------------------------------------------
      *   MESMA CONFERENCIA DE BLOQUEIO DO PGMAGE01
      *----------------------------------------------------------------
       P037-CONFERE-BLOQUEIO.
       P0371-FIM.
      *----------------------------------------------------------------
      *   O INTERVALO DO ATENDIMENTO (HORA MAIS DURACAO DO
      *   PROCEDIMENTO DO ITEM) PRECISA CABER NUMA JANELA DA ESCALA DO
      *   PROFISSIONAL NA FILIAL E SALA OU, SEM ESCALA, NO EXPEDIENTE,
      *   COMO NO PGMAGE01
      *----------------------------------------------------------------
       P038-CONFERE-EXPEDIENTE.


            MOVE 'S'                  TO WS-DATA-OK

            CALL "PGMESCVAL" USING WS-CAND-ID-PROF, WS-CAND-DATA,
                                   WS-CAND-INI-MIN, WS-CAND-FIM-MIN,
                                   WS-CAND-FILIAL, WS-CAND-ID-SALA,
                                   WS-ESC-RESULT

            IF ESC-NAO-ATENDE
               MOVE 'N'               TO WS-DATA-OK
            END-IF

            IF NOT ESC-INEXISTENTE
               GO TO P038-FIM
            END-IF

            MOVE WS-CAND-ID-PROF      TO ID-PROF

            READ PROFISSIONAIS
                                          QTD-REMARC-AGE
                                          HORA-CHEGADA-AGE
                                          HORA-INI-ATD-AGE
                                          HORA-FIM-ATD-AGE
            SET ELEG-NAO-VERIFICADA   TO TRUE
            SET AGE-NORMAL            TO TRUE
            MOVE ZEROS                TO ID-KIT-AGE
                                          ID-CIC-AGE
                                          ID-EMP-AGE
            CALL "PGMCOBPRI" USING ID-CLI-AGE, ID-CONV-AGE,
                                   SEQ-COB-AGE
            MOVE SPACES               TO TIPO-EXO-AGE
            MOVE SPACES               TO LOGIN-ENC-AGE

            WRITE REG-AGE
                INVALID KEY
                   DISPLAY "JA EXISTE AGENDAMENTO COM ESTE ID."
                NOT INVALID KEY
                   MOVE "ARQAGE"             TO WS-JRN-ARQ
                   MOVE 'W'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS-AGE, REG-AGE
                   ADD 1              TO WS-TOTAL-GERADOS
                   DISPLAY "AGENDAMENTO " ID-AGE " GERADO."
                   CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
            END-WRITE
            .
       P036-FIM.
