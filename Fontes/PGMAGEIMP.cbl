      *            CPF 9(11), PROCEDIMENTO 9(04), DATA 9(08) AAAAMMDD,
      *            HORA 9(04) HHMM, PROFISSIONAL 9(04), FILIAL 9(02).
      ******************************************************************
      * Manutencao: 15 OUT 2026 - O AGENDAMENTO IMPORTADO GRAVA A
      *             COBERTURA PADRAO DO PACIENTE (PGMCOBPRI).
      * Manutencao: 15 OUT 2026 - PROFISSIONAL COM ESCALA SEMANAL EM
      *             VIGOR NA DATA (PGMESCVAL): O PEDIDO TEM DE CABER
      *             NUMA JANELA DA ESCALA NA FILIAL PEDIDA; SEM ESCALA
      *             VALEM OS DIAS E O EXPEDIENTE DO CADASTRO.
      * Manutencao: 15 OUT 2026 - SESSAO EM GRUPO: PEDIDO DE
      *             PROCEDIMENTO COM CAPACIDADE (CAPAC-GRUPO-PROC) ENTRA
      *             NA TURMA DO PROFISSIONAL NA MESMA HORA, COM A SALA
      *             DA TURMA, ENQUANTO HOUVER LUGAR; SO A TURMA LOTADA
      *             MANDA O PEDIDO PARA A LISTA DE ESPERA.
      * Manutencao: 15 OUT 2026 - O AGENDAMENTO IMPORTADO RESERVA OS
      *             MATERIAIS DO PROCEDIMENTO (PGMRESAGE).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGEIMP.
       ENVIRONMENT DIVISION.
       77 WS-TOTAL-RECUSADOS      PIC 9(06)  VALUE ZEROS.
       77 WS-MOTIVO-RECUSA        PIC X(30)  VALUE SPACES.
       77 WS-ID-CLI-PED           PIC 9(04)  VALUE ZEROS.
       77 WS-RES-FALTA            PIC X(01)  VALUE 'N'.
       77 WS-ACHOU-CPF            PIC X(01)  VALUE 'N'.
          88 CPF-ACHADO           VALUE 'S'.
       77 WS-EOF-CLI              PIC 9      VALUE 0.
       77 WS-OUTRO-INI-MIN        PIC 9(05)  VALUE ZEROS.
       77 WS-OUTRO-FIM-MIN        PIC 9(05)  VALUE ZEROS.
       77 WS-DUR-OUTRO            PIC 9(03)  VALUE ZEROS.
       77 WS-PED-CAPAC            PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-TURMA            PIC 9(02)  VALUE ZEROS.
       77 WS-TURMA-SALA           PIC 9(02)  VALUE ZEROS.
       77 WS-EXP-INI-MIN          PIC 9(05)  VALUE ZEROS.
       77 WS-EXP-FIM-MIN          PIC 9(05)  VALUE ZEROS.
       77 WS-ESC-INI-MIN          PIC 9(04)  VALUE ZEROS.
       77 WS-ESC-FIM-MIN          PIC 9(04)  VALUE ZEROS.
       77 WS-ESC-SALA             PIC 9(02)  VALUE ZEROS.
       77 WS-ESC-RESULT           PIC X(01)  VALUE SPACE.
          88 ESC-NAO-ATENDE       VALUE 'N'.
          88 ESC-INEXISTENTE      VALUE SPACE.

       01 WS-HORA-TAB              PIC 9(04) VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMAGEIMP".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           PERFORM P031-LOCALIZA-CLIENTE

           IF WS-MOTIVO-RECUSA EQUAL SPACES
              PERFORM P032-VALIDA-PROCEDIMENTO THRU P032-FIM
           END-IF

           IF WS-MOTIVO-RECUSA EQUAL SPACES
              PERFORM P033-VALIDA-DATA THRU P033-FIM
           END-IF

           IF WS-MOTIVO-RECUSA EQUAL SPACES
              PERFORM P034-VALIDA-PROFISSIONAL THRU P034-FIM
           END-IF

           IF WS-MOTIVO-RECUSA EQUAL SPACES
              PERFORM P035-VALIDA-BLOQUEIO THRU P035-FIM
           END-IF

           EVALUATE TRUE
       P032-VALIDA-PROCEDIMENTO.
      *----------------------------------------------------------------
           MOVE 30                    TO WS-DURACAO
           MOVE ZEROS                 TO WS-PED-CAPAC

           IF PED-ID-PROC EQUAL ZEROS
              GO TO P032-FIM
                     IF DURACAO-PROC GREATER ZEROS
                        MOVE DURACAO-PROC TO WS-DURACAO
                     END-IF
                     IF PROC-EM-GRUPO
                        MOVE CAPAC-GRUPO-PROC TO WS-PED-CAPAC
                     END-IF
                  END-IF
           END-READ
           .
              GO TO P034-FIM
           END-IF

           MOVE PED-HORA              TO WS-HORA-TAB
           COMPUTE WS-PED-INI-MIN = WS-HORA-HH * 60 + WS-HORA-MM
           COMPUTE WS-PED-FIM-MIN = WS-PED-INI-MIN + WS-DURACAO

           MOVE WS-PED-INI-MIN        TO WS-ESC-INI-MIN
           MOVE WS-PED-FIM-MIN        TO WS-ESC-FIM-MIN

           CALL "PGMESCVAL" USING PED-ID-PROF, PED-DATA,
                                  WS-ESC-INI-MIN, WS-ESC-FIM-MIN,
                                  PED-FILIAL, WS-ESC-SALA,
                                  WS-ESC-RESULT

           IF ESC-NAO-ATENDE
              MOVE "FORA DA ESCALA DO PROFISSIONAL"
                                      TO WS-MOTIVO-RECUSA
           END-IF

           IF NOT ESC-INEXISTENTE
              GO TO P034-FIM
           END-IF

           CALL "PGMDIASEM" USING PED-DATA, WS-DIA-SEMANA

           IF DIAS-ATEND-PROF(WS-DIA-SEMANA:1) NOT EQUAL 'S'
              GO TO P034-FIM
           END-IF

           MOVE HORA-INICIO-PROF      TO WS-HORA-TAB
           COMPUTE WS-EXP-INI-MIN = WS-HORA-HH * 60 + WS-HORA-MM

           .
      *----------------------------------------------------------------
      *   CONFLITO DE PROFISSIONAL NA DATA, COM AS DURACOES DOS
      *   PROCEDIMENTOS DOS DOIS LADOS (MESMA REGRA DO PGMAGE01); NA
      *   SESSAO EM GRUPO SO HA CONFLITO COM A TURMA LOTADA
      *----------------------------------------------------------------
       P036-VERIFICA-CONFLITO.

           MOVE 'N'                   TO WS-CONFLITO
           MOVE ZEROS                 TO WS-QTD-TURMA
                                         WS-TURMA-SALA
           SET WS-EOF-CONF-OK         TO FALSE
           MOVE PED-DATA              TO DATA-AGE


           PERFORM P0361-LE-PROXIMO
              UNTIL WS-EOF-CONF-OK OR HA-CONFLITO

           IF WS-PED-CAPAC GREATER ZEROS AND NOT HA-CONFLITO
              AND WS-QTD-TURMA NOT LESS WS-PED-CAPAC
              SET HA-CONFLITO         TO TRUE
           END-IF
           .
       P0361-LE-PROXIMO.

                  ELSE
                     IF NOT AGE-CANCELADO
                        AND ID-PROF-AGE EQUAL PED-ID-PROF
                        PERFORM P0363-CONFERE-TURMA
                     END-IF
                  END-IF
           END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   OUTRO PACIENTE DA MESMA TURMA (MESMO PROCEDIMENTO E HORA)
      *   OCUPA UM LUGAR E EMPRESTA A SALA DA TURMA; O MESMO PACIENTE
      *   DUAS VEZES NA TURMA E CONFLITO
      *----------------------------------------------------------------
       P0363-CONFERE-TURMA.

           IF WS-PED-CAPAC EQUAL ZEROS
              OR ID-PROC-AGE NOT EQUAL PED-ID-PROC
              OR HORA-AGE NOT EQUAL PED-HORA
              PERFORM P0362-CONFERE-SOBREPOSICAO
           ELSE
              IF ID-CLI-AGE EQUAL WS-ID-CLI-PED
                 SET HA-CONFLITO      TO TRUE
              ELSE
                 ADD 1                TO WS-QTD-TURMA
                 MOVE ID-SALA-AGE     TO WS-TURMA-SALA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   PEDIDO VALIDO E SEM CONFLITO VIRA AGENDAMENTO
      *----------------------------------------------------------------
       P040-AGENDA-PEDIDO.
           MOVE PED-ID-PROC           TO ID-PROC-AGE
           MOVE PED-FILIAL            TO FILIAL-AGE
           MOVE PED-ID-PROF           TO ID-PROF-AGE
           MOVE WS-TURMA-SALA         TO ID-SALA-AGE
           MOVE ZEROS                 TO DATA-ANT-AGE
                                          HORA-ANT-AGE
                                          QTD-REMARC-AGE
                                          HORA-CHEGADA-AGE
                                          HORA-INI-ATD-AGE
                                          HORA-FIM-ATD-AGE
           SET ELEG-NAO-VERIFICADA    TO TRUE
           SET AGE-NORMAL             TO TRUE
           MOVE ZEROS                TO ID-KIT-AGE
                                         ID-CIC-AGE
                                         ID-EMP-AGE
           CALL "PGMCOBPRI" USING ID-CLI-AGE, ID-CONV-AGE,
                                  SEQ-COB-AGE
           MOVE SPACES                TO TIPO-EXO-AGE
           MOVE SPACES                TO LOGIN-ENC-AGE

           WRITE REG-AGE
                                      TO WS-MOTIVO-RECUSA
                  PERFORM P060-RETORNA-RECUSA
               NOT INVALID KEY
                  MOVE "ARQAGE"             TO WS-JRN-ARQ
                  MOVE 'W'                  TO WS-JRN-OPER
                  CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                         WS-JRN-PGM, WS-FS-AGE, REG-AGE
                  ADD 1               TO WS-TOTAL-AGENDADOS
                  MOVE 'C'            TO WS-RET-SITUACAO
                  MOVE ID-AGE         TO WS-RET-ID
                  MOVE SPACES         TO WS-RET-MOTIVO
                  PERFORM P061-GRAVA-RETORNO
                  CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA
           END-WRITE
           .
      *----------------------------------------------------------------
