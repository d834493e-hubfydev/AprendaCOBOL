      *             (ARQLIMCOB, VEJA PGMLIM01) E O CONSUMO DO CLIENTE
      *             NO PERIODO (PGMLIMUSO) JA ALCANCOU O TETO, O
      *             AGENDAMENTO E AVISADO AO OPERADOR.
      * Manutencao: 15 OUT 2026 - RETENCAO POR DIVIDA VENCIDA: CLIENTE
      *             COM SALDO VENCIDO ALEM DO LIMITE DA TABELA CENTRAL
      *             (PGMDIVCK) TEM A DIVIDA EXIBIDA POR FAIXA DE ATRASO
      *             E SO E AGENDADO COM LIBERACAO DE UM SUPERVISOR
      *             (PGMAUTADM), REGISTRADA NA AUDITORIA COM O SALDO.
      * Manutencao: 15 OUT 2026 - EXAME OCUPACIONAL: O AGENDAMENTO
      *             PODE SER PAGO POR UMA EMPRESA CONVENIADA ATIVA
      *             (ARQEMPRESA, VEJA PGMEMP01), INFORMADA COM O TIPO
      *             DO EXAME (ADMISSIONAL, PERIODICO, DEMISSIONAL,
      *             RETORNO AO TRABALHO OU MUDANCA DE FUNCAO). A
      *             SERIE DE REPETICAO HERDA A EMPRESA E O TIPO.
      * Manutencao: 15 OUT 2026 - PACIENTE COM MAIS DE UM CONVENIO:
      *             A RECEPCAO ESCOLHE A COBERTURA DO ATENDIMENTO
      *             ENTRE AS ATIVAS DO ARQCOBERT (PADRAO A PRINCIPAL),
      *             GRAVADA EM ID-CONV-AGE/SEQ-COB-AGE. AVISA
      *             CARTEIRINHA VENCIDA E CARENCIA DO GRUPO DO
      *             PROCEDIMENTO. A AUTORIZACAO PREVIA E O LIMITE DE
      *             COBERTURA PASSAM A USAR O CONVENIO ESCOLHIDO.
      * Manutencao: 15 OUT 2026 - ESCALA SEMANAL DO PROFISSIONAL: COM
      *             ESCALA EM VIGOR NA DATA (PGMESCVAL), O HORARIO E O
      *             INTERVALO DO ATENDIMENTO TEM DE CABER NUMA JANELA
      *             DA ESCALA NA FILIAL E NA SALA ESCOLHIDAS, INCLUSIVE
      *             EM CADA OCORRENCIA DA SERIE; SEM ESCALA CONTINUA
      *             VALENDO O EXPEDIENTE DO CADASTRO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - PROXIMA VAGA: NO INICIO DA INCLUSAO O
      *             OPERADOR PODE PESQUISAR AS VAGAS LIVRES (PGMPROXVG)
      *             E ESCOLHER UMA; DATA, HORA, PROFISSIONAL,
      *             PROCEDIMENTO E ADICIONAIS, FILIAL E SALA VEM DA
      *             VAGA ESCOLHIDA E PASSAM PELAS CONFERENCIAS NORMAIS.
      * Manutencao: 15 OUT 2026 - SESSAO EM GRUPO: PROCEDIMENTO COM
      *             CAPACIDADE (CAPAC-GRUPO-PROC) ACEITA VARIOS
      *             PACIENTES NO MESMO PROFISSIONAL, SALA, HORA E
      *             PROCEDIMENTO ATE LOTAR A TURMA; SO DEPOIS O PEDIDO
      *             VAI PARA A LISTA DE ESPERA. O MESMO PACIENTE NAO
      *             ENTRA DUAS VEZES NA MESMA TURMA.
      * Manutencao: 15 OUT 2026 - RISCO DE FALTA: AO INFORMAR O CLIENTE
      *             MOSTRA A FAIXA DE RISCO (ARQRISCO, CALCULADO TODA
      *             NOITE PELO PGMRISCO) COM AS FALTAS E OS
      *             CANCELAMENTOS TARDIOS DOS ULTIMOS 12 MESES.
      * Manutencao: 15 OUT 2026 - PREPARO DO ATENDIMENTO: DEPOIS DE
      *             GRAVAR MOSTRA O JEJUM, A ANTECEDENCIA DE CHEGADA E
      *             AS INSTRUCOES DE TODOS OS PROCEDIMENTOS (PGMPREPCK)
      *             E OFERECE IMPRIMIR A FOLHA DE PREPARO (PGMPREPIMP).
      * Manutencao: 15 OUT 2026 - RESERVA DE MATERIAL: CADA AGENDAMENTO
      *             GRAVADO (AVULSO OU DA SERIE) RESERVA OS ITENS DA
      *             LISTA DE CONSUMO DO PROCEDIMENTO NA FILIAL E NA
      *             DATA (PGMRESAGE), AVISANDO O ITEM SEM SALDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGE01.
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-CREDPR
           FILE STATUS  IS WS-FS-CRD.
           SELECT EMPRESAS ASSIGN TO
           WS-PATH-ARQEMPRESA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-EMP
           ALTERNATE RECORD KEY IS NM-EMP WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-EMP WITH DUPLICATES
           FILE STATUS  IS WS-FS-EMP.
           SELECT COBERT ASSIGN TO
           WS-PATH-ARQCOBERT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-COB
           FILE STATUS  IS WS-FS-COB.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYDOCREG.
       FD CREDENCIAIS.
           COPY CPYCREDPR.
       FD EMPRESAS.
           COPY CPYEMPRESA.
       FD COBERT.
           COPY CPYCOBERT.

       WORKING-STORAGE SECTION.
       77 WS-EXIT            PIC X.
       77 WS-CAND-FILIAL      PIC 9(02).
       77 WS-CAND-OBS         PIC X(40).
       77 WS-CAND-PROC        PIC 9(04).
       77 WS-CAND-EMP         PIC 9(04).
       77 WS-CAND-EXO         PIC X(01).
       77 WS-CAND-CONV        PIC 9(04).
       77 WS-CAND-COB         PIC 9(02).
       77 WS-CONFLITO         PIC X(01) VALUE 'N'.
          88 HA-CONFLITO      VALUE 'S'.
       77 WS-CAND-CAPAC       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TURMA        PIC 9(02) VALUE ZEROS.
       77 WS-EOF-CONF         PIC 9      VALUE 0.
          88 WS-EOF-CONF-OK   VALUE 1 FALSE 0.
       77 WS-REPETE           PIC X(01) VALUE 'N'.
                          WS-FS-EOF BY WS-FS-CRD-EOF
                          WS-FS-OK BY WS-FS-CRD-OK
                          WS-FS BY WS-FS-CRD.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EMP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EMP-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EMP-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EMP-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EMP-EOF
                          WS-FS-OK BY WS-FS-EMP-OK
                          WS-FS BY WS-FS-EMP.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-COB-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-COB-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-COB-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-COB-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-COB-EOF
                          WS-FS-OK BY WS-FS-COB-OK
                          WS-FS BY WS-FS-COB.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ESP-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ESP-NAO-ENCONTRADO
          88 FAZ-ENCAIXE      VALUE 'S'.
       77 WS-CRD-DISP         PIC X(01) VALUE 'N'.
          88 CREDENCIAIS-DISPONIVEIS VALUE 'S'.
       77 WS-EMP-DISP         PIC X(01) VALUE 'N'.
          88 EMPRESAS-DISPONIVEIS VALUE 'S'.
       77 WS-EMP-OK           PIC X(01) VALUE 'N'.
          88 EMPRESA-OK       VALUE 'S'.
       77 WS-COB-DISP         PIC X(01) VALUE 'N'.
          88 COBERTURAS-DISPONIVEIS VALUE 'S'.
       77 WS-COB-OK           PIC X(01) VALUE 'N'.
          88 COBERTURA-OK     VALUE 'S'.
       77 WS-EOF-COB          PIC 9     VALUE 0.
          88 WS-EOF-COB-OK    VALUE 1 FALSE 0.
       77 WS-COB-PADRAO       PIC 9(02) VALUE ZEROS.
       77 WS-CONV-PADRAO      PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-COB-INF      PIC 9(02) VALUE ZEROS.
       77 WS-CRD-VENCIDA      PIC X(01) VALUE 'N'.
          88 CREDENCIAL-VENCIDA VALUE 'S'.
       77 WS-CRD-BLOQUEIA     PIC X(01) VALUE 'N'.
          88 WS-EOF-CRD-OK    VALUE 1 FALSE 0.
       77 WS-CRD-AUT-OK       PIC X(01) VALUE 'N'.
       77 WS-CRD-AUT-LOGIN    PIC X(10) VALUE SPACES.
       77 WS-DIV-RETIDO       PIC X(01) VALUE 'N'.
          88 CLIENTE-RETIDO   VALUE 'S'.
       77 WS-DIV-BLOQUEIA     PIC X(01) VALUE 'N'.
          88 DIVIDA-BLOQUEIA  VALUE 'S'.
       77 WS-DIV-VLR-ABERTO   PIC 9(07)V99 VALUE ZEROS.
       77 WS-DIV-VLR-ED       PIC Z.ZZZ.ZZ9,99.
       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-IND-ADIC         PIC 9(02) COMP.
       01 WS-PROCS-ADICIONAIS.
          03 WS-ADIC-PROC     PIC 9(04) OCCURS 10 TIMES.
       77 WS-PESQUISA-VAGA    PIC X(01) VALUE 'N'.
          88 PESQUISA-VAGA    VALUE 'S' 's'.
       77 WS-CAND-DUR-MIN     PIC 9(04) VALUE ZEROS.
       77 WS-CAND-INI-MIN     PIC 9(04) VALUE ZEROS.
       77 WS-CAND-FIM-MIN     PIC 9(04) VALUE ZEROS.
       77 WS-OUTRO-FIM-MIN    PIC 9(04) VALUE ZEROS.
       77 WS-EXP-INI-MIN      PIC 9(04) VALUE ZEROS.
       77 WS-EXP-FIM-MIN      PIC 9(04) VALUE ZEROS.
       77 WS-ESC-HORA-MIN     PIC 9(04) VALUE ZEROS.
       77 WS-ESC-HORA-FIM     PIC 9(04) VALUE ZEROS.
       77 WS-ESC-FILIAL       PIC 9(02) VALUE ZEROS.
       77 WS-ESC-SALA         PIC 9(02) VALUE ZEROS.
       77 WS-ESC-RESULT       PIC X(01) VALUE SPACE.
          88 ESC-ATENDE       VALUE 'S'.
          88 ESC-NAO-ATENDE   VALUE 'N'.
          88 ESC-INEXISTENTE  VALUE SPACE.
       77 WS-DUR-OUTRO        PIC 9(04) VALUE ZEROS.
       77 WS-HORA-OK          PIC X(01) VALUE 'N'.
          88 HORA-CABE        VALUE 'S'.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH       PIC 99.
          03 WS-HORA-MM       PIC 99.
       01 WS-RIS-DESC         PIC X(25) VALUE SPACES.
       01 WS-RIS-FALTAS       PIC ZZZZ9.
       01 WS-RIS-TARD         PIC ZZZZ9.
       01 WS-RIS-BASE         PIC ZZZZ9.
       77 WS-IL-PREP          PIC 9(02) VALUE ZEROS.
       77 WS-IMPRIME-PREP     PIC X(01) VALUE 'N'.
          88 IMPRIME-PREPARO  VALUE 'S' 's'.
       77 WS-RES-FALTA        PIC X(01) VALUE 'N'.
          88 RESERVA-COM-FALTA VALUE 'S'.
           COPY CPYRISCO.
           COPY CPYPREPPAR.
           COPY CPYVAGA.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMAGE01".
           COPY CPYPATHS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE WS-PATH-ENV TO WS-PATH-ARQCREDPR
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEMPRESA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQEMPRESA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCOBERT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCOBERT
            END-IF

      *   TETO DIARIO DE ENCAIXES POR PROFISSIONAL (DOIS DIGITOS)
            ACCEPT WS-TETO-ENC-ENV FROM ENVIRONMENT
                   "AGENDA_TETO_ENCAIXE"
               END-IF
            END-IF

            MOVE 'N'                 TO WS-EMP-DISP

            OPEN INPUT EMPRESAS

            IF WS-FS-EMP-OK
               SET EMPRESAS-DISPONIVEIS TO TRUE
            END-IF

            MOVE 'N'                 TO WS-COB-DISP

            OPEN INPUT COBERT

            IF WS-FS-COB-OK
               SET COBERTURAS-DISPONIVEIS TO TRUE
            END-IF

            MOVE ZEROS               TO WS-TOTAL-GERADOS
                                         WS-TOTAL-CONFLITOS

            CALL "PGMPROXAG" USING ID-AGE
            DISPLAY "ID DO AGENDAMENTO: " ID-AGE
            PERFORM P04O-PESQUISA-VAGA THRU P04O-FIM
            PERFORM P015-ACEITA-DATA THRU P015-FIM

            IF VAGA-HORA GREATER ZEROS
               MOVE VAGA-HORA         TO HORA-AGE
               MOVE ZEROS             TO VAGA-HORA
               DISPLAY "HORA DO AGENDAMENTO: " HORA-AGE
            ELSE
               DISPLAY "INFORME A HORA DO AGENDAMENTO (HHMM): "
               ACCEPT HORA-AGE
            END-IF

            DISPLAY "INFORME O ID DO CLIENTE: "
            ACCEPT ID-CLI-AGE
            PERFORM P047-MOSTRA-ALERTAS THRU P047-FIM
            PERFORM P027-AVISA-MULTA THRU P027-FIM
            PERFORM P04P-MOSTRA-RISCO THRU P04P-FIM
            PERFORM P04H-CONFERE-DIVIDA THRU P04H-FIM

            IF DIVIDA-BLOQUEIA
               DISPLAY "AGENDAMENTO NAO CADASTRADO."
               GO TO P010-ENCERRA
            END-IF

            PERFORM P023-ACEITA-PROFISSIONAL THRU P023-FIM
            PERFORM P04F-CONFERE-CREDENCIAL THRU P04F-FIM


            DISPLAY "OBSERVACOES: "
            ACCEPT OBS-AGE

            IF VAGA-ID-PROC GREATER ZEROS
               MOVE VAGA-ID-PROC      TO ID-PROC-AGE
               MOVE ZEROS             TO VAGA-ID-PROC
               DISPLAY "PROCEDIMENTO: " ID-PROC-AGE
            ELSE
               DISPLAY
               "INFORME O ID DO PROCEDIMENTO (0 P/ NAO INFORMAR):"
               ACCEPT ID-PROC-AGE
            END-IF

            PERFORM P04L-ACEITA-COBERTURA  THRU P04L-FIM
            PERFORM P048-AVISA-AUTORIZACAO THRU P048-FIM
            PERFORM P049-AVISA-LIMITE      THRU P049-FIM
            PERFORM P04A-AVISA-DOCUMENTO   THRU P04A-FIM
            PERFORM P04I-ACEITA-EMPRESA    THRU P04I-FIM
            PERFORM P043-ACEITA-ADICIONAIS THRU P043-FIM
            PERFORM P021-ACEITA-FILIAL THRU P021-FIM

            MOVE FILIAL-AGE           TO WS-CAND-FILIAL
            MOVE OBS-AGE              TO WS-CAND-OBS
            MOVE ID-PROC-AGE          TO WS-CAND-PROC
            MOVE ID-EMP-AGE           TO WS-CAND-EMP
            MOVE TIPO-EXO-AGE         TO WS-CAND-EXO
            MOVE ID-CONV-AGE          TO WS-CAND-CONV
            MOVE SEQ-COB-AGE          TO WS-CAND-COB

            PERFORM P041-CONFERE-BLOQUEIO THRU P041-FIM

               MOVE WS-CAND-FILIAL    TO FILIAL-AGE
               MOVE WS-CAND-OBS       TO OBS-AGE
               MOVE WS-CAND-PROC      TO ID-PROC-AGE
               MOVE WS-CAND-EMP       TO ID-EMP-AGE
               MOVE WS-CAND-EXO       TO TIPO-EXO-AGE
               MOVE WS-CAND-CONV      TO ID-CONV-AGE
               MOVE WS-CAND-COB       TO SEQ-COB-AGE
               SET AGE-AGENDADO       TO TRUE
               SET AGE-NAO-FATURADO   TO TRUE
               MOVE ZEROS             TO DATA-ANT-AGE
                                          QTD-REMARC-AGE
                                          HORA-CHEGADA-AGE
                                          HORA-INI-ATD-AGE
                                          HORA-FIM-ATD-AGE
               SET ELEG-NAO-VERIFICADA TO TRUE

               IF FAZ-ENCAIXE
                        DISPLAY
                        "JA EXISTE AGENDAMENTO COM ESTE ID: " ID-AGE
                     NOT INVALID KEY
                        MOVE "ARQAGE"             TO WS-JRN-ARQ
                        MOVE 'W'                  TO WS-JRN-OPER
                        CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                               WS-JRN-PGM, WS-FS,
                                               REG-AGE
                        ADD 1         TO WS-TOTAL-GERADOS
                        PERFORM P044-GRAVA-ADICIONAIS THRU P044-FIM
                        PERFORM P04S-RESERVA-MATERIAL THRU P04S-FIM
                        PERFORM P046-AUDITA-INCLUSAO THRU P046-FIM
                        IF FAZ-ENCAIXE
                           DISPLAY "ENCAIXE CADASTRADO COM SUCESSO"
                           DISPLAY
                           "AGENDAMENTO CADASTRADO COM SUCESSO"
                        END-IF
                        PERFORM P04Q-MOSTRA-PREPARO THRU P04Q-FIM
               END-WRITE

               IF NOT WS-FS-OK AND WS-FS NOT EQUAL 22
               GO TO P048-FIM
            END-IF

            IF AGE-PARTICULAR
               GO TO P048-FIM
            END-IF

            MOVE ID-CONV-AGE          TO ID-CONV-PC
            MOVE ID-PROC-AGE          TO ID-PROC-PC

            READ PRCONV
            END-IF

            MOVE ID-CLI-AGE           TO ID-CLI-AUT
            MOVE ID-CONV-AGE          TO ID-CONV-AUT
            MOVE ID-PROC-AGE          TO ID-PROC-AUT

            READ AUTPRV
               GO TO P049-FIM
            END-IF

            IF AGE-PARTICULAR
               GO TO P049-FIM
            END-IF

            MOVE ID-CONV-AGE          TO ID-CONV-LIM
            MOVE ID-PROC-AGE          TO ID-PROC-LIM

            READ LIMITES
            .
       P04G-FIM.
      *----------------------------------------------------------------
      *   RETENCAO POR DIVIDA VENCIDA (PGMDIVCK): SO AGENDA COM A
      *   LIBERACAO DE UM SUPERVISOR, QUE FICA NA AUDITORIA COM O
      *   SALDO EM ABERTO NO MOMENTO
      *----------------------------------------------------------------
       P04H-CONFERE-DIVIDA.

            MOVE 'N'                  TO WS-DIV-BLOQUEIA

            CALL "PGMDIVCK" USING ID-CLI-AGE, WS-DIV-RETIDO,
                                  WS-DIV-VLR-ABERTO

            IF NOT CLIENTE-RETIDO
               GO TO P04H-FIM
            END-IF

            DISPLAY "AGENDAMENTO RETIDO POR DIVIDA VENCIDA."
            DISPLAY "LIBERAR COM AUTORIZACAO DO SUPERVISOR? "

            MOVE 'N'                  TO WS-CRD-AUT-OK
            CALL "PGMAUTADM" USING WS-CRD-AUT-OK, WS-CRD-AUT-LOGIN

            IF WS-CRD-AUT-OK EQUAL 'S'
               MOVE WS-DIV-VLR-ABERTO TO WS-DIV-VLR-ED
               MOVE "AGENDA"          TO WS-AUD-MODULO
               MOVE 'A'               TO WS-AUD-OPER
               MOVE ID-CLI-AGE        TO WS-AUD-CHAVE
               MOVE "DIVIDAVENC"      TO WS-AUD-CAMPO
               MOVE WS-DIV-VLR-ED     TO WS-AUD-ANTES
               MOVE WS-CRD-AUT-LOGIN  TO WS-AUD-DEPOIS
               CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                     WS-AUD-CHAVE, WS-AUD-CAMPO,
                                     WS-AUD-ANTES, WS-AUD-DEPOIS
               DISPLAY "AGENDAMENTO LIBERADO PELO SUPERVISOR."
            ELSE
               SET DIVIDA-BLOQUEIA    TO TRUE
            END-IF
            .
       P04H-FIM.
      *----------------------------------------------------------------
      *   EXAME OCUPACIONAL: EMPRESA CONVENIADA QUE PAGA O ATENDIMENTO
      *   (ZEROS = O PROPRIO PACIENTE) E O TIPO DO EXAME. SO ACEITA
      *   EMPRESA CADASTRADA E ATIVA
      *----------------------------------------------------------------
       P04I-ACEITA-EMPRESA.

            MOVE 'N'                  TO WS-EMP-OK
            PERFORM P04J-PEDE-EMPRESA THRU P04J-FIM UNTIL EMPRESA-OK
            .
       P04I-FIM.
       P04J-PEDE-EMPRESA.

            MOVE ZEROS                TO ID-EMP-AGE
            MOVE SPACE                TO TIPO-EXO-AGE

            IF NOT EMPRESAS-DISPONIVEIS
               SET EMPRESA-OK         TO TRUE
               GO TO P04J-FIM
            END-IF

            DISPLAY "EMPRESA CONVENIADA QUE PAGA O EXAME "
                    "(0 = O PROPRIO PACIENTE): "
            ACCEPT ID-EMP-AGE

            IF AGE-SEM-EMPRESA
               SET EMPRESA-OK         TO TRUE
               GO TO P04J-FIM
            END-IF

            MOVE ID-EMP-AGE           TO ID-EMP

            READ EMPRESAS
                INVALID KEY
                   DISPLAY "EMPRESA NAO ENCONTRADA."
                   GO TO P04J-FIM
            END-READ

            IF EMP-INATIVA
               DISPLAY "EMPRESA INATIVA: " NM-EMP
               GO TO P04J-FIM
            END-IF

            DISPLAY "EMPRESA: " NM-EMP
            PERFORM P04K-PEDE-TIPO-EXO THRU P04K-FIM
               UNTIL EXO-VALIDO
            SET EMPRESA-OK            TO TRUE
            .
       P04J-FIM.
       P04K-PEDE-TIPO-EXO.

            DISPLAY "TIPO DO EXAME - <A> ADMISSIONAL, <P> PERIODICO, "
                    "<D> DEMISSIONAL,"
            DISPLAY "                <R> RETORNO AO TRABALHO, "
                    "<M> MUDANCA DE FUNCAO: "
            ACCEPT TIPO-EXO-AGE
            .
       P04K-FIM.
      *----------------------------------------------------------------
      *   COBERTURA DO ATENDIMENTO: O PADRAO E A COBERTURA PRINCIPAL
      *   ATIVA (PGMCOBPRI); PACIENTE COM COBERTURAS CADASTRADAS ESCOLHE
      *   ENTRE AS ATIVAS OU MARCA O ATENDIMENTO COMO PARTICULAR.
      *   CARTEIRINHA VENCIDA NA DATA E CARENCIA DO GRUPO DO
      *   PROCEDIMENTO AINDA NAO CUMPRIDA SAO SO AVISADAS
      *----------------------------------------------------------------
       P04L-ACEITA-COBERTURA.

            CALL "PGMCOBPRI" USING ID-CLI-AGE, WS-CONV-PADRAO,
                                   WS-COB-PADRAO

            MOVE WS-CONV-PADRAO       TO ID-CONV-AGE
            MOVE WS-COB-PADRAO        TO SEQ-COB-AGE

            IF NOT COBERTURAS-DISPONIVEIS
               OR WS-COB-PADRAO EQUAL ZEROS
               GO TO P04L-FIM
            END-IF

            DISPLAY "COBERTURAS ATIVAS DO PACIENTE:"
            SET WS-EOF-COB-OK         TO FALSE
            MOVE ID-CLI-AGE           TO ID-CLI-COB
            MOVE ZEROS                TO SEQ-COB

            START COBERT KEY IS NOT LESS THAN CHAVE-COB
                INVALID KEY
                   SET WS-EOF-COB-OK  TO TRUE
            END-START

            PERFORM P04M-LISTA-COBERTURA THRU P04M-FIM
               UNTIL WS-EOF-COB-OK

            MOVE 'N'                  TO WS-COB-OK
            PERFORM P04N-PEDE-COBERTURA THRU P04N-FIM
               UNTIL COBERTURA-OK

            IF AGE-PARTICULAR
               GO TO P04L-FIM
            END-IF

            IF NOT COB-SEM-VALIDADE
               AND VALIDADE-COB LESS DATA-AGE
               DISPLAY "ATENCAO: CARTEIRINHA " CARTEIRA-COB
                       " VENCIDA EM " VALIDADE-COB "."
            END-IF

            IF NOT PROCEDS-DISPONIVEL
               OR ID-PROC-AGE EQUAL ZEROS
               GO TO P04L-FIM
            END-IF

            MOVE ID-PROC-AGE          TO ID-PROC

            READ PROCEDS
                INVALID KEY
                   GO TO P04L-FIM
            END-READ

            IF GRUPO-VALIDO
               IF CAREN-COB (GRUPO-PROC) GREATER DATA-AGE
                  DISPLAY "ATENCAO: PACIENTE EM CARENCIA PARA ESTE "
                          "GRUPO DE PROCEDIMENTOS ATE "
                          CAREN-COB (GRUPO-PROC) "."
               END-IF
            END-IF
            .
       P04L-FIM.
       P04M-LISTA-COBERTURA.

            READ COBERT NEXT RECORD
                AT END
                   SET WS-EOF-COB-OK  TO TRUE
                   GO TO P04M-FIM
            END-READ

            IF ID-CLI-COB NOT EQUAL ID-CLI-AGE
               SET WS-EOF-COB-OK      TO TRUE
               GO TO P04M-FIM
            END-IF

            IF COB-INATIVA
               GO TO P04M-FIM
            END-IF

            IF COB-PRIMARIA
               DISPLAY SEQ-COB " - CONVENIO " ID-CONV-COB " "
                       PLANO-COB " CARTEIRA " CARTEIRA-COB
                       " (PRINCIPAL)"
            ELSE
               DISPLAY SEQ-COB " - CONVENIO " ID-CONV-COB " "
                       PLANO-COB " CARTEIRA " CARTEIRA-COB
            END-IF
            .
       P04M-FIM.
       P04N-PEDE-COBERTURA.

            DISPLAY "SEQUENCIA DA COBERTURA (0 = A PADRAO "
                    WS-COB-PADRAO ", 99 = PARTICULAR): "
            ACCEPT WS-SEQ-COB-INF

            IF WS-SEQ-COB-INF EQUAL 99
               MOVE ZEROS             TO ID-CONV-AGE
                                          SEQ-COB-AGE
               SET COBERTURA-OK       TO TRUE
               GO TO P04N-FIM
            END-IF

            IF WS-SEQ-COB-INF EQUAL ZEROS
               MOVE WS-COB-PADRAO     TO WS-SEQ-COB-INF
            END-IF

            MOVE ID-CLI-AGE           TO ID-CLI-COB
            MOVE WS-SEQ-COB-INF       TO SEQ-COB

            READ COBERT KEY IS CHAVE-COB
                INVALID KEY
                   DISPLAY "COBERTURA NAO ENCONTRADA."
                   GO TO P04N-FIM
            END-READ

            IF COB-INATIVA
               DISPLAY "COBERTURA INATIVA."
               GO TO P04N-FIM
            END-IF

            MOVE ID-CONV-COB          TO ID-CONV-AGE
            MOVE SEQ-COB              TO SEQ-COB-AGE
            SET COBERTURA-OK          TO TRUE
            .
       P04N-FIM.
      *----------------------------------------------------------------
      *   OFERECE A PESQUISA DE PROXIMA VAGA (PGMPROXVG); OS DADOS DA
      *   VAGA ESCOLHIDA SUBSTITUEM A DIGITACAO, UMA VEZ CADA, E UMA
      *   NOVA TENTATIVA DE QUALQUER CAMPO VOLTA A SER PERGUNTADA
      *----------------------------------------------------------------
       P04O-PESQUISA-VAGA.

            SET VAGA-NAO-ESCOLHIDA    TO TRUE
            MOVE ZEROS                TO VAGA-DATA
                                         VAGA-HORA
                                         VAGA-ID-PROF
                                         VAGA-FILIAL
                                         VAGA-ID-SALA
                                         VAGA-ID-PROC
                                         VAGA-QTD-ADIC
                                         VAGA-ID-AGE
            MOVE SPACE                TO VAGA-CRITERIO

            DISPLAY "PESQUISAR A PROXIMA VAGA LIVRE? (S/N) "
            ACCEPT WS-PESQUISA-VAGA

            IF NOT PESQUISA-VAGA
               GO TO P04O-FIM
            END-IF

            CALL "PGMPROXVG" USING VAGA-PROX

            IF VAGA-NAO-ESCOLHIDA
               DISPLAY "NENHUMA VAGA ESCOLHIDA; INFORME OS DADOS."
            END-IF
            .
       P04O-FIM.
      *----------------------------------------------------------------
      *   FAIXA DE RISCO DE FALTA DO CLIENTE COM O HISTORICO DOS
      *   ULTIMOS 12 MESES; SO INFORMA, NAO IMPEDE O AGENDAMENTO
      *----------------------------------------------------------------
       P04P-MOSTRA-RISCO.

            CALL "PGMRISCK" USING ID-CLI-AGE, REG-RISCO

            IF DATA-CALC-RIS EQUAL ZEROS
               GO TO P04P-FIM
            END-IF

            EVALUATE TRUE
                WHEN RISCO-ALTO
                   MOVE "ALTO"        TO WS-RIS-DESC
                WHEN RISCO-MEDIO
                   MOVE "MEDIO"       TO WS-RIS-DESC
                WHEN RISCO-BAIXO
                   MOVE "BAIXO"       TO WS-RIS-DESC
                WHEN OTHER
                   MOVE "SEM HISTORICO SUFICIENTE" TO WS-RIS-DESC
            END-EVALUATE

            MOVE QTD-FALTA-RIS        TO WS-RIS-FALTAS
            MOVE QTD-CANC-TARD-RIS    TO WS-RIS-TARD
            MOVE QTD-BASE-RIS         TO WS-RIS-BASE

            DISPLAY "RISCO DE FALTA: " WS-RIS-DESC
            DISPLAY "  12 MESES: " WS-RIS-FALTAS " FALTA(S), "
                    WS-RIS-TARD " CANCELAMENTO(S) TARDIO(S) EM "
                    WS-RIS-BASE " AGENDAMENTO(S)"

            IF RISCO-ALTO
               DISPLAY "ATENCAO: CONFIRME O TELEFONE E REFORCE A "
                       "POLITICA DE FALTAS COM O PACIENTE."
            END-IF
            .
       P04P-FIM.
      *----------------------------------------------------------------
      *   PREPARO DO ATENDIMENTO RECEM-GRAVADO (PROCEDIMENTO PRINCIPAL E
      *   ADICIONAIS); O OPERADOR PODE IMPRIMIR A FOLHA PARA O PACIENTE
      *----------------------------------------------------------------
       P04Q-MOSTRA-PREPARO.

            MOVE ID-AGE               TO PREP-ID-AGE
            MOVE ID-PROC-AGE          TO PREP-ID-PROC
            MOVE ID-CLI-AGE           TO PREP-ID-CLI
            MOVE DATA-AGE             TO PREP-DATA
            MOVE HORA-AGE             TO PREP-HORA

            CALL "PGMPREPCK" USING PREPARO-PARM

            IF NOT PREP-TEM-PREPARO
               GO TO P04Q-FIM
            END-IF

            DISPLAY "PREPARO DO ATENDIMENTO:"
            IF PREP-JEJUM-HORAS GREATER ZEROS
               DISPLAY "  JEJUM DE " PREP-JEJUM-HORAS " HORA(S)"
            END-IF
            IF PREP-ANTECED-MIN GREATER ZEROS
               DISPLAY "  CHEGAR " PREP-ANTECED-MIN
                       " MINUTO(S) ANTES DO HORARIO"
            END-IF

            PERFORM P04R-MOSTRA-LINHA-PREP THRU P04R-FIM
               VARYING WS-IL-PREP FROM 1 BY 1
               UNTIL WS-IL-PREP GREATER PREP-QTD-LINHAS

            MOVE 'N'                  TO WS-IMPRIME-PREP
            DISPLAY "IMPRIMIR A FOLHA DE PREPARO? <S/N>"
            ACCEPT WS-IMPRIME-PREP

            IF IMPRIME-PREPARO
               CALL "PGMPREPIMP" USING PREPARO-PARM
            END-IF
            .
       P04Q-FIM.
       P04R-MOSTRA-LINHA-PREP.

            DISPLAY "  - " PREP-LINHA (WS-IL-PREP)
            .
       P04R-FIM.
      *----------------------------------------------------------------
      *   RESERVA OS MATERIAIS DO PROCEDIMENTO PARA O AGENDAMENTO
      *   RECEM-GRAVADO; ITEM SEM SALDO NA FILIAL E SO AVISADO
      *----------------------------------------------------------------
       P04S-RESERVA-MATERIAL.

            CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA

            IF RESERVA-COM-FALTA
               DISPLAY "ATENCAO: FALTA MATERIAL PARA ESTE ATENDIMENTO. "
                       "AVISE O ESTOQUE."
            END-IF
            .
       P04S-FIM.
      *----------------------------------------------------------------
      *   EXIBE OS ALERTAS CLINICOS DO PACIENTE (PGMALEVIS); ALERTA DE
      *   GRAVIDADE ALTA EXIGE O CIENTE DO OPERADOR ANTES DE SEGUIR
      *----------------------------------------------------------------
               CLOSE CREDENCIAIS
            END-IF

            IF EMPRESAS-DISPONIVEIS
               CLOSE EMPRESAS
            END-IF

            IF COBERTURAS-DISPONIVEIS
               CLOSE COBERT
            END-IF

            CLOSE AGEITENS

            CLOSE ESPERA
       P015-FIM.
       P016-PEDE-DATA.

            IF VAGA-DATA GREATER ZEROS
               MOVE VAGA-DATA         TO DATA-AGE
               MOVE ZEROS             TO VAGA-DATA
               DISPLAY "DATA DO AGENDAMENTO: " DATA-AGE
            ELSE
               DISPLAY "INFORME A DATA DO AGENDAMENTO (AAAAMMDD): "
               ACCEPT DATA-AGE
            END-IF

            CALL "PGMVALDT" USING DATA-AGE, WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY "DATA INVALIDA"
      *   CONFERE SE O PROFISSIONAL OU A SALA JA TEM AGENDAMENTO NA
      *   MESMA DATA E HORA DE WS-CAND-*, VARRENDO A AGENDA PELA CHAVE
      *   ALTERNATIVA DE DATA. AGENDAMENTOS CANCELADOS NAO CONTAM COMO
      *   CONFLITO. NA SESSAO EM GRUPO OS PACIENTES DA MESMA TURMA
      *   (PROFISSIONAL, SALA, HORA E PROCEDIMENTO) SAO CONTADOS, E SO
      *   HA CONFLITO QUANDO A TURMA JA ESTA LOTADA.
      *----------------------------------------------------------------
       P017-VERIFICA-CONFLITO.

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


            PERFORM P0171-LE-PROXIMO THRU P0171-FIM
               UNTIL WS-EOF-CONF-OK OR HA-CONFLITO

            IF WS-CAND-CAPAC EQUAL ZEROS OR HA-CONFLITO
               GO TO P017-FIM
            END-IF

            IF WS-QTD-TURMA NOT LESS WS-CAND-CAPAC
               SET HA-CONFLITO        TO TRUE
               DISPLAY "SESSAO EM GRUPO LOTADA EM " WS-CAND-DATA " ("
                       WS-QTD-TURMA "/" WS-CAND-CAPAC ")."
            ELSE
               ADD 1                  TO WS-QTD-TURMA
               DISPLAY "SESSAO EM GRUPO: PACIENTE " WS-QTD-TURMA
                       " DE " WS-CAND-CAPAC " DA TURMA."
            END-IF
            .
       P017-FIM.
       P0171-LE-PROXIMO.
                       IF NOT AGE-CANCELADO
                          AND (ID-PROF-AGE EQUAL WS-CAND-ID-PROF
                               OR ID-SALA-AGE EQUAL WS-CAND-ID-SALA)
                          PERFORM P0175-CONFERE-TURMA THRU P0175-FIM
                       END-IF
                    END-IF
            END-READ
            .
       P0174-FIM.
      *----------------------------------------------------------------
      *   OUTRO AGENDAMENTO DA MESMA TURMA NAO E CONFLITO: CONTA UM
      *   LUGAR OCUPADO, SALVO SE FOR O MESMO PACIENTE
      *----------------------------------------------------------------
       P0175-CONFERE-TURMA.

            IF WS-CAND-CAPAC EQUAL ZEROS
               OR ID-PROC-AGE NOT EQUAL WS-CAND-PROC
               OR HORA-AGE NOT EQUAL WS-CAND-HORA
               OR ID-PROF-AGE NOT EQUAL WS-CAND-ID-PROF
               OR ID-SALA-AGE NOT EQUAL WS-CAND-ID-SALA
               PERFORM P0172-CONFERE-SOBREPOSICAO THRU P0172-FIM
               GO TO P0175-FIM
            END-IF

            IF ID-CLI-AGE EQUAL WS-CAND-CLI
               SET HA-CONFLITO        TO TRUE
               DISPLAY "O PACIENTE JA ESTA NESTA SESSAO EM GRUPO."
            ELSE
               ADD 1                  TO WS-QTD-TURMA
            END-IF
            .
       P0175-FIM.
      *----------------------------------------------------------------
      *   PERGUNTA SE O AGENDAMENTO DEVE SE REPETIR E, EM CASO
      *   AFIRMATIVO, ATE QUE DATA
      *----------------------------------------------------------------
                          "GERADA."
                  GO TO P0191-FIM
               END-IF
               CALL "PGMESCVAL" USING WS-CAND-ID-PROF, WS-CAND-DATA,
                                      WS-CAND-INI-MIN, WS-CAND-FIM-MIN,
                                      WS-CAND-FILIAL, WS-CAND-ID-SALA,
                                      WS-ESC-RESULT
               IF ESC-NAO-ATENDE
                  ADD 1              TO WS-TOTAL-CONFLITOS
                  DISPLAY "FORA DA ESCALA EM " WS-CAND-DATA
                          ", OCORRENCIA NAO GERADA."
                  GO TO P0191-FIM
               END-IF
               PERFORM P017-VERIFICA-CONFLITO THRU P017-FIM
               IF HA-CONFLITO
                  ADD 1              TO WS-TOTAL-CONFLITOS
                  MOVE WS-CAND-FILIAL TO FILIAL-AGE
                  MOVE WS-CAND-OBS   TO OBS-AGE
                  MOVE WS-CAND-PROC  TO ID-PROC-AGE
                  MOVE WS-CAND-EMP   TO ID-EMP-AGE
                  MOVE WS-CAND-EXO   TO TIPO-EXO-AGE
                  MOVE WS-CAND-CONV  TO ID-CONV-AGE
                  MOVE WS-CAND-COB   TO SEQ-COB-AGE
                  SET AGE-AGENDADO   TO TRUE
                  SET AGE-NAO-FATURADO TO TRUE
                  MOVE ZEROS         TO DATA-ANT-AGE
                                         QTD-REMARC-AGE
                                         HORA-CHEGADA-AGE
                                         HORA-INI-ATD-AGE
                                         HORA-FIM-ATD-AGE
                  SET ELEG-NAO-VERIFICADA TO TRUE
                  SET AGE-NORMAL      TO TRUE
                  MOVE SPACES         TO LOGIN-ENC-AGE
                           DISPLAY
                           "JA EXISTE AGENDAMENTO COM ESTE ID: " ID-AGE
                        NOT INVALID KEY
                           MOVE "ARQAGE"             TO WS-JRN-ARQ
                           MOVE 'W'                  TO WS-JRN-OPER
                           CALL "PGMJRNLOG" USING WS-JRN-ARQ,
                                                  WS-JRN-OPER,
                                                  WS-JRN-PGM, WS-FS,
                                                  REG-AGE
                           ADD 1     TO WS-TOTAL-GERADOS
                           PERFORM P044-GRAVA-ADICIONAIS
                              THRU P044-FIM
                           PERFORM P04S-RESERVA-MATERIAL
                              THRU P04S-FIM
                  END-WRITE
               END-IF
            END-IF
               DISPLAY "FILIAL DO AGENDAMENTO (VINCULO DO "
                       "OPERADOR): " FILIAL-AGE
            ELSE
               IF VAGA-FILIAL GREATER ZEROS
                  MOVE VAGA-FILIAL    TO FILIAL-AGE
                  MOVE ZEROS          TO VAGA-FILIAL
                  DISPLAY "FILIAL DO AGENDAMENTO: " FILIAL-AGE
               ELSE
                  DISPLAY "INFORME A FILIAL DO AGENDAMENTO: "
                  ACCEPT FILIAL-AGE
               END-IF
            END-IF

            MOVE FILIAL-AGE           TO ID-FILIAL
      *----------------------------------------------------------------
      *   PEDE O PROFISSIONAL E SO SEGUE QUANDO FOR UM PROFISSIONAL
      *   ATIVO, CADASTRADO NO ARQUIVO DE PROFISSIONAIS, E COM O
      *   HORARIO DO AGENDAMENTO DENTRO DE UMA JANELA DA SUA ESCALA NO
      *   DIA (OU DO EXPEDIENTE DO CADASTRO, QUANDO NAO TEM ESCALA)
      *----------------------------------------------------------------
       P023-ACEITA-PROFISSIONAL.

       P023-FIM.
       P024-PEDE-PROFISSIONAL.

            IF VAGA-ID-PROF GREATER ZEROS
               MOVE VAGA-ID-PROF      TO ID-PROF
               MOVE ZEROS             TO VAGA-ID-PROF
               DISPLAY "PROFISSIONAL: " ID-PROF
            ELSE
               DISPLAY "INFORME O ID DO PROFISSIONAL: "
               ACCEPT ID-PROF
            END-IF

            READ PROFISSIONAIS KEY IS ID-PROF
                INVALID KEY
                   IF PROF-INATIVO
                      DISPLAY "PROFISSIONAL INATIVO."
                   ELSE
                      PERFORM P0241-CONFERE-ESCALA THRU P0241-FIM
                   END-IF
            END-READ
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   A FILIAL E A SALA AINDA NAO FORAM ESCOLHIDAS: BASTA A HORA
      *   DE INICIO CAIR EM ALGUMA JANELA DA ESCALA DO DIA
      *----------------------------------------------------------------
       P0241-CONFERE-ESCALA.

            MOVE HORA-AGE             TO WS-HORA-TAB
            COMPUTE WS-ESC-HORA-MIN = WS-HORA-HH * 60 + WS-HORA-MM
            MOVE WS-ESC-HORA-MIN      TO WS-ESC-HORA-FIM

            CALL "PGMESCVAL" USING ID-PROF, DATA-AGE, WS-ESC-HORA-MIN,
                                   WS-ESC-HORA-FIM, WS-ESC-FILIAL,
                                   WS-ESC-SALA, WS-ESC-RESULT

            EVALUATE TRUE
                WHEN ESC-NAO-ATENDE
                   DISPLAY
                   "HORARIO FORA DA ESCALA DO PROFISSIONAL NESTE DIA."
                WHEN ESC-INEXISTENTE AND
                     (HORA-AGE < HORA-INICIO-PROF OR
                      HORA-AGE > HORA-FIM-PROF)
                   DISPLAY
                   "HORARIO FORA DO EXPEDIENTE DO PROFISSIONAL."
                WHEN OTHER
                   MOVE 'S'           TO WS-PROF-OK
                   MOVE NM-PROF       TO PROFISSIONAL-AGE
                   MOVE ID-PROF       TO ID-PROF-AGE
            END-EVALUATE
            .
       P0241-FIM.
      *----------------------------------------------------------------
      *   PEDE A SALA E SO SEGUE QUANDO FOR UMA SALA ATIVA CADASTRADA
      *   NO ARQUIVO DE SALAS
      *----------------------------------------------------------------
       P025-FIM.
       P026-PEDE-SALA.

            IF VAGA-ID-SALA GREATER ZEROS
               MOVE VAGA-ID-SALA      TO ID-SALA-AGE
               MOVE ZEROS             TO VAGA-ID-SALA
               DISPLAY "SALA DO ATENDIMENTO: " ID-SALA-AGE
            ELSE
               DISPLAY "INFORME A SALA DO ATENDIMENTO: "
               ACCEPT ID-SALA-AGE
            END-IF

            MOVE ID-SALA-AGE          TO ID-SALA
            READ SALAS KEY IS ID-SALA
      *----------------------------------------------------------------
      *   APURA A DURACAO DO ATENDIMENTO (DURACAO-PROC DO PROCEDIMENTO
      *   INFORMADO, 30 MINUTOS SEM PROCEDIMENTO OU SEM DURACAO) E SO
      *   SEGUE QUANDO O INTERVALO COMPLETO CABE NUMA JANELA DA ESCALA
      *   DO PROFISSIONAL NA FILIAL E SALA ESCOLHIDAS (OU NO EXPEDIENTE
      *   DO CADASTRO, QUANDO O PROFISSIONAL NAO TEM ESCALA)
      *----------------------------------------------------------------
       P029-CONFERE-DURACAO.

            COMPUTE WS-CAND-FIM-MIN =
                    WS-CAND-INI-MIN + WS-CAND-DUR-MIN

            CALL "PGMESCVAL" USING ID-PROF-AGE, DATA-AGE,
                                   WS-CAND-INI-MIN, WS-CAND-FIM-MIN,
                                   FILIAL-AGE, ID-SALA-AGE,
                                   WS-ESC-RESULT

            IF ESC-NAO-ATENDE
               DISPLAY "O ATENDIMENTO DE " WS-CAND-DUR-MIN
                       " MINUTOS NAO CABE NA ESCALA DO "
                       "PROFISSIONAL NESTA FILIAL E SALA."
            END-IF

            IF ESC-INEXISTENTE
               AND (WS-CAND-INI-MIN LESS WS-EXP-INI-MIN
                    OR WS-CAND-FIM-MIN GREATER WS-EXP-FIM-MIN)
               SET ESC-NAO-ATENDE     TO TRUE
               DISPLAY "O ATENDIMENTO DE " WS-CAND-DUR-MIN
                       " MINUTOS NAO CABE NO EXPEDIENTE DO "
                       "PROFISSIONAL."
            END-IF

            IF ESC-NAO-ATENDE
               DISPLAY "INFORME OUTRA HORA (HHMM, 0 = DESISTIR): "
               ACCEPT HORA-AGE
               IF HORA-AGE EQUAL ZEROS
               GO TO P043-FIM
            END-IF

      *   ADICIONAIS DA VAGA ESCOLHIDA NA PESQUISA DE PROXIMA VAGA
            IF VAGA-QTD-ADIC GREATER ZEROS
               MOVE VAGA-QTD-ADIC     TO WS-QTD-ADICIONAIS
               MOVE VAGA-ADICIONAIS   TO WS-PROCS-ADICIONAIS
               MOVE ZEROS             TO VAGA-QTD-ADIC
               DISPLAY "PROCEDIMENTOS ADICIONAIS DA VAGA: "
                       WS-QTD-ADICIONAIS
               GO TO P043-FIM
            END-IF

            MOVE 1                    TO WS-PROC-ADIC

            PERFORM P0431-PEDE-ADICIONAL THRU P0431-FIM
