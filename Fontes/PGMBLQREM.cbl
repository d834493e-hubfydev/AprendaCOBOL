      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: REMANEJAMENTO DOS AGENDAMENTOS ATINGIDOS POR UM
      *          BLOQUEIO DE AGENDA (CHAMADO PELO PGMBLQ01 COM O
      *          REGISTRO DO BLOQUEIO): LISTA CADA AGENDAMENTO AGENDADO
      *          OU CONFIRMADO DO PROFISSIONAL OU DA SALA NO PERIODO E,
      *          PARA CADA UM, O OPERADOR ESCOLHE TROCAR O PROFISSIONAL
      *          E/OU A SALA, LEVAR PARA A PRIMEIRA VAGA LIVRE
      *          (PGMPROXVG), CANCELAR COM O MOTIVO BLOQUEIO OU MANTER
      *          PARA TRATAR DEPOIS. A TROCA E A NOVA VAGA PASSAM PELA
      *          REMARCACAO (PGMAGE07), QUE MANTEM O MESMO ID-AGE E
      *          REFAZ TODAS AS CONFERENCIAS. CADA PACIENTE REMANEJADO
      *          OU CANCELADO RECEBE UM AVISO NA CAIXA DE SAIDA DE
      *          MENSAGENS (PGMMSGPUB, DIRIGIDO AO RESPONSAVEL DO MENOR
      *          E RESPEITANDO A NEGATIVA DE COMUNICACOES DO ARQCONSENT)
      *          E O RELATORIO RELBLQ.LST MOSTRA O QUE FOI FEITO COM
      *          CADA AGENDAMENTO.
      * Manutencao: 15 OUT 2026 - O AVISO AO PACIENTE DEIXA DE IR PARA
      *             UM ARQUIVO PROPRIO (ARQAVBLQ) E PASSA PELA CAIXA DE
      *             SAIDA CENTRAL: O CANCELAMENTO PUBLICA O AVISO AQUI
      *             E A REMARCACAO JA O PUBLICA NO PGMAGE07, QUE
      *             DEVOLVE O RESULTADO EM REMARC-AVISO.
      * Manutencao: 15 OUT 2026 - O AGENDAMENTO CANCELADO PELO BLOQUEIO
      *             LIBERA A RESERVA DE MATERIAL (PGMRESAGE); NA
      *             REMARCACAO QUEM REFAZ A RESERVA E O PGMAGE07.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBLQREM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT SALAS ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAL.

           SELECT AGEITENS ASSIGN TO
           WS-PATH-ARQAGEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-AGEIT
           FILE STATUS  IS WS-FS-AGI.

           SELECT RELBLQ ASSIGN TO
           WS-PATH-RELBLQ
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD CLIENTES.
           COPY CPYCLI.

       FD SALAS.
           COPY CPYSALA.

       FD AGEITENS.
           COPY CPYAGEIT.

       FD RELBLQ
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAL-EOF
                          WS-FS-OK BY WS-FS-SAL-OK
                          WS-FS BY WS-FS-SAL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGI-EOF
                          WS-FS-OK BY WS-FS-AGI-OK
                          WS-FS BY WS-FS-AGI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-EOF              PIC 9     VALUE 0.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
          88 CONFIRMADO       VALUE 'S' 's'.
       77 WS-RES-FALTA        PIC X(01) VALUE 'N'.
       77 WS-MESMO-PROF       PIC X(01) VALUE 'S'.
          88 MESMO-PROFISSIONAL VALUE 'S' 's'.
       77 WS-DECIDIDO         PIC X(01) VALUE 'N'.
          88 ITEM-DECIDIDO    VALUE 'S'.
       77 WS-ACAO-PEDIDA      PIC X(01) VALUE SPACE.
       77 WS-CLI-DISP         PIC X(01) VALUE 'N'.
          88 CLIENTES-DISPONIVEL VALUE 'S'.
       77 WS-SAL-DISP         PIC X(01) VALUE 'N'.
          88 SALAS-DISPONIVEL VALUE 'S'.
       77 WS-AGI-DISP         PIC X(01) VALUE 'N'.
          88 AGEITENS-DISPONIVEL VALUE 'S'.
       77 WS-SEQ-ADIC         PIC 9(02) VALUE ZEROS.
       77 WS-TABELA-CHEIA     PIC X(01) VALUE 'N'.
          88 TABELA-CHEIA     VALUE 'S'.

       77 WS-QTD-AFET         PIC 9(03) VALUE ZEROS.
       77 WS-IA               PIC 9(03) COMP.
       77 WS-QTD-REMANEJ      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CANCEL       PIC 9(03) VALUE ZEROS.
       77 WS-QTD-MANTIDO      PIC 9(03) VALUE ZEROS.
       77 WS-QTD-AVISOS       PIC 9(03) VALUE ZEROS.

      *   AGENDAMENTOS ATINGIDOS PELO BLOQUEIO E O QUE FOI FEITO
       01 WS-TAB-AFET.
          03 WS-TA-LINHA OCCURS 300 TIMES.
             05 TA-ID-AGE     PIC 9(08).
             05 TA-DATA       PIC 9(08).
             05 TA-HORA       PIC 9(04).
             05 TA-CLI        PIC 9(04).
             05 TA-NM-CLI     PIC X(20).
             05 TA-PROF       PIC 9(04).
             05 TA-SALA       PIC 9(02).
             05 TA-FILIAL     PIC 9(02).
             05 TA-PROC       PIC 9(04).
             05 TA-ACAO       PIC X(01).
                88 TA-TROCA-RECURSO VALUE 'R'.
                88 TA-NOVA-VAGA     VALUE 'V'.
                88 TA-CANCELADO     VALUE 'C'.
                88 TA-MANTIDO       VALUE 'M'.
             05 TA-NOVA-DATA  PIC 9(08).
             05 TA-NOVA-HORA  PIC 9(04).
             05 TA-NOVO-PROF  PIC 9(04).
             05 TA-NOVA-SALA  PIC 9(02).
             05 TA-AVISO      PIC X(01).
                88 TA-AVISADO       VALUE 'S'.
                88 TA-SEM-CONSENT   VALUE 'N'.
                88 TA-SEM-CONTATO   VALUE 'X'.

       01 WS-CAB-01.
          03 FILLER               PIC X(40)  VALUE
             "REMANEJAMENTO DE AGENDA - BLOQUEIO ".
          03 WS-CAB-ID-BLOQ       PIC 9(04).

       01 WS-CAB-02.
          03 WS-CAB-TIPO          PIC X(13).
          03 WS-CAB-REC           PIC 9(04).
          03 FILLER               PIC X(04)  VALUE " DE ".
          03 WS-CAB-INI           PIC 9(08).
          03 FILLER               PIC X(05)  VALUE " ATE ".
          03 WS-CAB-FIM           PIC 9(08).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CAB-MOTIVO        PIC X(30).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(09)  VALUE "AGEND.".
          03 FILLER               PIC X(26)  VALUE "PACIENTE".
          03 FILLER               PIC X(24)  VALUE "HORARIO ORIGINAL".
          03 FILLER               PIC X(12)  VALUE "ACAO".
          03 FILLER               PIC X(25)  VALUE "NOVO HORARIO".
          03 FILLER               PIC X(14)  VALUE "AVISO".

       01 WS-DETALHE.
          03 WS-DET-ID-AGE        PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CLI           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-HORA          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PROF          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-DET-SALA          PIC 9(02).
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-ACAO          PIC X(11).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NOVO          PIC X(24).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-AVISO         PIC X(30).

       01 WS-DET-NOVO-HOR.
          03 WS-NOV-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-NOV-HORA          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-NOV-PROF          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-NOV-SALA          PIC 9(02).

       01 WS-TOTAL-LINHA.
          03 FILLER               PIC X(12)  VALUE "ATINGIDOS: ".
          03 WS-TOT-AFET          PIC ZZ9.
          03 FILLER               PIC X(15)  VALUE "  REMANEJADOS: ".
          03 WS-TOT-REMANEJ       PIC ZZ9.
          03 FILLER               PIC X(14)  VALUE "  CANCELADOS: ".
          03 WS-TOT-CANCEL        PIC ZZ9.
          03 FILLER               PIC X(12)  VALUE "  MANTIDOS: ".
          03 WS-TOT-MANTIDO       PIC ZZ9.
          03 FILLER               PIC X(10)  VALUE "  AVISOS: ".
          03 WS-TOT-AVISOS        PIC ZZ9.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELBLQ".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE SPACES.
           COPY CPYREMARC.
           COPY CPYVAGA.
           COPY CPYMSGPUB.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMBLQREM".
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYBLOQ.

       PROCEDURE DIVISION USING REG-BLOQ.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT AGENDA

            IF NOT WS-FS-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE AGENDA: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            MOVE 'N'                  TO WS-CLI-DISP
            OPEN INPUT CLIENTES
            IF WS-FS-CLI-OK
               SET CLIENTES-DISPONIVEL TO TRUE
            END-IF

            PERFORM P010-CARREGA-AFETADOS THRU P010-FIM

            CLOSE AGENDA

            IF WS-QTD-AFET EQUAL ZEROS
               DISPLAY "NENHUM AGENDAMENTO ATIVO ATINGIDO PELO "
                       "BLOQUEIO " ID-BLOQ "."
               GO TO P000-ENCERRA
            END-IF

            DISPLAY WS-QTD-AFET " AGENDAMENTO(S) ATINGIDO(S) PELO "
                    "BLOQUEIO " ID-BLOQ "."

            MOVE 'N'                  TO WS-SAL-DISP
            OPEN INPUT SALAS
            IF WS-FS-SAL-OK
               SET SALAS-DISPONIVEL   TO TRUE
            END-IF

            MOVE 'N'                  TO WS-AGI-DISP
            OPEN INPUT AGEITENS
            IF WS-FS-AGI-OK
               SET AGEITENS-DISPONIVEL TO TRUE
            END-IF

            PERFORM P020-TRATA-AGENDAMENTO THRU P020-FIM
               VARYING WS-IA FROM 1 BY 1
               UNTIL WS-IA GREATER WS-QTD-AFET

            PERFORM P050-EMITE-RELATORIO THRU P050-FIM

            IF SALAS-DISPONIVEL
               CLOSE SALAS
            END-IF
            IF AGEITENS-DISPONIVEL
               CLOSE AGEITENS
            END-IF
            .
       P000-ENCERRA.

            IF CLIENTES-DISPONIVEL
               CLOSE CLIENTES
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSALA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGEIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGEIT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELBLQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-RELBLQ
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
            DISPLAY WS-FS-MSG
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   AGENDAMENTOS AGENDADOS OU CONFIRMADOS DO RECURSO BLOQUEADO
      *   DENTRO DO PERIODO, PELA CHAVE ALTERNATIVA DE DATA
      *----------------------------------------------------------------
       P010-CARREGA-AFETADOS.

            MOVE ZEROS                TO WS-QTD-AFET
            MOVE 'N'                  TO WS-TABELA-CHEIA
            SET WS-EOF-OK             TO FALSE
            MOVE DATA-INI-BLOQ        TO DATA-AGE

            START AGENDA KEY IS NOT LESS THAN DATA-AGE
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P011-LE-AGENDAMENTO THRU P011-FIM
               UNTIL WS-EOF-OK

            IF TABELA-CHEIA
               DISPLAY "AVISO: MAIS DE 300 AGENDAMENTOS NO PERIODO; "
                       "REPITA O REMANEJAMENTO DEPOIS DESTES."
            END-IF
            .
       P010-FIM.
       P011-LE-AGENDAMENTO.

            READ AGENDA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P011-FIM
            END-READ

            IF DATA-AGE GREATER DATA-FIM-BLOQ
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            IF NOT AGE-AGENDADO AND NOT AGE-CONFIRMADO
               GO TO P011-FIM
            END-IF

            IF BLOQ-PROFISSIONAL AND ID-PROF-AGE NOT EQUAL ID-REC-BLOQ
               GO TO P011-FIM
            END-IF

            IF BLOQ-SALA AND ID-SALA-AGE NOT EQUAL ID-REC-BLOQ
               GO TO P011-FIM
            END-IF

            IF WS-QTD-AFET EQUAL 300
               SET TABELA-CHEIA       TO TRUE
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            ADD 1                     TO WS-QTD-AFET
            MOVE ID-AGE               TO TA-ID-AGE (WS-QTD-AFET)
            MOVE DATA-AGE             TO TA-DATA (WS-QTD-AFET)
            MOVE HORA-AGE             TO TA-HORA (WS-QTD-AFET)
            MOVE ID-CLI-AGE           TO TA-CLI (WS-QTD-AFET)
            MOVE ID-PROF-AGE          TO TA-PROF (WS-QTD-AFET)
            MOVE ID-SALA-AGE          TO TA-SALA (WS-QTD-AFET)
            MOVE FILIAL-AGE           TO TA-FILIAL (WS-QTD-AFET)
            MOVE ID-PROC-AGE          TO TA-PROC (WS-QTD-AFET)
            MOVE 'M'                  TO TA-ACAO (WS-QTD-AFET)
            MOVE ZEROS                TO TA-NOVA-DATA (WS-QTD-AFET)
                                         TA-NOVA-HORA (WS-QTD-AFET)
                                         TA-NOVO-PROF (WS-QTD-AFET)
                                         TA-NOVA-SALA (WS-QTD-AFET)
            MOVE SPACE                TO TA-AVISO (WS-QTD-AFET)
            MOVE SPACES               TO TA-NM-CLI (WS-QTD-AFET)

            IF CLIENTES-DISPONIVEL
               MOVE ID-CLI-AGE        TO ID-CLI
               READ CLIENTES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE NM-CLI     TO TA-NM-CLI (WS-QTD-AFET)
               END-READ
            END-IF
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   MOSTRA O AGENDAMENTO E REPETE A ESCOLHA ATE UMA ACAO DAR
      *   CERTO (OU O OPERADOR DECIDIR MANTER); REMANEJADO OU CANCELADO
      *   GERA O AVISO AO PACIENTE
      *----------------------------------------------------------------
       P020-TRATA-AGENDAMENTO.

            DISPLAY "------------------------------------------------"
            DISPLAY "AGENDAMENTO " WS-IA " DE " WS-QTD-AFET ": "
                    TA-ID-AGE (WS-IA) " - " TA-DATA (WS-IA) " "
                    TA-HORA (WS-IA)
            DISPLAY "PACIENTE " TA-CLI (WS-IA) " " TA-NM-CLI (WS-IA)
                    " - PROFISSIONAL " TA-PROF (WS-IA)
                    " - SALA " TA-SALA (WS-IA)

            MOVE 'N'                  TO WS-DECIDIDO
            PERFORM P021-ESCOLHE-ACAO THRU P021-FIM
               UNTIL ITEM-DECIDIDO

            EVALUATE TRUE
                WHEN TA-MANTIDO (WS-IA)
                   ADD 1              TO WS-QTD-MANTIDO
                WHEN TA-CANCELADO (WS-IA)
                   ADD 1              TO WS-QTD-CANCEL
                   PERFORM P040-PUBLICA-AVISO THRU P040-FIM
                WHEN OTHER
                   ADD 1              TO WS-QTD-REMANEJ
                   PERFORM P040-PUBLICA-AVISO THRU P040-FIM
            END-EVALUATE
            .
       P020-FIM.
       P021-ESCOLHE-ACAO.

            DISPLAY "1 - TROCAR PROFISSIONAL E/OU SALA (MESMO HORARIO)"
            DISPLAY "2 - LEVAR PARA A PRIMEIRA VAGA LIVRE"
            DISPLAY "3 - CANCELAR (MOTIVO: BLOQUEIO)"
            DISPLAY "4 - MANTER E TRATAR DEPOIS"
            DISPLAY "ESCOLHA UMA DAS OPCOES: "
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P022-TROCA-RECURSO THRU P022-FIM
                WHEN 2
                   PERFORM P023-PRIMEIRA-VAGA THRU P023-FIM
                WHEN 3
                   PERFORM P030-CANCELA THRU P030-FIM
                WHEN 4
                   SET ITEM-DECIDIDO  TO TRUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   OUTRO PROFISSIONAL E/OU OUTRA SALA NA MESMA DATA E HORA; A
      *   SALA NOVA LEVA A FILIAL DELA
      *----------------------------------------------------------------
       P022-TROCA-RECURSO.

            INITIALIZE REMARC-PARM
            SET REMARC-INFORMADA      TO TRUE
            MOVE TA-ID-AGE (WS-IA)    TO REMARC-ID-AGE

            DISPLAY "NOVO PROFISSIONAL (0 = MANTER): "
            ACCEPT REMARC-ID-PROF
            DISPLAY "NOVA SALA (0 = MANTER): "
            ACCEPT REMARC-ID-SALA

            IF REMARC-ID-PROF EQUAL ZEROS
               AND REMARC-ID-SALA EQUAL ZEROS
               DISPLAY "NADA A TROCAR."
               GO TO P022-FIM
            END-IF

            IF REMARC-ID-SALA GREATER ZEROS AND SALAS-DISPONIVEL
               MOVE REMARC-ID-SALA    TO ID-SALA
               READ SALAS
                   INVALID KEY
                      DISPLAY "SALA NAO ENCONTRADA."
                      GO TO P022-FIM
               END-READ
               IF SALA-INATIVA
                  DISPLAY "SALA INATIVA."
                  GO TO P022-FIM
               END-IF
               MOVE FILIAL-SALA       TO REMARC-FILIAL
            END-IF

            MOVE 'R'                  TO WS-ACAO-PEDIDA
            PERFORM P024-REMARCA THRU P024-FIM
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   PRIMEIRA VAGA LIVRE PARA O MESMO PROCEDIMENTO E ADICIONAIS,
      *   NA MESMA FILIAL, COM O MESMO OU QUALQUER PROFISSIONAL
      *----------------------------------------------------------------
       P023-PRIMEIRA-VAGA.

            INITIALIZE VAGA-PROX
            SET VAGA-CRITERIO-INFORMADO TO TRUE
            MOVE TA-ID-AGE (WS-IA)    TO VAGA-ID-AGE
            MOVE TA-PROC (WS-IA)      TO VAGA-ID-PROC
            MOVE TA-FILIAL (WS-IA)    TO VAGA-FILIAL

            DISPLAY "MANTER O MESMO PROFISSIONAL? (S/N) "
            ACCEPT WS-MESMO-PROF
            IF MESMO-PROFISSIONAL
               MOVE TA-PROF (WS-IA)   TO VAGA-ID-PROF
            END-IF

            IF AGEITENS-DISPONIVEL
               PERFORM P025-CARREGA-ADICIONAL THRU P025-FIM
                  VARYING WS-SEQ-ADIC FROM 1 BY 1
                  UNTIL WS-SEQ-ADIC GREATER 11
                     OR VAGA-QTD-ADIC EQUAL 10
            END-IF

            CALL "PGMPROXVG" USING VAGA-PROX

            IF VAGA-NAO-ESCOLHIDA
               DISPLAY "NENHUMA VAGA ESCOLHIDA."
               GO TO P023-FIM
            END-IF

            INITIALIZE REMARC-PARM
            SET REMARC-INFORMADA      TO TRUE
            MOVE TA-ID-AGE (WS-IA)    TO REMARC-ID-AGE
            MOVE VAGA-DATA            TO REMARC-DATA
            MOVE VAGA-HORA            TO REMARC-HORA
            MOVE VAGA-ID-PROF         TO REMARC-ID-PROF
            MOVE VAGA-ID-SALA         TO REMARC-ID-SALA
            MOVE VAGA-FILIAL          TO REMARC-FILIAL

            MOVE 'V'                  TO WS-ACAO-PEDIDA
            PERFORM P024-REMARCA THRU P024-FIM
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   A REMARCACAO FAZ TODAS AS CONFERENCIAS E MANTEM O ID-AGE; O
      *   DESTINO EFETIVO (ZEROS = O ATUAL) FICA NA TABELA
      *----------------------------------------------------------------
       P024-REMARCA.

            CALL "PGMAGE07" USING REMARC-PARM

            IF NOT REMARC-FEITA
               DISPLAY "REMARCACAO RECUSADA: " REMARC-MOTIVO
               GO TO P024-FIM
            END-IF

            MOVE WS-ACAO-PEDIDA       TO TA-ACAO (WS-IA)
            MOVE TA-DATA (WS-IA)      TO TA-NOVA-DATA (WS-IA)
            MOVE TA-HORA (WS-IA)      TO TA-NOVA-HORA (WS-IA)
            MOVE TA-PROF (WS-IA)      TO TA-NOVO-PROF (WS-IA)
            MOVE TA-SALA (WS-IA)      TO TA-NOVA-SALA (WS-IA)

            IF REMARC-DATA GREATER ZEROS
               MOVE REMARC-DATA       TO TA-NOVA-DATA (WS-IA)
            END-IF
            IF REMARC-HORA GREATER ZEROS
               MOVE REMARC-HORA       TO TA-NOVA-HORA (WS-IA)
            END-IF
            IF REMARC-ID-PROF GREATER ZEROS
               MOVE REMARC-ID-PROF    TO TA-NOVO-PROF (WS-IA)
            END-IF
            IF REMARC-ID-SALA GREATER ZEROS
               MOVE REMARC-ID-SALA    TO TA-NOVA-SALA (WS-IA)
            END-IF

            SET ITEM-DECIDIDO         TO TRUE
            .
       P024-FIM.
       P025-CARREGA-ADICIONAL.

            MOVE TA-ID-AGE (WS-IA)    TO ID-AGE-IT
            MOVE WS-SEQ-ADIC          TO SEQ-AGE-IT

            READ AGEITENS
                INVALID KEY
                   MOVE 99            TO WS-SEQ-ADIC
                NOT INVALID KEY
                   ADD 1              TO VAGA-QTD-ADIC
                   MOVE ID-PROC-AGIT  TO VAGA-ADIC-PROC (VAGA-QTD-ADIC)
            END-READ
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   CANCELAMENTO LOGICO COM O MOTIVO BLOQUEIO NA AUDITORIA
      *----------------------------------------------------------------
       P030-CANCELA.

            DISPLAY "CANCELAR O AGENDAMENTO " TA-ID-AGE (WS-IA)
                    " POR CAUSA DO BLOQUEIO? <S/N> "
            ACCEPT WS-CONFIRMA

            IF NOT CONFIRMADO
               GO TO P030-FIM
            END-IF

            OPEN I-O AGENDA

            IF NOT WS-FS-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE AGENDA: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P030-FIM
            END-IF

            MOVE TA-ID-AGE (WS-IA)    TO ID-AGE

            READ AGENDA
                INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO."
                NOT INVALID KEY
                   PERFORM P031-GRAVA-CANCELAMENTO THRU P031-FIM
            END-READ

            CLOSE AGENDA
            .
       P030-FIM.
       P031-GRAVA-CANCELAMENTO.

            IF NOT AGE-AGENDADO AND NOT AGE-CONFIRMADO
               DISPLAY "A SITUACAO DO AGENDAMENTO MUDOU; NADA FEITO."
               GO TO P031-FIM
            END-IF

            MOVE SPACES               TO WS-AUD-ANTES
            IF AGE-CONFIRMADO
               MOVE "CONFIRMADO"      TO WS-AUD-ANTES
            ELSE
               MOVE "AGENDADO"        TO WS-AUD-ANTES
            END-IF

            SET AGE-CANCELADO         TO TRUE

            REWRITE REG-AGE
                INVALID KEY
                   DISPLAY "ERRO AO CANCELAR O AGENDAMENTO."
                   GO TO P031-FIM
            END-REWRITE
            MOVE "ARQAGE"             TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS, REG-AGE

            MOVE "AGENDA"             TO WS-AUD-MODULO
            MOVE 'C'                  TO WS-AUD-OPER
            MOVE ID-AGE               TO WS-AUD-CHAVE
            MOVE "STATUS"             TO WS-AUD-CAMPO
            MOVE SPACES               TO WS-AUD-DEPOIS
            STRING "CANCELADO - BLOQUEIO " ID-BLOQ
                   DELIMITED BY SIZE INTO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS

            CALL "PGMRESAGE" USING ID-AGE, WS-RES-FALTA

            DISPLAY "AGENDAMENTO " ID-AGE " CANCELADO (BLOQUEIO "
                    ID-BLOQ ")."
            MOVE 'C'                  TO TA-ACAO (WS-IA)
            SET ITEM-DECIDIDO         TO TRUE
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   AVISO AO PACIENTE (OU AO RESPONSAVEL DO MENOR) NA CAIXA DE
      *   SAIDA: O CANCELAMENTO E PUBLICADO AQUI, COM O MOTIVO DO
      *   BLOQUEIO; A REMARCACAO JA FOI PUBLICADA PELO PGMAGE07. QUEM
      *   NEGOU COMUNICACOES OU NAO TEM CONTATO FICA PARA A RECEPCAO
      *   AVISAR POR TELEFONE, E O RELATORIO MOSTRA ISSO
      *----------------------------------------------------------------
       P040-PUBLICA-AVISO.

            IF TA-CANCELADO (WS-IA)
               INITIALIZE MSGPUB-PARM
               SET MSGPUB-CANCELAMENTO TO TRUE
               MOVE TA-CLI (WS-IA)    TO MSGPUB-ID-CLI
               MOVE TA-ID-AGE (WS-IA) TO MSGPUB-REF
               MOVE TA-DATA (WS-IA)   TO MSGPUB-DATA
               MOVE TA-HORA (WS-IA)   TO MSGPUB-HORA
               MOVE MOTIVO-BLOQ       TO MSGPUB-TEXTO
               CALL "PGMMSGPUB" USING MSGPUB-PARM
            ELSE
               MOVE REMARC-AVISO      TO MSGPUB-RESULTADO
            END-IF

            EVALUATE TRUE
                WHEN MSGPUB-PUBLICADA
                   MOVE 'S'           TO TA-AVISO (WS-IA)
                   ADD 1              TO WS-QTD-AVISOS
                WHEN MSGPUB-SEM-CONSENT
                   MOVE 'N'           TO TA-AVISO (WS-IA)
                   DISPLAY "CLIENTE " TA-CLI (WS-IA)
                           " NEGOU COMUNICACOES; AVISAR POR TELEFONE."
                WHEN OTHER
                   MOVE 'X'           TO TA-AVISO (WS-IA)
            END-EVALUATE
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   RELATORIO DO REMANEJAMENTO: O QUE FOI FEITO COM CADA
      *   AGENDAMENTO ATINGIDO E SE O PACIENTE FOI AVISADO
      *----------------------------------------------------------------
       P050-EMITE-RELATORIO.

            OPEN OUTPUT RELBLQ

            IF NOT WS-FS-REL-OK
               DISPLAY "ERRO NA ABERTURA DO RELATORIO: " WS-FS-REL
               GO TO P050-FIM
            END-IF

            MOVE ID-BLOQ              TO WS-CAB-ID-BLOQ
            IF BLOQ-PROFISSIONAL
               MOVE "PROFISSIONAL " TO WS-CAB-TIPO
            ELSE
               MOVE "SALA "         TO WS-CAB-TIPO
            END-IF
            MOVE ID-REC-BLOQ          TO WS-CAB-REC
            MOVE DATA-INI-BLOQ        TO WS-CAB-INI
            MOVE DATA-FIM-BLOQ        TO WS-CAB-FIM
            MOVE MOTIVO-BLOQ          TO WS-CAB-MOTIVO

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-01            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-02            TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-CAB-COLUNAS       TO REL-LINHA
            WRITE REL-LINHA

            PERFORM P051-IMPRIME-LINHA THRU P051-FIM
               VARYING WS-IA FROM 1 BY 1
               UNTIL WS-IA GREATER WS-QTD-AFET

            MOVE WS-QTD-AFET          TO WS-TOT-AFET
            MOVE WS-QTD-REMANEJ       TO WS-TOT-REMANEJ
            MOVE WS-QTD-CANCEL        TO WS-TOT-CANCEL
            MOVE WS-QTD-MANTIDO       TO WS-TOT-MANTIDO
            MOVE WS-QTD-AVISOS        TO WS-TOT-AVISOS

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-TOTAL-LINHA       TO REL-LINHA
            WRITE REL-LINHA

            CLOSE RELBLQ

            CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELBLQ,
                                  WS-SPOOL-PARMS
            .
       P050-FIM.
       P051-IMPRIME-LINHA.

            MOVE TA-ID-AGE (WS-IA)    TO WS-DET-ID-AGE
            MOVE TA-CLI (WS-IA)       TO WS-DET-CLI
            MOVE TA-NM-CLI (WS-IA)    TO WS-DET-NM-CLI
            MOVE TA-DATA (WS-IA)      TO WS-DET-DATA
            MOVE TA-HORA (WS-IA)      TO WS-DET-HORA
            MOVE TA-PROF (WS-IA)      TO WS-DET-PROF
            MOVE TA-SALA (WS-IA)      TO WS-DET-SALA
            MOVE SPACES               TO WS-DET-NOVO

            EVALUATE TRUE
                WHEN TA-TROCA-RECURSO (WS-IA)
                   MOVE "REMANEJADO"  TO WS-DET-ACAO
                WHEN TA-NOVA-VAGA (WS-IA)
                   MOVE "NOVA VAGA"   TO WS-DET-ACAO
                WHEN TA-CANCELADO (WS-IA)
                   MOVE "CANCELADO"   TO WS-DET-ACAO
                WHEN OTHER
                   MOVE "MANTIDO"     TO WS-DET-ACAO
            END-EVALUATE

            IF TA-TROCA-RECURSO (WS-IA) OR TA-NOVA-VAGA (WS-IA)
               MOVE TA-NOVA-DATA (WS-IA) TO WS-NOV-DATA
               MOVE TA-NOVA-HORA (WS-IA) TO WS-NOV-HORA
               MOVE TA-NOVO-PROF (WS-IA) TO WS-NOV-PROF
               MOVE TA-NOVA-SALA (WS-IA) TO WS-NOV-SALA
               MOVE WS-DET-NOVO-HOR   TO WS-DET-NOVO
            END-IF

            EVALUATE TRUE
                WHEN TA-MANTIDO (WS-IA)
                   MOVE "TRATAR MANUALMENTE" TO WS-DET-AVISO
                WHEN TA-AVISADO (WS-IA)
                   MOVE "MENSAGEM NA CAIXA DE SAIDA"
                                             TO WS-DET-AVISO
                WHEN TA-SEM-CONSENT (WS-IA)
                   MOVE "NEGOU COMUNIC. - TELEFONAR" TO WS-DET-AVISO
                WHEN OTHER
                   MOVE "SEM AVISO - TELEFONAR" TO WS-DET-AVISO
            END-EVALUATE

            MOVE SPACES               TO REL-LINHA
            MOVE WS-DETALHE           TO REL-LINHA
            WRITE REL-LINHA
            .
       P051-FIM.
       END PROGRAM PGMBLQREM.
