      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: PESQUISA DE PROXIMA VAGA: A PARTIR DE UM PROCEDIMENTO
      *          (DURACAO-PROC MAIS OS ADICIONAIS) E, OPCIONALMENTE, DE
      *          PROFISSIONAL, ESPECIALIDADE, FILIAL, SALA, PERIODO
      *          (MANHA/TARDE), SO DIAS UTEIS E DATA INICIAL, LISTA AS
      *          PRIMEIRAS VAGAS LIVRES QUE PASSAM PELAS MESMAS REGRAS
      *          DA INCLUSAO DO PGMAGE01: JANELA DA ESCALA (PGMESCDIA)
      *          OU EXPEDIENTE DO CADASTRO, CONFLITO POR INTERVALO DE
      *          DURACAO COM OS AGENDAMENTOS DO PROFISSIONAL E DA SALA,
      *          CALENDARIO DE BLOQUEIOS (ARQBLOQ), FERIADOS
      *          (PGMFERICK) E REGISTRO PROFISSIONAL OBRIGATORIO
      *          VALIDO NA DATA DA VAGA. SEM SALA PEDIDA, PROCURA A
      *          PRIMEIRA SALA ATIVA LIVRE DA FILIAL. A VAGA ESCOLHIDA
      *          VOLTA AO PGMAGE01 (CPYVAGA), QUE FAZ A INCLUSAO PELO
      *          CAMINHO NORMAL. PESQUISA ATE 60 DIAS A FRENTE.
      *          PROCEDIMENTO DE SESSAO EM GRUPO TAMBEM ACHA LUGAR NAS
      *          TURMAS JA FORMADAS (MESMO PROFISSIONAL, HORA E
      *          PROCEDIMENTO, NA SALA DA TURMA) QUE AINDA NAO LOTARAM.
      * Manutencao: 15 OUT 2026 - COM VAGA-CRITERIO INFORMADO PELO
      *             CHAMADOR (REMANEJAMENTO DE BLOQUEIO, PGMBLQREM) OS
      *             CRITERIOS VEM DA CPYVAGA SEM PERGUNTAS E SO A
      *             PRIMEIRA VAGA E MOSTRADA; O AGENDAMENTO REMANEJADO
      *             (VAGA-ID-AGE) NAO CONTA COMO OCUPACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPROXVG.
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

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.

           SELECT SALAS ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAL.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT AGEITENS ASSIGN TO
           WS-PATH-ARQAGEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-AGEIT
           FILE STATUS  IS WS-FS-AGI.

           SELECT BLOQUEIOS ASSIGN TO
           WS-PATH-ARQBLOQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-BLOQ
           FILE STATUS  IS WS-FS-BLQ.

           SELECT CREDENCIAIS ASSIGN TO
           WS-PATH-ARQCREDPR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-CREDPR
           FILE STATUS  IS WS-FS-CRD.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD SALAS.
           COPY CPYSALA.

       FD PROCEDS.
           COPY CPYPROC.

       FD AGEITENS.
           COPY CPYAGEIT.

       FD BLOQUEIOS.
           COPY CPYBLOQ.

       FD CREDENCIAIS.
           COPY CPYCREDPR.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PROF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PROF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PROF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PROF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PROF-EOF
                          WS-FS-OK BY WS-FS-PROF-OK
                          WS-FS BY WS-FS-PROF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAL-EOF
                          WS-FS-OK BY WS-FS-SAL-OK
                          WS-FS BY WS-FS-SAL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGI-EOF
                          WS-FS-OK BY WS-FS-AGI-OK
                          WS-FS BY WS-FS-AGI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BLQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BLQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-BLQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-BLQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-BLQ-EOF
                          WS-FS-OK BY WS-FS-BLQ-OK
                          WS-FS BY WS-FS-BLQ.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CRD-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CRD-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CRD-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CRD-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CRD-EOF
                          WS-FS-OK BY WS-FS-CRD-OK
                          WS-FS BY WS-FS-CRD.

       77 WS-MAX-DIAS         PIC 9(03) VALUE 60.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-HORA-AGORA       PIC 9(08) VALUE ZEROS.
       77 WS-MIN-AGORA        PIC 9(04) VALUE ZEROS.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
          88 DATA-OK          VALUE 'S'.
       77 WS-CAMPO-OK         PIC X(01) VALUE 'N'.
          88 CAMPO-OK         VALUE 'S'.
       77 WS-EOF              PIC 9     VALUE 0.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-PRC-DISP         PIC X(01) VALUE 'N'.
          88 PROCEDS-DISPONIVEL VALUE 'S'.
       77 WS-AGEIT-DISP       PIC X(01) VALUE 'N'.
          88 AGEITENS-DISPONIVEL VALUE 'S'.

      *   CRITERIOS DA PESQUISA
       77 WS-CRIT-PROC        PIC 9(04) VALUE ZEROS.
       77 WS-CRIT-PROF        PIC 9(04) VALUE ZEROS.
       77 WS-CRIT-ESPEC       PIC X(20) VALUE SPACES.
       77 WS-CRIT-FILIAL      PIC 9(02) VALUE ZEROS.
       77 WS-CRIT-SALA        PIC 9(02) VALUE ZEROS.
       77 WS-CRIT-PERIODO     PIC X(01) VALUE 'Q'.
          88 PERIODO-MANHA    VALUE 'M' 'm'.
          88 PERIODO-TARDE    VALUE 'T' 't'.
       77 WS-CRIT-UTEIS       PIC X(01) VALUE 'N'.
          88 SO-DIAS-UTEIS    VALUE 'S' 's'.
       77 WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PEDIDA       PIC 9(02) VALUE ZEROS.
       77 WS-PROC-ADIC        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ADIC         PIC 9(02) VALUE ZEROS.
       01 WS-ADICIONAIS.
          03 WS-ADIC-PROC     PIC 9(04) OCCURS 10 TIMES.
       77 WS-DUR-MIN          PIC 9(04) VALUE ZEROS.
       77 WS-CRIT-CAPAC       PIC 9(02) VALUE ZEROS.

      *   VARREDURA DOS DIAS, JANELAS E HORARIOS
       77 WS-DATA-CAND        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-DIAS         PIC 9(03) VALUE ZEROS.
       77 WS-UM-DIA           PIC 9(03) VALUE 1.
       77 WS-DIA-SEMANA       PIC 9(01) VALUE ZEROS.
       77 WS-IP               PIC 9(02) COMP.
       77 WS-IS               PIC 9(02) COMP.
       77 WS-IO               PIC 9(03) COMP.
       77 WS-IB               PIC 9(03) COMP.
       77 WS-IV               PIC 9(02) COMP.
       77 WS-JAN              PIC 9(02) COMP.
       77 WS-SEQ-ADIC         PIC 9(02) VALUE ZEROS.
       77 WS-MIN-CAND         PIC 9(04) VALUE ZEROS.
       77 WS-FIM-CAND         PIC 9(04) VALUE ZEROS.
       77 WS-FIL-CAND         PIC 9(02) VALUE ZEROS.
       77 WS-SALA-FIXA        PIC 9(02) VALUE ZEROS.
       77 WS-SALA-CAND        PIC 9(02) VALUE ZEROS.
       77 WS-SALA-USO         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TURMA        PIC 9(02) VALUE ZEROS.
       77 WS-TURMA-SALA       PIC 9(02) VALUE ZEROS.
       77 WS-TESTE-PROF       PIC 9(04) VALUE ZEROS.
       77 WS-TESTE-SALA       PIC 9(02) VALUE ZEROS.
       77 WS-OUTRO-INI-MIN    PIC 9(04) VALUE ZEROS.
       77 WS-DUR-OUTRO        PIC 9(04) VALUE ZEROS.
       77 WS-ESCOLHA          PIC 9(02) VALUE ZEROS.
       77 WS-E-FERIADO        PIC X(01) VALUE 'N'.
          88 DATA-E-FERIADO   VALUE 'S'.
       77 WS-DESC-FERIADO     PIC X(30) VALUE SPACES.
       77 WS-CONFLITO         PIC X(01) VALUE 'N'.
          88 HA-CONFLITO      VALUE 'S'.
       77 WS-BLOQUEADO        PIC X(01) VALUE 'N'.
          88 RECURSO-BLOQUEADO VALUE 'S'.
       77 WS-TESTE-TIPO       PIC X(01) VALUE SPACE.
       77 WS-TESTE-REC        PIC 9(04) VALUE ZEROS.
       77 WS-SALA-LIVRE       PIC X(01) VALUE 'N'.
          88 SALA-ACHADA      VALUE 'S'.

       01 WS-HORA-TAB         PIC 9(04) VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH       PIC 99.
          03 WS-HORA-MM       PIC 99.

       01 WS-HORA-AGORA-TAB   PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-HORA-AGORA-TAB.
          03 WS-AGORA-HH      PIC 99.
          03 WS-AGORA-MM      PIC 99.
          03 FILLER           PIC 9(04).

      *   PROFISSIONAIS QUE ATENDEM AOS CRITERIOS, COM A MENOR
      *   VALIDADE DE REGISTRO OBRIGATORIO (99999999 = SEM REGISTRO)
       77 WS-QTD-PROF         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-PROF.
          03 WS-TP-LINHA OCCURS 50 TIMES.
             05 TP-ID         PIC 9(04).
             05 TP-NOME       PIC X(20).
             05 TP-HORA-INI   PIC 9(04).
             05 TP-HORA-FIM   PIC 9(04).
             05 TP-DIAS       PIC X(07).
             05 TP-CRED-VALID PIC 9(08).

      *   SALAS ATIVAS QUE ATENDEM AOS CRITERIOS
       77 WS-QTD-SALA         PIC 9(02) VALUE ZEROS.
       01 WS-TAB-SALA.
          03 WS-TS-LINHA OCCURS 50 TIMES.
             05 TS-ID         PIC 9(02).
             05 TS-FILIAL     PIC 9(02).

      *   BLOQUEIOS QUE ALCANCAM O PERIODO PESQUISADO
       77 WS-QTD-BLOQ         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-BLOQ.
          03 WS-TB-LINHA OCCURS 200 TIMES.
             05 TB-TIPO       PIC X(01).
             05 TB-REC        PIC 9(04).
             05 TB-INI        PIC 9(08).
             05 TB-FIM        PIC 9(08).

      *   INTERVALOS JA OCUPADOS NO DIA PESQUISADO
       77 WS-QTD-OCUP         PIC 9(03) VALUE ZEROS.
       01 WS-TAB-OCUP.
          03 WS-TO-LINHA OCCURS 500 TIMES.
             05 TO-PROF       PIC 9(04).
             05 TO-PROC       PIC 9(04).
             05 TO-SALA       PIC 9(02).
             05 TO-INI        PIC 9(04).
             05 TO-FIM        PIC 9(04).

      *   VAGAS ENCONTRADAS
       77 WS-QTD-VAGAS        PIC 9(02) VALUE ZEROS.
       01 WS-TAB-VAGAS.
          03 WS-TV-LINHA OCCURS 20 TIMES.
             05 TV-DATA       PIC 9(08).
             05 TV-HORA       PIC 9(04).
             05 TV-PROF       PIC 9(04).
             05 TV-NOME       PIC X(20).
             05 TV-FILIAL     PIC 9(02).
             05 TV-SALA       PIC 9(02).
             05 TV-TURMA      PIC 9(02).

           COPY CPYESCDIA.
           COPY CPYPATHS.

       LINKAGE SECTION.
           COPY CPYVAGA.

       PROCEDURE DIVISION USING VAGA-PROX.
       MAIN-PROCEDURE.

            SET VAGA-NAO-ESCOLHIDA    TO TRUE

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN INPUT AGENDA
            OPEN INPUT PROFISSIONAIS
            OPEN INPUT SALAS

            IF NOT WS-FS-OK OR NOT WS-FS-PROF-OK OR NOT WS-FS-SAL-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA AGENDA."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            MOVE 'N'                  TO WS-PRC-DISP
            OPEN INPUT PROCEDS
            IF WS-FS-PRC-OK
               SET PROCEDS-DISPONIVEL TO TRUE
            END-IF

            MOVE 'N'                  TO WS-AGEIT-DISP
            OPEN INPUT AGEITENS
            IF WS-FS-AGI-OK
               SET AGEITENS-DISPONIVEL TO TRUE
            END-IF

            OPEN INPUT BLOQUEIOS
            OPEN INPUT CREDENCIAIS

            ACCEPT WS-DATA-HOJE       FROM DATE YYYYMMDD
            ACCEPT WS-HORA-AGORA-TAB  FROM TIME
            COMPUTE WS-MIN-AGORA = WS-AGORA-HH * 60 + WS-AGORA-MM

            PERFORM P010-PEDE-CRITERIOS     THRU P010-FIM
            PERFORM P020-CARREGA-PROFISSIONAIS THRU P020-FIM

            IF WS-QTD-PROF EQUAL ZEROS
               DISPLAY "NENHUM PROFISSIONAL ATIVO ATENDE AOS "
                       "CRITERIOS INFORMADOS."
               GO TO P000-ENCERRA
            END-IF

            PERFORM P025-CARREGA-SALAS      THRU P025-FIM

            IF WS-QTD-SALA EQUAL ZEROS
               DISPLAY "NENHUMA SALA ATIVA ATENDE AOS CRITERIOS "
                       "INFORMADOS."
               GO TO P000-ENCERRA
            END-IF

            PERFORM P027-CARREGA-BLOQUEIOS  THRU P027-FIM

            MOVE ZEROS                TO WS-QTD-VAGAS
                                         WS-QTD-DIAS
            MOVE WS-DATA-INI          TO WS-DATA-CAND

            PERFORM P030-PESQUISA-DIA THRU P030-FIM
               UNTIL WS-QTD-VAGAS EQUAL WS-QTD-PEDIDA
                  OR WS-QTD-DIAS EQUAL WS-MAX-DIAS

            PERFORM P060-ESCOLHE-VAGA THRU P060-FIM
            .
       P000-ENCERRA.

            CLOSE AGENDA
            CLOSE PROFISSIONAIS
            CLOSE SALAS

            IF PROCEDS-DISPONIVEL
               CLOSE PROCEDS
            END-IF
            IF AGEITENS-DISPONIVEL
               CLOSE AGEITENS
            END-IF
            IF WS-FS-BLQ-OK
               CLOSE BLOQUEIOS
            END-IF
            IF WS-FS-CRD-OK
               CLOSE CREDENCIAIS
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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSALA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGEIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGEIT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBLOQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQBLOQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCREDPR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCREDPR
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
      *   CRITERIOS DA PESQUISA. SO O PROCEDIMENTO E A DATA INICIAL SAO
      *   CONFERIDOS AQUI; OS DEMAIS FILTRAM AS TABELAS CARREGADAS
      *----------------------------------------------------------------
       P010-PEDE-CRITERIOS.

            DISPLAY "---------------- PROXIMA VAGA ------------------"

            IF VAGA-CRITERIO-INFORMADO
               PERFORM P014-CRITERIO-INFORMADO THRU P014-FIM
               GO TO P010-FIM
            END-IF

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P011-PEDE-PROCEDIMENTO THRU P011-FIM
               UNTIL CAMPO-OK

            MOVE ZEROS                TO WS-QTD-ADIC
            IF WS-CRIT-PROC GREATER ZEROS
               MOVE 1                 TO WS-PROC-ADIC
               PERFORM P012-PEDE-ADICIONAL THRU P012-FIM
                  UNTIL WS-PROC-ADIC EQUAL ZEROS
                     OR WS-QTD-ADIC EQUAL 10
            END-IF

            DISPLAY "PROFISSIONAL (0 = QUALQUER): "
            ACCEPT WS-CRIT-PROF
            DISPLAY "ESPECIALIDADE (EM BRANCO = QUALQUER): "
            ACCEPT WS-CRIT-ESPEC
            DISPLAY "FILIAL (0 = QUALQUER): "
            ACCEPT WS-CRIT-FILIAL
            DISPLAY "SALA (0 = QUALQUER SALA LIVRE): "
            ACCEPT WS-CRIT-SALA
            DISPLAY "PERIODO (M = MANHA, T = TARDE, Q = QUALQUER): "
            ACCEPT WS-CRIT-PERIODO
            DISPLAY "SOMENTE DE SEGUNDA A SEXTA? (S/N) "
            ACCEPT WS-CRIT-UTEIS

            MOVE 'N'                  TO WS-DATA-OK
            PERFORM P013-PEDE-DATA-INICIAL THRU P013-FIM
               UNTIL DATA-OK

            DISPLAY "QUANTAS VAGAS LISTAR (1 A 20, 0 = 10): "
            ACCEPT WS-QTD-PEDIDA
            IF WS-QTD-PEDIDA EQUAL ZEROS OR WS-QTD-PEDIDA GREATER 20
               MOVE 10                TO WS-QTD-PEDIDA
            END-IF
            .
       P010-FIM.
       P011-PEDE-PROCEDIMENTO.

            DISPLAY "PROCEDIMENTO (0 = ATENDIMENTO PADRAO DE 30 MIN): "
            ACCEPT WS-CRIT-PROC

            PERFORM P015-LE-PROCEDIMENTO THRU P015-FIM
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   DURACAO E CAPACIDADE DE TURMA DO PROCEDIMENTO WS-CRIT-PROC
      *----------------------------------------------------------------
       P015-LE-PROCEDIMENTO.

            MOVE 30                   TO WS-DUR-MIN
            MOVE ZEROS                TO WS-CRIT-CAPAC

            IF WS-CRIT-PROC EQUAL ZEROS OR NOT PROCEDS-DISPONIVEL
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P015-FIM
            END-IF

            MOVE WS-CRIT-PROC         TO ID-PROC
            READ PROCEDS
                INVALID KEY
                   DISPLAY "PROCEDIMENTO NAO ENCONTRADO."
                   GO TO P015-FIM
            END-READ

            IF PROC-INATIVO
               DISPLAY "PROCEDIMENTO INATIVO."
               GO TO P015-FIM
            END-IF

            IF DURACAO-PROC GREATER ZEROS
               MOVE DURACAO-PROC      TO WS-DUR-MIN
            END-IF

            IF PROC-EM-GRUPO
               MOVE CAPAC-GRUPO-PROC  TO WS-CRIT-CAPAC
            END-IF

            DISPLAY NM-PROC " - " WS-DUR-MIN " MINUTOS"
            MOVE 'S'                  TO WS-CAMPO-OK
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   OS ADICIONAIS SOMAM A SUA DURACAO AO INTERVALO, COMO NA
      *   INCLUSAO (30 MINUTOS QUANDO NAO HA DURACAO CADASTRADA)
      *----------------------------------------------------------------
       P012-PEDE-ADICIONAL.

            DISPLAY "PROCEDIMENTO ADICIONAL (0 P/ ENCERRAR): "
            ACCEPT WS-PROC-ADIC

            IF WS-PROC-ADIC EQUAL ZEROS
               GO TO P012-FIM
            END-IF

            PERFORM P016-SOMA-ADICIONAL THRU P016-FIM
            .
       P012-FIM.
       P016-SOMA-ADICIONAL.

            IF NOT PROCEDS-DISPONIVEL
               ADD 30                 TO WS-DUR-MIN
            ELSE
               MOVE WS-PROC-ADIC      TO ID-PROC
               READ PROCEDS
                   INVALID KEY
                      DISPLAY "PROCEDIMENTO NAO ENCONTRADO."
                      GO TO P016-FIM
               END-READ
               IF PROC-INATIVO
                  DISPLAY "PROCEDIMENTO INATIVO."
                  GO TO P016-FIM
               END-IF
               IF DURACAO-PROC GREATER ZEROS
                  ADD DURACAO-PROC    TO WS-DUR-MIN
               ELSE
                  ADD 30              TO WS-DUR-MIN
               END-IF
            END-IF

            ADD 1                     TO WS-QTD-ADIC
            MOVE WS-PROC-ADIC         TO WS-ADIC-PROC (WS-QTD-ADIC)
            .
       P016-FIM.
       P013-PEDE-DATA-INICIAL.

            DISPLAY "A PARTIR DE (AAAAMMDD, 0 = HOJE): "
            ACCEPT WS-DATA-INI

            IF WS-DATA-INI EQUAL ZEROS
               MOVE WS-DATA-HOJE      TO WS-DATA-INI
            END-IF

            CALL "PGMVALDT" USING WS-DATA-INI, WS-DATA-OK
            IF NOT DATA-OK
               DISPLAY "DATA INVALIDA"
               GO TO P013-FIM
            END-IF

            IF WS-DATA-INI LESS WS-DATA-HOJE
               DISPLAY "A DATA INICIAL NAO PODE SER ANTERIOR A HOJE."
               MOVE 'N'               TO WS-DATA-OK
            END-IF
            .
       P013-FIM.
      *----------------------------------------------------------------
      *   CRITERIOS PREENCHIDOS PELO CHAMADOR NA CPYVAGA: PESQUISA SEM
      *   PERGUNTAS, DE QUALQUER PERIODO, LISTANDO SO A PRIMEIRA VAGA
      *----------------------------------------------------------------
       P014-CRITERIO-INFORMADO.

            MOVE VAGA-ID-PROC         TO WS-CRIT-PROC
            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P015-LE-PROCEDIMENTO THRU P015-FIM

            IF NOT CAMPO-OK
               MOVE ZEROS             TO WS-CRIT-PROC
            END-IF

            MOVE ZEROS                TO WS-QTD-ADIC
            IF WS-CRIT-PROC GREATER ZEROS
               PERFORM P017-ADICIONAL-INFORMADO THRU P017-FIM
                  VARYING WS-IV FROM 1 BY 1
                  UNTIL WS-IV GREATER VAGA-QTD-ADIC
                     OR WS-IV GREATER 10
            END-IF

            MOVE VAGA-ID-PROF         TO WS-CRIT-PROF
            MOVE SPACES               TO WS-CRIT-ESPEC
            MOVE VAGA-FILIAL          TO WS-CRIT-FILIAL
            MOVE VAGA-ID-SALA         TO WS-CRIT-SALA
            MOVE 'Q'                  TO WS-CRIT-PERIODO
            MOVE 'N'                  TO WS-CRIT-UTEIS

            MOVE VAGA-DATA            TO WS-DATA-INI
            IF WS-DATA-INI LESS WS-DATA-HOJE
               MOVE WS-DATA-HOJE      TO WS-DATA-INI
            END-IF

            MOVE 1                    TO WS-QTD-PEDIDA
            .
       P014-FIM.
       P017-ADICIONAL-INFORMADO.

            MOVE VAGA-ADIC-PROC (WS-IV) TO WS-PROC-ADIC

            IF WS-PROC-ADIC GREATER ZEROS
               PERFORM P016-SOMA-ADICIONAL THRU P016-FIM
            END-IF
            .
       P017-FIM.
      *----------------------------------------------------------------
      *   PROFISSIONAIS ATIVOS DO FILTRO, COM A MENOR VALIDADE DOS SEUS
      *   REGISTROS OBRIGATORIOS (A VAGA SO SERVE ATE ESSA DATA)
      *----------------------------------------------------------------
       P020-CARREGA-PROFISSIONAIS.

            MOVE ZEROS                TO WS-QTD-PROF
            SET WS-EOF-OK             TO FALSE
            MOVE WS-CRIT-PROF         TO ID-PROF

            START PROFISSIONAIS KEY IS NOT LESS THAN ID-PROF
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P021-LE-PROFISSIONAL THRU P021-FIM
               UNTIL WS-EOF-OK
            .
       P020-FIM.
       P021-LE-PROFISSIONAL.

            READ PROFISSIONAIS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P021-FIM
            END-READ

            IF WS-CRIT-PROF GREATER ZEROS
               AND ID-PROF NOT EQUAL WS-CRIT-PROF
               SET WS-EOF-OK          TO TRUE
               GO TO P021-FIM
            END-IF

            IF PROF-INATIVO
               GO TO P021-FIM
            END-IF

            IF WS-CRIT-ESPEC NOT EQUAL SPACES
               AND ESPECIALIDADE-PROF NOT EQUAL WS-CRIT-ESPEC
               GO TO P021-FIM
            END-IF

            IF WS-QTD-PROF EQUAL 50
               SET WS-EOF-OK          TO TRUE
               GO TO P021-FIM
            END-IF

            ADD 1                     TO WS-QTD-PROF
            MOVE ID-PROF              TO TP-ID (WS-QTD-PROF)
            MOVE NM-PROF              TO TP-NOME (WS-QTD-PROF)
            MOVE HORA-INICIO-PROF     TO TP-HORA-INI (WS-QTD-PROF)
            MOVE HORA-FIM-PROF        TO TP-HORA-FIM (WS-QTD-PROF)
            MOVE DIAS-ATEND-PROF      TO TP-DIAS (WS-QTD-PROF)
            MOVE 99999999             TO TP-CRED-VALID (WS-QTD-PROF)

            IF NOT WS-FS-CRD-OK
               GO TO P021-FIM
            END-IF

            MOVE ID-PROF              TO ID-PROF-CRD
            MOVE ZEROS                TO SEQ-CRD

            START CREDENCIAIS KEY IS NOT LESS THAN CHAVE-CREDPR
                INVALID KEY
                   GO TO P021-FIM
            END-START

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P022-LE-CREDENCIAL THRU P022-FIM
               UNTIL CAMPO-OK
            .
       P021-FIM.
       P022-LE-CREDENCIAL.

            READ CREDENCIAIS NEXT RECORD
                AT END
                   MOVE 'S'           TO WS-CAMPO-OK
                   GO TO P022-FIM
            END-READ

            IF ID-PROF-CRD NOT EQUAL TP-ID (WS-QTD-PROF)
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P022-FIM
            END-IF

            IF CRED-OBRIGATORIA
               AND DATA-VALID-CRD LESS TP-CRED-VALID (WS-QTD-PROF)
               MOVE DATA-VALID-CRD    TO TP-CRED-VALID (WS-QTD-PROF)
            END-IF
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   SALAS ATIVAS DA SALA OU FILIAL PEDIDAS (SALA SEM FILIAL SERVE
      *   A QUALQUER FILIAL)
      *----------------------------------------------------------------
       P025-CARREGA-SALAS.

            MOVE ZEROS                TO WS-QTD-SALA
            SET WS-EOF-OK             TO FALSE
            MOVE WS-CRIT-SALA         TO ID-SALA

            START SALAS KEY IS NOT LESS THAN ID-SALA
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P026-LE-SALA THRU P026-FIM UNTIL WS-EOF-OK
            .
       P025-FIM.
       P026-LE-SALA.

            READ SALAS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P026-FIM
            END-READ

            IF WS-CRIT-SALA GREATER ZEROS
               AND ID-SALA NOT EQUAL WS-CRIT-SALA
               SET WS-EOF-OK          TO TRUE
               GO TO P026-FIM
            END-IF

            IF SALA-INATIVA
               GO TO P026-FIM
            END-IF

            IF WS-CRIT-FILIAL GREATER ZEROS
               AND FILIAL-SALA GREATER ZEROS
               AND FILIAL-SALA NOT EQUAL WS-CRIT-FILIAL
               GO TO P026-FIM
            END-IF

            IF WS-QTD-SALA EQUAL 50
               SET WS-EOF-OK          TO TRUE
               GO TO P026-FIM
            END-IF

            ADD 1                     TO WS-QTD-SALA
            MOVE ID-SALA              TO TS-ID (WS-QTD-SALA)
            MOVE FILIAL-SALA          TO TS-FILIAL (WS-QTD-SALA)
            .
       P026-FIM.
      *----------------------------------------------------------------
      *   BLOQUEIOS QUE AINDA NAO TERMINARAM NA DATA INICIAL
      *----------------------------------------------------------------
       P027-CARREGA-BLOQUEIOS.

            MOVE ZEROS                TO WS-QTD-BLOQ

            IF NOT WS-FS-BLQ-OK
               GO TO P027-FIM
            END-IF

            SET WS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-BLOQ

            START BLOQUEIOS KEY IS NOT LESS THAN ID-BLOQ
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P028-LE-BLOQUEIO THRU P028-FIM UNTIL WS-EOF-OK
            .
       P027-FIM.
       P028-LE-BLOQUEIO.

            READ BLOQUEIOS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P028-FIM
            END-READ

            IF DATA-FIM-BLOQ LESS WS-DATA-INI
               GO TO P028-FIM
            END-IF

            IF WS-QTD-BLOQ EQUAL 200
               DISPLAY "ATENCAO: MAIS DE 200 BLOQUEIOS NO PERIODO; "
                       "OS DEMAIS NAO FORAM CONSIDERADOS."
               SET WS-EOF-OK          TO TRUE
               GO TO P028-FIM
            END-IF

            ADD 1                     TO WS-QTD-BLOQ
            MOVE TIPO-BLOQ            TO TB-TIPO (WS-QTD-BLOQ)
            MOVE ID-REC-BLOQ          TO TB-REC (WS-QTD-BLOQ)
            MOVE DATA-INI-BLOQ        TO TB-INI (WS-QTD-BLOQ)
            MOVE DATA-FIM-BLOQ        TO TB-FIM (WS-QTD-BLOQ)
            .
       P028-FIM.
      *----------------------------------------------------------------
      *   UM DIA DA PESQUISA: CARREGA A OCUPACAO DO DIA E PROCURA VAGA
      *   EM CADA PROFISSIONAL, PASSANDO DEPOIS AO DIA SEGUINTE
      *----------------------------------------------------------------
       P030-PESQUISA-DIA.

            CALL "PGMDIASEM" USING WS-DATA-CAND, WS-DIA-SEMANA

            IF SO-DIAS-UTEIS
               AND (WS-DIA-SEMANA EQUAL 1 OR WS-DIA-SEMANA EQUAL 7)
               GO TO P030-PROXIMO-DIA
            END-IF

            PERFORM P031-CARREGA-OCUPACAO THRU P031-FIM

            PERFORM P040-PESQUISA-PROFISSIONAL THRU P040-FIM
               VARYING WS-IP FROM 1 BY 1
               UNTIL WS-IP GREATER WS-QTD-PROF
                  OR WS-QTD-VAGAS EQUAL WS-QTD-PEDIDA
            .
       P030-PROXIMO-DIA.

            ADD 1                     TO WS-QTD-DIAS
            CALL "PGMDATADD" USING WS-DATA-CAND, "D", WS-UM-DIA
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   INTERVALOS OCUPADOS DO DIA (MENOS OS CANCELADOS), COM A
      *   DURACAO DO PROCEDIMENTO E DOS ADICIONAIS DE CADA UM, A MESMA
      *   REGRA DO P017-VERIFICA-CONFLITO DO PGMAGE01
      *----------------------------------------------------------------
       P031-CARREGA-OCUPACAO.

            MOVE ZEROS                TO WS-QTD-OCUP
            SET WS-EOF-OK             TO FALSE
            MOVE WS-DATA-CAND         TO DATA-AGE

            START AGENDA KEY IS = DATA-AGE
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P032-LE-AGENDAMENTO THRU P032-FIM UNTIL WS-EOF-OK
            .
       P031-FIM.
       P032-LE-AGENDAMENTO.

            READ AGENDA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P032-FIM
            END-READ

            IF DATA-AGE NOT EQUAL WS-DATA-CAND
               SET WS-EOF-OK          TO TRUE
               GO TO P032-FIM
            END-IF

            IF AGE-CANCELADO
               GO TO P032-FIM
            END-IF

            IF VAGA-ID-AGE GREATER ZEROS AND ID-AGE EQUAL VAGA-ID-AGE
               GO TO P032-FIM
            END-IF

            IF WS-QTD-OCUP EQUAL 500
               SET WS-EOF-OK          TO TRUE
               GO TO P032-FIM
            END-IF

            MOVE HORA-AGE             TO WS-HORA-TAB
            COMPUTE WS-OUTRO-INI-MIN = WS-HORA-HH * 60 + WS-HORA-MM

            MOVE 30                   TO WS-DUR-OUTRO

            IF PROCEDS-DISPONIVEL AND ID-PROC-AGE GREATER ZEROS
               MOVE ID-PROC-AGE       TO ID-PROC
               READ PROCEDS
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF DURACAO-PROC GREATER ZEROS
                         MOVE DURACAO-PROC TO WS-DUR-OUTRO
                      END-IF
               END-READ
            END-IF

            IF AGEITENS-DISPONIVEL
               MOVE 1                 TO WS-SEQ-ADIC
               PERFORM P033-SOMA-ADIC-OUTRO THRU P033-FIM
                  UNTIL WS-SEQ-ADIC GREATER 11
            END-IF

            ADD 1                     TO WS-QTD-OCUP
            MOVE ID-PROF-AGE          TO TO-PROF (WS-QTD-OCUP)
            MOVE ID-PROC-AGE          TO TO-PROC (WS-QTD-OCUP)
            MOVE ID-SALA-AGE          TO TO-SALA (WS-QTD-OCUP)
            MOVE WS-OUTRO-INI-MIN     TO TO-INI (WS-QTD-OCUP)
            COMPUTE TO-FIM (WS-QTD-OCUP) =
                    WS-OUTRO-INI-MIN + WS-DUR-OUTRO
            .
       P032-FIM.
       P033-SOMA-ADIC-OUTRO.

            MOVE ID-AGE               TO ID-AGE-IT
            MOVE WS-SEQ-ADIC          TO SEQ-AGE-IT

            READ AGEITENS
                INVALID KEY
                   MOVE 99            TO WS-SEQ-ADIC
                   GO TO P033-FIM
            END-READ

            ADD 1                     TO WS-SEQ-ADIC

            IF NOT PROCEDS-DISPONIVEL
               ADD 30                 TO WS-DUR-OUTRO
               GO TO P033-FIM
            END-IF

            MOVE ID-PROC-AGIT         TO ID-PROC
            READ PROCEDS
                INVALID KEY
                   ADD 30             TO WS-DUR-OUTRO
                NOT INVALID KEY
                   IF DURACAO-PROC GREATER ZEROS
                      ADD DURACAO-PROC TO WS-DUR-OUTRO
                   ELSE
                      ADD 30          TO WS-DUR-OUTRO
                   END-IF
            END-READ
            .
       P033-FIM.
      *----------------------------------------------------------------
      *   UM PROFISSIONAL NO DIA: REGISTRO OBRIGATORIO VALIDO, SEM
      *   BLOQUEIO, E AS JANELAS DA ESCALA (OU O EXPEDIENTE NOS DIAS DE
      *   ATENDIMENTO DO CADASTRO, QUANDO NAO HA ESCALA EM VIGOR)
      *----------------------------------------------------------------
       P040-PESQUISA-PROFISSIONAL.

            IF TP-CRED-VALID (WS-IP) LESS WS-DATA-CAND
               GO TO P040-FIM
            END-IF

            MOVE 'P'                  TO WS-TESTE-TIPO
            MOVE TP-ID (WS-IP)        TO WS-TESTE-REC
            PERFORM P050-CONFERE-BLOQUEIO THRU P050-FIM

            IF RECURSO-BLOQUEADO
               GO TO P040-FIM
            END-IF

            CALL "PGMESCDIA" USING TP-ID (WS-IP), WS-DATA-CAND, ESC-DIA

            IF ESC-DIA-SEM-ESCALA
               IF TP-DIAS (WS-IP) (WS-DIA-SEMANA:1) NOT EQUAL 'S'
                  GO TO P040-FIM
               END-IF
               MOVE 1                 TO ESC-DIA-QTD
               MOVE TP-HORA-INI (WS-IP) TO WS-HORA-TAB
               COMPUTE ESC-DIA-INI-MIN (1) =
                       WS-HORA-HH * 60 + WS-HORA-MM
               MOVE TP-HORA-FIM (WS-IP) TO WS-HORA-TAB
               COMPUTE ESC-DIA-FIM-MIN (1) =
                       WS-HORA-HH * 60 + WS-HORA-MM
               MOVE WS-CRIT-FILIAL    TO ESC-DIA-FILIAL (1)
               MOVE ZEROS             TO ESC-DIA-SALA (1)
            END-IF

            PERFORM P041-PESQUISA-JANELA THRU P041-FIM
               VARYING WS-JAN FROM 1 BY 1
               UNTIL WS-JAN GREATER ESC-DIA-QTD
                  OR WS-QTD-VAGAS EQUAL WS-QTD-PEDIDA
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   UMA JANELA: FILIAL E SALA DA JANELA CONTRA AS PEDIDAS, FERIADO
      *   DA FILIAL, E OS HORARIOS DE 30 EM 30 MINUTOS EM QUE O
      *   ATENDIMENTO INTEIRO CABE NA JANELA
      *----------------------------------------------------------------
       P041-PESQUISA-JANELA.

            MOVE ESC-DIA-FILIAL (WS-JAN) TO WS-FIL-CAND

            IF WS-CRIT-FILIAL GREATER ZEROS
               AND WS-FIL-CAND NOT EQUAL WS-CRIT-FILIAL
               GO TO P041-FIM
            END-IF

            MOVE ESC-DIA-SALA (WS-JAN) TO WS-SALA-FIXA

            IF WS-CRIT-SALA GREATER ZEROS
               IF WS-SALA-FIXA GREATER ZEROS
                  AND WS-SALA-FIXA NOT EQUAL WS-CRIT-SALA
                  GO TO P041-FIM
               END-IF
               MOVE WS-CRIT-SALA      TO WS-SALA-FIXA
            END-IF

            CALL "PGMFERICK" USING WS-DATA-CAND, WS-FIL-CAND,
                                   WS-E-FERIADO, WS-DESC-FERIADO

            IF DATA-E-FERIADO
               GO TO P041-FIM
            END-IF

            PERFORM P042-TESTA-HORARIO THRU P042-FIM
               VARYING WS-MIN-CAND FROM ESC-DIA-INI-MIN (WS-JAN) BY 30
               UNTIL WS-MIN-CAND + WS-DUR-MIN
                        GREATER ESC-DIA-FIM-MIN (WS-JAN)
                  OR WS-QTD-VAGAS EQUAL WS-QTD-PEDIDA
            .
       P041-FIM.
      *----------------------------------------------------------------
      *   UM HORARIO: PERIODO PEDIDO, AINDA NAO PASSADO, SEM CONFLITO
      *   DO PROFISSIONAL E COM UMA SALA LIVRE E SEM BLOQUEIO
      *----------------------------------------------------------------
       P042-TESTA-HORARIO.

            COMPUTE WS-FIM-CAND = WS-MIN-CAND + WS-DUR-MIN

            IF PERIODO-MANHA AND WS-MIN-CAND NOT LESS 720
               GO TO P042-FIM
            END-IF

            IF PERIODO-TARDE AND WS-MIN-CAND LESS 720
               GO TO P042-FIM
            END-IF

            IF WS-DATA-CAND EQUAL WS-DATA-HOJE
               AND WS-MIN-CAND NOT GREATER WS-MIN-AGORA
               GO TO P042-FIM
            END-IF

            MOVE TP-ID (WS-IP)        TO WS-TESTE-PROF
            MOVE ZEROS                TO WS-TESTE-SALA
                                         WS-QTD-TURMA
                                         WS-TURMA-SALA
            PERFORM P052-CONFERE-OCUPACAO THRU P052-FIM

            IF HA-CONFLITO
               GO TO P042-FIM
            END-IF

      *   TURMA JA FORMADA: SO SERVE COM LUGAR E NA SALA DA TURMA
            MOVE WS-SALA-FIXA         TO WS-SALA-USO

            IF WS-QTD-TURMA GREATER ZEROS
               IF WS-QTD-TURMA NOT LESS WS-CRIT-CAPAC
                  GO TO P042-FIM
               END-IF
               IF WS-SALA-USO GREATER ZEROS
                  AND WS-SALA-USO NOT EQUAL WS-TURMA-SALA
                  GO TO P042-FIM
               END-IF
               MOVE WS-TURMA-SALA     TO WS-SALA-USO
            END-IF

            MOVE 'N'                  TO WS-SALA-LIVRE

            IF WS-SALA-USO GREATER ZEROS
               MOVE WS-SALA-USO       TO WS-SALA-CAND
               PERFORM P044-CONFERE-SALA THRU P044-FIM
            ELSE
               PERFORM P043-PROCURA-SALA THRU P043-FIM
                  VARYING WS-IS FROM 1 BY 1
                  UNTIL WS-IS GREATER WS-QTD-SALA OR SALA-ACHADA
            END-IF

            IF NOT SALA-ACHADA
               GO TO P042-FIM
            END-IF

            ADD 1                     TO WS-QTD-VAGAS
            MOVE WS-DATA-CAND         TO TV-DATA (WS-QTD-VAGAS)
            COMPUTE WS-HORA-HH = WS-MIN-CAND / 60
            COMPUTE WS-HORA-MM = WS-MIN-CAND - WS-HORA-HH * 60
            MOVE WS-HORA-TAB          TO TV-HORA (WS-QTD-VAGAS)
            MOVE TP-ID (WS-IP)        TO TV-PROF (WS-QTD-VAGAS)
            MOVE TP-NOME (WS-IP)      TO TV-NOME (WS-QTD-VAGAS)
            MOVE WS-FIL-CAND          TO TV-FILIAL (WS-QTD-VAGAS)
            MOVE WS-SALA-CAND         TO TV-SALA (WS-QTD-VAGAS)
            MOVE WS-QTD-TURMA         TO TV-TURMA (WS-QTD-VAGAS)
            .
       P042-FIM.
      *----------------------------------------------------------------
      *   PRIMEIRA SALA DA TABELA QUE SERVE A FILIAL DA JANELA
      *----------------------------------------------------------------
       P043-PROCURA-SALA.

            IF WS-FIL-CAND GREATER ZEROS
               AND TS-FILIAL (WS-IS) GREATER ZEROS
               AND TS-FILIAL (WS-IS) NOT EQUAL WS-FIL-CAND
               GO TO P043-FIM
            END-IF

            MOVE TS-ID (WS-IS)        TO WS-SALA-CAND
            PERFORM P044-CONFERE-SALA THRU P044-FIM
            .
       P043-FIM.
       P044-CONFERE-SALA.

            MOVE 'S'                  TO WS-TESTE-TIPO
            MOVE WS-SALA-CAND         TO WS-TESTE-REC
            PERFORM P050-CONFERE-BLOQUEIO THRU P050-FIM

            IF RECURSO-BLOQUEADO
               GO TO P044-FIM
            END-IF

            MOVE ZEROS                TO WS-TESTE-PROF
            MOVE WS-SALA-CAND         TO WS-TESTE-SALA
            PERFORM P052-CONFERE-OCUPACAO THRU P052-FIM

            IF NOT HA-CONFLITO
               SET SALA-ACHADA        TO TRUE
            END-IF
            .
       P044-FIM.
      *----------------------------------------------------------------
      *   BLOQUEIO DO RECURSO (WS-TESTE-TIPO P/S E WS-TESTE-REC) NA
      *   DATA PESQUISADA
      *----------------------------------------------------------------
       P050-CONFERE-BLOQUEIO.

            MOVE 'N'                  TO WS-BLOQUEADO

            PERFORM P051-TESTA-BLOQUEIO THRU P051-FIM
               VARYING WS-IB FROM 1 BY 1
               UNTIL WS-IB GREATER WS-QTD-BLOQ OR RECURSO-BLOQUEADO
            .
       P050-FIM.
       P051-TESTA-BLOQUEIO.

            IF TB-TIPO (WS-IB) EQUAL WS-TESTE-TIPO
               AND TB-REC (WS-IB) EQUAL WS-TESTE-REC
               AND WS-DATA-CAND NOT LESS TB-INI (WS-IB)
               AND WS-DATA-CAND NOT GREATER TB-FIM (WS-IB)
               SET RECURSO-BLOQUEADO  TO TRUE
            END-IF
            .
       P051-FIM.
      *----------------------------------------------------------------
      *   SOBREPOSICAO DO INTERVALO CANDIDATO COM OS OCUPADOS DO
      *   PROFISSIONAL (WS-TESTE-PROF) OU DA SALA (WS-TESTE-SALA). NA
      *   SESSAO EM GRUPO, OS PACIENTES DA TURMA DO PROFISSIONAL NA
      *   MESMA HORA NAO SAO CONFLITO: SAO CONTADOS EM WS-QTD-TURMA
      *----------------------------------------------------------------
       P052-CONFERE-OCUPACAO.

            MOVE 'N'                  TO WS-CONFLITO

            PERFORM P053-TESTA-OCUPACAO THRU P053-FIM
               VARYING WS-IO FROM 1 BY 1
               UNTIL WS-IO GREATER WS-QTD-OCUP OR HA-CONFLITO
            .
       P052-FIM.
       P053-TESTA-OCUPACAO.

            IF WS-TESTE-PROF GREATER ZEROS
               AND TO-PROF (WS-IO) NOT EQUAL WS-TESTE-PROF
               GO TO P053-FIM
            END-IF

            IF WS-TESTE-SALA GREATER ZEROS
               AND TO-SALA (WS-IO) NOT EQUAL WS-TESTE-SALA
               GO TO P053-FIM
            END-IF

            IF WS-CRIT-CAPAC GREATER ZEROS
               AND TO-PROF (WS-IO) EQUAL TP-ID (WS-IP)
               AND TO-PROC (WS-IO) EQUAL WS-CRIT-PROC
               AND TO-INI (WS-IO) EQUAL WS-MIN-CAND
               IF WS-TESTE-PROF GREATER ZEROS
                  ADD 1               TO WS-QTD-TURMA
                  MOVE TO-SALA (WS-IO) TO WS-TURMA-SALA
               END-IF
               GO TO P053-FIM
            END-IF

            IF WS-MIN-CAND LESS TO-FIM (WS-IO)
               AND TO-INI (WS-IO) LESS WS-FIM-CAND
               SET HA-CONFLITO        TO TRUE
            END-IF
            .
       P053-FIM.
      *----------------------------------------------------------------
      *   LISTA AS VAGAS E DEVOLVE A ESCOLHIDA PARA A INCLUSAO
      *----------------------------------------------------------------
       P060-ESCOLHE-VAGA.

            IF WS-QTD-VAGAS EQUAL ZEROS
               DISPLAY "NENHUMA VAGA LIVRE NOS PROXIMOS " WS-MAX-DIAS
                       " DIAS PARA OS CRITERIOS INFORMADOS."
               GO TO P060-FIM
            END-IF

            DISPLAY "NR DATA     HORA PROFISSIONAL               "
                    "FILIAL SALA"

            PERFORM P061-EXIBE-VAGA THRU P061-FIM
               VARYING WS-IV FROM 1 BY 1
               UNTIL WS-IV GREATER WS-QTD-VAGAS

            DISPLAY "ESCOLHA A VAGA PARA AGENDAR (0 = NENHUMA): "
            ACCEPT WS-ESCOLHA

            IF WS-ESCOLHA EQUAL ZEROS
               OR WS-ESCOLHA GREATER WS-QTD-VAGAS
               GO TO P060-FIM
            END-IF

            SET VAGA-ESCOLHIDA        TO TRUE
            MOVE TV-DATA (WS-ESCOLHA)   TO VAGA-DATA
            MOVE TV-HORA (WS-ESCOLHA)   TO VAGA-HORA
            MOVE TV-PROF (WS-ESCOLHA)   TO VAGA-ID-PROF
            MOVE TV-FILIAL (WS-ESCOLHA) TO VAGA-FILIAL
            MOVE TV-SALA (WS-ESCOLHA)   TO VAGA-ID-SALA
            MOVE WS-CRIT-PROC           TO VAGA-ID-PROC
            MOVE WS-QTD-ADIC            TO VAGA-QTD-ADIC
            MOVE WS-ADICIONAIS          TO VAGA-ADICIONAIS
            .
       P060-FIM.
       P061-EXIBE-VAGA.

            IF TV-TURMA (WS-IV) GREATER ZEROS
               DISPLAY WS-IV " " TV-DATA (WS-IV) " " TV-HORA (WS-IV)
                       " " TV-PROF (WS-IV) " " TV-NOME (WS-IV)
                       "   " TV-FILIAL (WS-IV) "    " TV-SALA (WS-IV)
                       "  TURMA " TV-TURMA (WS-IV) "/" WS-CRIT-CAPAC
            ELSE
               DISPLAY WS-IV " " TV-DATA (WS-IV) " " TV-HORA (WS-IV)
                       " " TV-PROF (WS-IV) " " TV-NOME (WS-IV)
                       "   " TV-FILIAL (WS-IV) "    " TV-SALA (WS-IV)
            END-IF
            .
       P061-FIM.
       END PROGRAM PGMPROXVG.
