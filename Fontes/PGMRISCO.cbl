      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RISCO DE FALTA POR CLIENTE (RODADA NOTURNA): VARRE OS
      *          AGENDAMENTOS DOS ULTIMOS 12 MESES JA RESOLVIDOS
      *          (REALIZADOS, FALTAS E CANCELADOS) E, NA TRILHA DE
      *          AUDITORIA (ARQAUDIT), OS CANCELAMENTOS FEITOS DENTRO
      *          DA JANELA DE AVISO DA POLITICA DE FALTAS (ARQPOLFAL,
      *          PADRAO 24 HORAS) - OS CANCELAMENTOS TARDIOS. PARA CADA
      *          CLIENTE GRAVA NO ARQRISCO AS QUANTIDADES, AS TAXAS DE
      *          FALTA E DE CANCELAMENTO TARDIO E A FAIXA DE RISCO PELA
      *          SOMA DAS DUAS TAXAS: ALTO A PARTIR DE RISCOALTO
      *          (TABELA CENTRAL, PADRAO 30%), MEDIO A PARTIR DE
      *          RISCOMEDIO (PADRAO 15%), BAIXO ABAIXO DISSO. CLIENTE
      *          COM MENOS DE RISCOMINAG AGENDAMENTOS (PADRAO 3) FICA
      *          SEM FAIXA. O REGISTRO DE CHAVE ZERO LEVA AS TAXAS DA
      *          CLINICA TODA. EM SEGUIDA EMITE A LISTA DA RECEPCAO
      *          (RELRISCO.LST) COM OS AGENDAMENTOS DE AMANHA DE
      *          CLIENTES DE RISCO ALTO, PARA LIGAR PESSOALMENTE. RODA
      *          NA CORRENTE NOTURNA (PGMNOITE) E REGISTRA A EXECUCAO
      *          NO CONTROLE (PGMRUNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRISCO.
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

           SELECT AUDITORIA ASSIGN TO
           WS-PATH-ARQAUDIT
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-AUD.

           SELECT POLITICA ASSIGN TO
           WS-PATH-ARQPOLFAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-POLFAL
           FILE STATUS  IS WS-FS-POL.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT RISCO ASSIGN TO
           WS-PATH-ARQRISCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-CLI-RIS
           FILE STATUS  IS WS-FS-RIS.

           SELECT RELRISCO ASSIGN TO
           WS-PATH-RELRISCO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD AUDITORIA.
           COPY CPYAUDIT.

       FD POLITICA.
           COPY CPYPOLFAL.

       FD CLIENTES.
           COPY CPYCLI.

       FD RISCO.
           COPY CPYRISCO.

       FD RELRISCO
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AUD-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AUD-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AUD-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AUD-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AUD-EOF
                          WS-FS-OK BY WS-FS-AUD-OK
                          WS-FS BY WS-FS-AUD.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-POL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-POL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-POL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-POL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-POL-EOF
                          WS-FS-OK BY WS-FS-POL-OK
                          WS-FS BY WS-FS-POL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RIS-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RIS-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RIS-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RIS-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RIS-EOF
                          WS-FS-OK BY WS-FS-RIS-OK
                          WS-FS BY WS-FS-RIS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-EOF                  PIC 9      VALUE 0.
          88 WS-EOF-OK            VALUE 1 FALSE 0.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 WS-DATA-INICIO          PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-INICIO.
          03 WS-INI-ANO           PIC 9(04).
          03 WS-INI-MMDD          PIC 9(04).
       77 WS-DATA-AMANHA          PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-SOMA             PIC 9(03)  VALUE 1.
       77 WS-IC                   PIC 9(04)  COMP.
       77 WS-CLI-DISP             PIC X(01)  VALUE 'N'.
          88 CLIENTES-DISPONIVEL  VALUE 'S'.

      *   JANELA DE AVISO E LIMITES DAS FAIXAS (PADROES QUANDO NAO HA
      *   POLITICA DE FALTAS OU PARAMETRO NA TABELA CENTRAL)
       77 WS-HORAS-AVISO          PIC 9(03)  VALUE 24.
       77 WS-LIMITE-ALTO          PIC 9(03)  VALUE 30.
       77 WS-LIMITE-MEDIO         PIC 9(03)  VALUE 15.
       77 WS-MINIMO-AGEND         PIC 9(03)  VALUE 3.

      *   CANCELAMENTO: DATA/HORA DA AUDITORIA CONTRA A DO AGENDAMENTO
       77 WS-ID-AGE-AUD           PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-CANC            PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-ANTEC           PIC 9(05)  VALUE ZEROS.
       77 WS-MIN-ANTEC            PIC S9(07) VALUE ZEROS.
       77 WS-MIN-JANELA           PIC 9(07)  VALUE ZEROS.
       01 WS-HORA-CANC            PIC 9(04)  VALUE ZEROS.
       01 REDEFINES WS-HORA-CANC.
          03 WS-CANC-HH           PIC 99.
          03 WS-CANC-MM           PIC 99.
       01 WS-HORA-TAB             PIC 9(04)  VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH           PIC 99.
          03 WS-HORA-MM           PIC 99.

       77 WS-SOMA-PERC            PIC 9(03)V99 VALUE ZEROS.

       77 WS-TOTAL-AGEND          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-CANC-AUD       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-ALTO           PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-LISTA          PIC 9(04)  VALUE ZEROS.

      *   ACUMULADOS DA CLINICA TODA (REGISTRO DE CHAVE ZERO)
       77 WS-CLN-BASE             PIC 9(07)  VALUE ZEROS.
       77 WS-CLN-FALTA            PIC 9(07)  VALUE ZEROS.
       77 WS-CLN-TARD             PIC 9(07)  VALUE ZEROS.
       77 WS-CLN-REMARC           PIC 9(07)  VALUE ZEROS.

      *   ACUMULADOS POR CLIENTE, NA POSICAO DO PROPRIO ID-CLI
       01 WS-TAB-CLIENTES.
          03 WS-TC-LINHA OCCURS 9999 TIMES.
             05 TC-BASE           PIC 9(05)  COMP.
             05 TC-FALTA          PIC 9(05)  COMP.
             05 TC-TARD           PIC 9(05)  COMP.
             05 TC-REMARC         PIC 9(05)  COMP.
             05 TC-FAIXA          PIC X(01).
                88 TC-RISCO-ALTO  VALUE 'A'.

       77 WS-PAR-CHAVE            PIC X(12)  VALUE SPACES.
       77 WS-PAR-ACHOU            PIC X(01)  VALUE 'N'.
          88 PARAM-ACHADO         VALUE 'S'.
       77 WS-PAR-TIPO             PIC X(01)  VALUE SPACES.
       77 WS-PAR-NUM              PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA             PIC 9(08)  VALUE ZEROS.
       77 WS-PAR-FLAG             PIC X(01)  VALUE SPACES.

       77 WS-RUN-ACAO             PIC X(01)  VALUE SPACES.
       77 WS-RUN-ID               PIC 9(08)  VALUE ZEROS.
       77 WS-RUN-JOB              PIC X(08)  VALUE "RISCO".
       77 WS-RUN-LIDOS            PIC 9(06)  VALUE ZEROS.
       77 WS-RUN-GRAVADOS         PIC 9(06)  VALUE ZEROS.
       77 WS-RUN-TOTAL            PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS           PIC X(01)  VALUE SPACES.

       77 WS-SPOOL-NOME           PIC X(10)  VALUE "RELRISCO".
       77 WS-SPOOL-PARMS          PIC X(20)  VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(50)  VALUE
             "AGENDAMENTOS DE AMANHA COM RISCO ALTO DE FALTA - ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(60)  VALUE
             "LIGAR PESSOALMENTE PARA CONFIRMAR A PRESENCA DO PACIENTE".

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(06)  VALUE "HORA".
          03 FILLER               PIC X(21)  VALUE "PROFISSIONAL".
          03 FILLER               PIC X(26)  VALUE "PACIENTE".
          03 FILLER               PIC X(15)  VALUE "TELEFONE".
          03 FILLER               PIC X(25)  VALUE
             "FALTAS  CANC.TARD  AGEND.".
          03 FILLER               PIC X(12)  VALUE "RESPONSAVEL".

       01 WS-DETALHE.
          03 WS-DET-HORA          PIC 9(04).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PROF          PIC X(20).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TEL           PIC 9(09).
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-FALTAS        PIC ZZZZ9.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-TARD          PIC ZZZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-BASE          PIC ZZZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-RESP          PIC X(04).

       01 WS-TOTAL-LINHA.
          03 FILLER               PIC X(30)  VALUE
             "TOTAL DE LIGACOES A FAZER...: ".
          03 WS-TOT-LISTA         PIC ZZZ9.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           PERFORM P005-LE-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS

           PERFORM P020-HISTORICO-AGENDA
           PERFORM P030-CANCELAMENTOS-TARDIOS
           PERFORM P040-GRAVA-RISCO
           PERFORM P050-LISTA-RECEPCAO

           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELRISCO,
                                 WS-SPOOL-PARMS

           DISPLAY "AGENDAMENTOS ANALISADOS...: " WS-TOTAL-AGEND
           DISPLAY "CANCELAMENTOS NA AUDITORIA: " WS-TOTAL-CANC-AUD
           DISPLAY "CLIENTES GRAVADOS.........: " WS-TOTAL-GRAVADOS
           DISPLAY "CLIENTES DE RISCO ALTO....: " WS-TOTAL-ALTO
           DISPLAY "LIGACOES PARA AMANHA......: " WS-TOTAL-LISTA

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-AGEND       TO WS-RUN-LIDOS
           MOVE WS-TOTAL-GRAVADOS    TO WS-RUN-GRAVADOS
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAUDIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAUDIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPOLFAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPOLFAL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRISCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRISCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELRISCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELRISCO
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-RIS-OK
              CALL "PGMFSMSG" USING WS-FS-RIS, WS-FS-RIS-MSG
              DISPLAY WS-FS-RIS-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   LIMITES DAS FAIXAS NA TABELA CENTRAL (PGMPAR01)
      *----------------------------------------------------------------
       P005-LE-PARAMETROS.
      *----------------------------------------------------------------
           MOVE "RISCOALTO"           TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                           AND WS-PAR-NUM NOT GREATER 200
              MOVE WS-PAR-NUM         TO WS-LIMITE-ALTO
           END-IF

           MOVE "RISCOMEDIO"          TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                           AND WS-PAR-NUM LESS WS-LIMITE-ALTO
              MOVE WS-PAR-NUM         TO WS-LIMITE-MEDIO
           END-IF

           MOVE "RISCOMINAG"          TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                           AND WS-PAR-NUM LESS 1000
              MOVE WS-PAR-NUM         TO WS-MINIMO-AGEND
           END-IF
           .
      *----------------------------------------------------------------
      *   O ARQRISCO E REFEITO INTEIRO A CADA NOITE. SEM A POLITICA DE
      *   FALTAS VALE A JANELA PADRAO; SEM A AUDITORIA NAO HA COMO
      *   SEPARAR OS CANCELAMENTOS TARDIOS, QUE FICAM ZERADOS
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE          TO WS-DATA-INICIO
           SUBTRACT 1 FROM WS-INI-ANO
           MOVE WS-DATA-HOJE          TO WS-DATA-AMANHA
           CALL "PGMDATADD" USING WS-DATA-AMANHA, "D", WS-QTD-SOMA

           OPEN INPUT  AGENDA
           OPEN OUTPUT RISCO
           OPEN OUTPUT RELRISCO

           IF NOT WS-FS-OK OR NOT WS-FS-RIS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE RISCO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT POLITICA
           IF WS-FS-POL-OK
              MOVE '1'                TO CHAVE-POLFAL
              READ POLITICA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF HORAS-AVISO-POL GREATER ZEROS
                        MOVE HORAS-AVISO-POL TO WS-HORAS-AVISO
                     END-IF
              END-READ
              CLOSE POLITICA
           END-IF
           COMPUTE WS-MIN-JANELA = WS-HORAS-AVISO * 60

           OPEN INPUT CLIENTES
           IF WS-FS-CLI-OK
              SET CLIENTES-DISPONIVEL TO TRUE
           END-IF

           INITIALIZE WS-TAB-CLIENTES
           .
      *----------------------------------------------------------------
      *   AGENDAMENTOS DE UM ANO ATRAS ATE ONTEM. AGENDADO OU
      *   CONFIRMADO COM DATA PASSADA NAO FOI RESOLVIDO PELA RECEPCAO
      *   E NAO ENTRA NA CONTA
      *----------------------------------------------------------------
       P020-HISTORICO-AGENDA.
      *----------------------------------------------------------------
           SET WS-EOF-OK              TO FALSE
           MOVE WS-DATA-INICIO        TO DATA-AGE

           START AGENDA KEY IS NOT LESS THAN DATA-AGE
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P021-LE-AGENDA UNTIL WS-EOF-OK
           .
      *----------------------------------------------------------------
       P021-LE-AGENDA.
      *----------------------------------------------------------------
           READ AGENDA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  IF DATA-AGE NOT LESS WS-DATA-HOJE
                     SET WS-EOF-OK    TO TRUE
                  ELSE
                     IF ID-CLI-AGE GREATER ZEROS
                        AND NOT AGE-AGENDADO
                        AND NOT AGE-CONFIRMADO
                        PERFORM P022-ACUMULA-AGENDAMENTO
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
       P022-ACUMULA-AGENDAMENTO.
      *----------------------------------------------------------------
           ADD 1                      TO WS-TOTAL-AGEND
           MOVE ID-CLI-AGE            TO WS-IC

           ADD 1                      TO TC-BASE (WS-IC)
           ADD 1                      TO WS-CLN-BASE
           ADD QTD-REMARC-AGE         TO TC-REMARC (WS-IC)
           ADD QTD-REMARC-AGE         TO WS-CLN-REMARC

           IF AGE-FALTOU
              ADD 1                   TO TC-FALTA (WS-IC)
              ADD 1                   TO WS-CLN-FALTA
           END-IF
           .
      *----------------------------------------------------------------
      *   CANCELAMENTOS DA TRILHA DE AUDITORIA: CANCELAMENTO DA AGENDA
      *   (PGMAGE04, PGMBLQREM) OU MUDANCA DE SITUACAO PARA CANCELADO
      *   (PGMAGE05). CONTA COMO TARDIO QUANDO FOI FEITO A MENOS DA
      *   JANELA DE AVISO DO HORARIO MARCADO
      *----------------------------------------------------------------
       P030-CANCELAMENTOS-TARDIOS.
      *----------------------------------------------------------------
           OPEN INPUT AUDITORIA

           IF NOT WS-FS-AUD-OK
              DISPLAY "TRILHA DE AUDITORIA INDISPONIVEL ("
                      WS-FS-AUD "): CANCELAMENTOS TARDIOS NAO "
                      "APURADOS."
           ELSE
              SET WS-EOF-OK           TO FALSE
              PERFORM P031-LE-AUDITORIA UNTIL WS-EOF-OK
              CLOSE AUDITORIA
           END-IF
           .
      *----------------------------------------------------------------
       P031-LE-AUDITORIA.
      *----------------------------------------------------------------
           READ AUDITORIA
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  IF MODULO-AUD EQUAL "AGENDA"
                     AND CAMPO-AUD EQUAL "STATUS"
                     AND CHAVE-AUD(1:8) IS NUMERIC
                     AND (DEPOIS-AUD(1:9) EQUAL "CANCELADO"
                          OR (OPERACAO-AUD EQUAL 'S'
                              AND DEPOIS-AUD(1:1) EQUAL '4'))
                     PERFORM P032-CONFERE-CANCELAMENTO
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   SO CONTA O AGENDAMENTO QUE CONTINUA CANCELADO E ESTA NO
      *   PERIODO ANALISADO
      *----------------------------------------------------------------
       P032-CONFERE-CANCELAMENTO.
      *----------------------------------------------------------------
           MOVE CHAVE-AUD(1:8)        TO WS-ID-AGE-AUD
           MOVE WS-ID-AGE-AUD         TO ID-AGE

           READ AGENDA
               INVALID KEY
                  MOVE ZEROS          TO ID-CLI-AGE
           END-READ

           IF ID-CLI-AGE GREATER ZEROS
              AND AGE-CANCELADO
              AND DATA-AGE NOT LESS WS-DATA-INICIO
              AND DATA-AGE LESS WS-DATA-HOJE
              ADD 1                   TO WS-TOTAL-CANC-AUD
              PERFORM P033-CALCULA-ANTECEDENCIA
              IF WS-MIN-ANTEC LESS WS-MIN-JANELA
                 MOVE ID-CLI-AGE      TO WS-IC
                 ADD 1                TO TC-TARD (WS-IC)
                 ADD 1                TO WS-CLN-TARD
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   MINUTOS ENTRE O CANCELAMENTO E O HORARIO MARCADO (NEGATIVO
      *   QUANDO O CANCELAMENTO VEIO DEPOIS DO DIA DO ATENDIMENTO)
      *----------------------------------------------------------------
       P033-CALCULA-ANTECEDENCIA.
      *----------------------------------------------------------------
           CALL "PGMSECULO" USING DATA-AUD, WS-DATA-CANC
           MOVE HORA-AUD(1:4)         TO WS-HORA-CANC
           MOVE HORA-AGE              TO WS-HORA-TAB

           IF WS-DATA-CANC GREATER DATA-AGE
              MOVE -1                 TO WS-MIN-ANTEC
           ELSE
              CALL "PGMDIADIF" USING WS-DATA-CANC, DATA-AGE,
                                     WS-DIAS-ANTEC
              COMPUTE WS-MIN-ANTEC = WS-DIAS-ANTEC * 1440
                                   + WS-HORA-HH * 60 + WS-HORA-MM
                                   - WS-CANC-HH * 60 - WS-CANC-MM
           END-IF
           .
      *----------------------------------------------------------------
      *   GRAVA O REGISTRO DA CLINICA (CHAVE ZERO) E O DE CADA CLIENTE
      *   COM HISTORICO, EM ORDEM DE CHAVE
      *----------------------------------------------------------------
       P040-GRAVA-RISCO.
      *----------------------------------------------------------------
           INITIALIZE REG-RISCO
           MOVE ZEROS                 TO ID-CLI-RIS
           MOVE WS-DATA-HOJE          TO DATA-CALC-RIS
           MOVE WS-CLN-BASE           TO QTD-BASE-RIS
           MOVE WS-CLN-FALTA          TO QTD-FALTA-RIS
           MOVE WS-CLN-TARD           TO QTD-CANC-TARD-RIS
           MOVE WS-CLN-REMARC         TO QTD-REMARC-RIS
           PERFORM P042-CALCULA-TAXAS
           MOVE SPACE                 TO FAIXA-RIS

           WRITE REG-RISCO
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR O RISCO DA CLINICA."
           END-WRITE

           PERFORM P041-GRAVA-CLIENTE
              VARYING WS-IC FROM 1 BY 1
              UNTIL WS-IC GREATER 9999
           .
      *----------------------------------------------------------------
       P041-GRAVA-CLIENTE.
      *----------------------------------------------------------------
           IF TC-BASE (WS-IC) GREATER ZEROS
              INITIALIZE REG-RISCO
              MOVE WS-IC              TO ID-CLI-RIS
              MOVE WS-DATA-HOJE       TO DATA-CALC-RIS
              MOVE TC-BASE (WS-IC)    TO QTD-BASE-RIS
              MOVE TC-FALTA (WS-IC)   TO QTD-FALTA-RIS
              MOVE TC-TARD (WS-IC)    TO QTD-CANC-TARD-RIS
              MOVE TC-REMARC (WS-IC)  TO QTD-REMARC-RIS
              PERFORM P042-CALCULA-TAXAS
              PERFORM P043-DEFINE-FAIXA
              MOVE FAIXA-RIS          TO TC-FAIXA (WS-IC)

              WRITE REG-RISCO
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O RISCO DO CLIENTE "
                             ID-CLI-RIS
                  NOT INVALID KEY
                     ADD 1            TO WS-TOTAL-GRAVADOS
              END-WRITE
           END-IF
           .
      *----------------------------------------------------------------
       P042-CALCULA-TAXAS.
      *----------------------------------------------------------------
           IF QTD-BASE-RIS GREATER ZEROS
              COMPUTE PERC-FALTA-RIS ROUNDED =
                      QTD-FALTA-RIS * 100 / QTD-BASE-RIS
              COMPUTE PERC-CANC-RIS ROUNDED =
                      QTD-CANC-TARD-RIS * 100 / QTD-BASE-RIS
           ELSE
              MOVE ZEROS              TO PERC-FALTA-RIS
                                         PERC-CANC-RIS
           END-IF
           .
      *----------------------------------------------------------------
       P043-DEFINE-FAIXA.
      *----------------------------------------------------------------
           COMPUTE WS-SOMA-PERC = PERC-FALTA-RIS + PERC-CANC-RIS

           EVALUATE TRUE
               WHEN QTD-BASE-RIS LESS WS-MINIMO-AGEND
                  SET RISCO-SEM-HISTORICO TO TRUE
               WHEN WS-SOMA-PERC NOT LESS WS-LIMITE-ALTO
                  SET RISCO-ALTO      TO TRUE
                  ADD 1               TO WS-TOTAL-ALTO
               WHEN WS-SOMA-PERC NOT LESS WS-LIMITE-MEDIO
                  SET RISCO-MEDIO     TO TRUE
               WHEN OTHER
                  SET RISCO-BAIXO     TO TRUE
           END-EVALUATE
           .
      *----------------------------------------------------------------
      *   LISTA DA RECEPCAO: AGENDAMENTOS ATIVOS DE AMANHA DE CLIENTES
      *   DE RISCO ALTO, COM O TELEFONE E O HISTORICO PARA A LIGACAO
      *----------------------------------------------------------------
       P050-LISTA-RECEPCAO.
      *----------------------------------------------------------------
           MOVE WS-DATA-AMANHA        TO WS-CAB-DATA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           SET WS-EOF-OK              TO FALSE
           MOVE WS-DATA-AMANHA        TO DATA-AGE

           START AGENDA KEY IS NOT LESS THAN DATA-AGE
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P051-LE-AMANHA UNTIL WS-EOF-OK

           MOVE WS-TOTAL-LISTA        TO WS-TOT-LISTA
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P051-LE-AMANHA.
      *----------------------------------------------------------------
           READ AGENDA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  IF DATA-AGE NOT EQUAL WS-DATA-AMANHA
                     SET WS-EOF-OK    TO TRUE
                  ELSE
                     IF ID-CLI-AGE GREATER ZEROS
                        AND (AGE-AGENDADO OR AGE-CONFIRMADO)
                        MOVE ID-CLI-AGE TO WS-IC
                        IF TC-RISCO-ALTO (WS-IC)
                           PERFORM P052-IMPRIME-LIGACAO
                        END-IF
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
       P052-IMPRIME-LIGACAO.
      *----------------------------------------------------------------
           MOVE HORA-AGE              TO WS-DET-HORA
           MOVE PROFISSIONAL-AGE      TO WS-DET-PROF
           MOVE ID-CLI-AGE            TO WS-DET-ID-CLI
           MOVE SPACES                TO WS-DET-NM-CLI
                                         WS-DET-RESP
           MOVE ZEROS                 TO WS-DET-DDD
                                         WS-DET-TEL
           MOVE TC-FALTA (WS-IC)      TO WS-DET-FALTAS
           MOVE TC-TARD (WS-IC)       TO WS-DET-TARD
           MOVE TC-BASE (WS-IC)       TO WS-DET-BASE

           IF CLIENTES-DISPONIVEL
              MOVE ID-CLI-AGE         TO ID-CLI
              READ CLIENTES
                  INVALID KEY
                     MOVE "NAO CADASTRADO" TO WS-DET-NM-CLI
                  NOT INVALID KEY
                     MOVE NM-CLI      TO WS-DET-NM-CLI
                     MOVE DDD-CLI     TO WS-DET-DDD
                     MOVE TEL-CLI     TO WS-DET-TEL
                     IF NOT CLI-SEM-RESPONSAVEL
                        MOVE ID-RESP-CLI TO WS-DET-RESP
                     END-IF
              END-READ
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-TOTAL-LISTA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE AGENDA
           CLOSE RISCO
           CLOSE RELRISCO

           IF CLIENTES-DISPONIVEL
              CLOSE CLIENTES
           END-IF
           .
       END PROGRAM PGMRISCO.
