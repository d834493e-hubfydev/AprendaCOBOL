      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: FALTA DE MATERIAL PARA OS ATENDIMENTOS DE AMANHA:
      *          SEPARA OS AGENDAMENTOS ATIVOS (AGENDADO/CONFIRMADO)
      *          DE AMANHA, ACERTA A RESERVA DE CADA UM (PGMRESAGE -
      *          COBRE O AGENDAMENTO GRAVADO ANTES DAS RESERVAS) E,
      *          NA ORDEM DA HORA, CONSOME AS RESERVAS CONTRA O SALDO
      *          DE CADA ITEM NA FILIAL (ARQESTFIL QUANDO A FILIAL TEM
      *          POSICAO DO ITEM, SENAO O SALDO DO ARQESTQ), JA
      *          DESCONTADO O QUE ESTA RESERVADO PARA HOJE. O ITEM QUE
      *          NAO FECHA SAI EM RELRESFAL.LST COM O AGENDAMENTO, A
      *          QUANTIDADE NECESSARIA E A DISPONIVEL NAQUELE PONTO DO
      *          DIA, PARA O ESTOQUE REPOR OU TRANSFERIR PELA MANHA.
      *          RODA NA ROTINA NOTURNA (PGMNOITE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRESFAL.
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

           SELECT RESEST ASSIGN TO
           WS-PATH-ARQRESEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RES
           ALTERNATE RECORD KEY IS ID-AGE-RES WITH DUPLICATES
           FILE STATUS  IS WS-FS-RES.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT ESTFIL ASSIGN TO
           WS-PATH-ARQESTFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-ESTFIL
           FILE STATUS  IS WS-FS-EFL.

           SELECT RELRESFAL ASSIGN TO
           WS-PATH-RELRESFAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD RESEST.
           COPY CPYRESEST.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD ESTFIL.
           COPY CPYESTFIL.

       FD RELRESFAL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RES-EOF
                          WS-FS-OK BY WS-FS-RES-OK
                          WS-FS BY WS-FS-RES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EFL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EFL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EFL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EFL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EFL-EOF
                          WS-FS-OK BY WS-FS-EFL-OK
                          WS-FS BY WS-FS-EFL.
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
       77 WS-EFL-ABERTO           PIC X(01)  VALUE 'N'.
          88 ESTFIL-ABERTO        VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-AMANHA          PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-SOMA             PIC 9(03)  VALUE 1.
       77 WS-RES-FALTA            PIC X(01)  VALUE 'N'.
       77 WS-IND                  PIC 9(04)  VALUE ZEROS.
       77 WS-IND2                 PIC 9(04)  VALUE ZEROS.
       77 WS-IS                   PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-AGE              PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-SALDOS           PIC 9(04)  VALUE ZEROS.
       77 WS-BUSCA-ESTQ           PIC 9(04)  VALUE ZEROS.
       77 WS-BUSCA-FILIAL         PIC 9(02)  VALUE ZEROS.
       77 WS-AGE-COM-FALTA        PIC X(01)  VALUE 'N'.
          88 AGE-COM-FALTA        VALUE 'S'.
       77 WS-TOTAL-AGE-FALTA      PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-LINHAS         PIC 9(06)  VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "RESFAL".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

      *   AGENDAMENTOS ATIVOS DE AMANHA, ORDENADOS PELA HORA ANTES DE
      *   CONSUMIR AS RESERVAS
       01 WS-TAB-AGENDA.
          03 WS-TAB-AGE OCCURS 500 TIMES.
             05 WS-AGE-ID         PIC 9(08).
             05 WS-AGE-HORA       PIC 9(04).
             05 WS-AGE-CLI        PIC 9(04).
             05 WS-AGE-PROF       PIC X(20).
       01 WS-AGE-TROCA            PIC X(36).

      *   SALDO DE CADA ITEM X FILIAL AO LONGO DO DIA DE AMANHA
       01 WS-TAB-SALDOS.
          03 WS-TAB-SALDO OCCURS 1000 TIMES.
             05 WS-SAL-ID-ESTQ    PIC 9(04).
             05 WS-SAL-FILIAL     PIC 9(02).
             05 WS-SAL-QTD        PIC S9(07).
             05 WS-SAL-DESC       PIC X(30).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "FALTA DE MATERIAL PARA OS ATENDIMENTOS DE AMANHA".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(14)  VALUE "ATENDIMENTOS ".
          03 FILLER               PIC X(03)  VALUE "EM ".
          03 WS-CAB-AMANHA        PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "HORA AGENDAM. CLI  PROFISSIONAL         ".
          03 FILLER               PIC X(40)  VALUE
             " FL ITEM DESCRICAO                      ".
          03 FILLER               PIC X(17)  VALUE
             "NECESS.  DISPONIV".

       01 WS-DETALHE.
          03 WS-DET-HORA          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ID-AGE        PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CLI           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PROF          PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ID-ESTQ       PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DESC          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NECESS        PIC ZZZ.ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DISPON        PIC -ZZZ.ZZ9.

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "ATENDIMENTOS ATIVOS DE AMANHA.....: ".
          03 WS-ROD-AGE           PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "ATENDIMENTOS COM FALTA DE MATERIAL: ".
          03 WS-ROD-FALTA         PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "ITENS EM FALTA....................: ".
          03 WS-ROD-LINHAS        PIC ZZZ.ZZ9.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(60)  VALUE
             "TODOS OS ATENDIMENTOS DE AMANHA TEM MATERIAL.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELRESFAL".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                   TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE          TO WS-DATA-AMANHA
           CALL "PGMDATADD" USING WS-DATA-AMANHA, "D", WS-QTD-SOMA

           PERFORM P010-SEPARA-AGENDA THRU P010-FIM

           PERFORM P020-ACERTA-RESERVA
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-AGE

           PERFORM P025-ORDENA-AGENDA

           PERFORM P030-ABRIR-ARQUIVOS THRU P030-FIM
           PERFORM P035-RESERVAS-DE-HOJE THRU P035-FIM
           PERFORM P015-CABECALHOS

           PERFORM P040-CONFERE-AGENDAMENTO THRU P040-FIM
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-AGE

           PERFORM P060-RODAPES

           CLOSE RESEST
           CLOSE ESTOQUE
           IF ESTFIL-ABERTO
              CLOSE ESTFIL
           END-IF
           CLOSE RELRESFAL

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELRESFAL,
                                 WS-SPOOL-PARMS

           DISPLAY "ATENDIMENTOS DE AMANHA....: " WS-QTD-AGE
           DISPLAY "COM FALTA DE MATERIAL.....: " WS-TOTAL-AGE-FALTA

           PERFORM P080-FINALIZA-EXECUCAO

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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRESEST_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRESEST
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTFIL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTFIL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELRESFAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELRESFAL
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK AND NOT WS-FS-EOF
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   AGENDAMENTOS ATIVOS DE AMANHA, PELA CHAVE DA DATA; SEM AGENDA
      *   NAO HA O QUE CONFERIR E O DIA TERMINA BEM
      *----------------------------------------------------------------
       P010-SEPARA-AGENDA.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-QTD-AGE
           INITIALIZE WS-TAB-AGENDA

           OPEN INPUT AGENDA

           IF NOT WS-FS-OK
              DISPLAY "AGENDA INDISPONIVEL; NADA A CONFERIR."
              PERFORM P080-FINALIZA-EXECUCAO
              GOBACK
           END-IF

           SET WS-EOF-OK              TO FALSE
           MOVE WS-DATA-AMANHA        TO DATA-AGE

           START AGENDA KEY IS EQUAL DATA-AGE
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P011-LE-AMANHA THRU P011-FIM UNTIL WS-EOF-OK

           CLOSE AGENDA
           .
       P010-FIM.
           EXIT.
       P011-LE-AMANHA.

           READ AGENDA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P011-FIM
           END-READ

           IF DATA-AGE NOT EQUAL WS-DATA-AMANHA
              SET WS-EOF-OK           TO TRUE
              GO TO P011-FIM
           END-IF

           ADD 1                      TO WS-RUN-LIDOS

           IF NOT AGE-AGENDADO AND NOT AGE-CONFIRMADO
              GO TO P011-FIM
           END-IF

           IF WS-QTD-AGE NOT LESS 500
              DISPLAY "TABELA DE AGENDAMENTOS CHEIA (500). AGENDAMENTO "
                      ID-AGE " NAO CONFERIDO."
              GO TO P011-FIM
           END-IF

           ADD 1                      TO WS-QTD-AGE
           MOVE ID-AGE                TO WS-AGE-ID (WS-QTD-AGE)
           MOVE HORA-AGE              TO WS-AGE-HORA (WS-QTD-AGE)
           MOVE ID-CLI-AGE            TO WS-AGE-CLI (WS-QTD-AGE)
           MOVE PROFISSIONAL-AGE      TO WS-AGE-PROF (WS-QTD-AGE)
           .
       P011-FIM.
           EXIT.
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-AMANHA        TO WS-CAB-AMANHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   REFAZ A RESERVA DO AGENDAMENTO PELA SITUACAO E PELA LISTA DE
      *   CONSUMO ATUAIS ANTES DE CONFERIR
      *----------------------------------------------------------------
       P020-ACERTA-RESERVA.
      *----------------------------------------------------------------
           CALL "PGMRESAGE" USING WS-AGE-ID (WS-IND), WS-RES-FALTA
           .
      *----------------------------------------------------------------
      *   ORDENA OS AGENDAMENTOS PELA HORA (BOLHA)
      *----------------------------------------------------------------
       P025-ORDENA-AGENDA.
      *----------------------------------------------------------------
           IF WS-QTD-AGE GREATER 1
              PERFORM P026-PASSADA
                 VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND NOT LESS WS-QTD-AGE
           END-IF
           .
       P026-PASSADA.

           PERFORM P027-COMPARA-PAR
              VARYING WS-IND2 FROM 1 BY 1
                 UNTIL WS-IND2 NOT LESS WS-QTD-AGE
           .
       P027-COMPARA-PAR.

           IF WS-AGE-HORA (WS-IND2) GREATER WS-AGE-HORA (WS-IND2 + 1)
              MOVE WS-TAB-AGE (WS-IND2)     TO WS-AGE-TROCA
              MOVE WS-TAB-AGE (WS-IND2 + 1) TO WS-TAB-AGE (WS-IND2)
              MOVE WS-AGE-TROCA             TO WS-TAB-AGE (WS-IND2 + 1)
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM ARQUIVO DE RESERVAS NAO HA MATERIAL COMPROMETIDO: O
      *   RELATORIO SAI SO COM O RODAPE
      *----------------------------------------------------------------
       P030-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN OUTPUT RELRESFAL

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE FALTA DE "
                      "MATERIAL."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT RESEST

           IF WS-FS-RES-NAO-EXISTE
              OPEN OUTPUT RESEST
              CLOSE RESEST
              OPEN INPUT RESEST
           END-IF

           OPEN INPUT ESTOQUE

           IF NOT WS-FS-RES-OK OR NOT WS-FS-EST-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE ESTOQUE E "
                      "RESERVAS."
              CALL "PGMFSMSG" USING WS-FS-RES, WS-FS-RES-MSG
              DISPLAY WS-FS-RES-MSG
              CLOSE RELRESFAL
              GOBACK
           END-IF

           MOVE 'N'                   TO WS-EFL-ABERTO
           OPEN INPUT ESTFIL
           IF WS-FS-EFL-OK
              MOVE 'S'                TO WS-EFL-ABERTO
           END-IF

           MOVE ZEROS                 TO WS-QTD-SALDOS
           INITIALIZE WS-TAB-SALDOS
           .
       P030-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   O QUE JA ESTA RESERVADO PARA HOJE SAI DO SALDO ANTES DE
      *   AMANHA COMECAR
      *----------------------------------------------------------------
       P035-RESERVAS-DE-HOJE.
      *----------------------------------------------------------------
           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO ID-ESTQ-RES
                                         ID-AGE-RES

           START RESEST KEY IS NOT LESS THAN CHAVE-RES
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P036-LE-RESERVA-HOJE THRU P036-FIM UNTIL WS-EOF-OK
           .
       P035-FIM.
           EXIT.
       P036-LE-RESERVA-HOJE.

           READ RESEST NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P036-FIM
           END-READ

           IF NOT RES-ATIVA OR DATA-RES NOT EQUAL WS-DATA-HOJE
              GO TO P036-FIM
           END-IF

           MOVE ID-ESTQ-RES           TO WS-BUSCA-ESTQ
           MOVE FILIAL-RES            TO WS-BUSCA-FILIAL
           PERFORM P050-LOCALIZA-SALDO THRU P050-FIM

           IF WS-IS GREATER ZEROS
              SUBTRACT QTD-RES        FROM WS-SAL-QTD (WS-IS)
           END-IF
           .
       P036-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CONSOME AS RESERVAS ATIVAS DO AGENDAMENTO NO SALDO DA FILIAL;
      *   O ITEM QUE NAO FECHA VAI PARA O RELATORIO
      *----------------------------------------------------------------
       P040-CONFERE-AGENDAMENTO.
      *----------------------------------------------------------------
           MOVE 'N'                   TO WS-AGE-COM-FALTA
           SET WS-EOF-OK              TO FALSE
           MOVE WS-AGE-ID (WS-IND)    TO ID-AGE-RES

           START RESEST KEY IS EQUAL ID-AGE-RES
               INVALID KEY
                  GO TO P040-FIM
           END-START

           PERFORM P041-LE-RESERVA-AGE THRU P041-FIM UNTIL WS-EOF-OK

           IF AGE-COM-FALTA
              ADD 1                   TO WS-TOTAL-AGE-FALTA
           END-IF
           .
       P040-FIM.
           EXIT.
       P041-LE-RESERVA-AGE.

           READ RESEST NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P041-FIM
           END-READ

           IF ID-AGE-RES NOT EQUAL WS-AGE-ID (WS-IND)
              SET WS-EOF-OK           TO TRUE
              GO TO P041-FIM
           END-IF

           IF NOT RES-ATIVA
              GO TO P041-FIM
           END-IF

           MOVE ID-ESTQ-RES           TO WS-BUSCA-ESTQ
           MOVE FILIAL-RES            TO WS-BUSCA-FILIAL
           PERFORM P050-LOCALIZA-SALDO THRU P050-FIM

           IF WS-IS EQUAL ZEROS
              GO TO P041-FIM
           END-IF

           IF WS-SAL-QTD (WS-IS) LESS QTD-RES
              PERFORM P045-IMPRIME-FALTA
           END-IF

           SUBTRACT QTD-RES           FROM WS-SAL-QTD (WS-IS)
           .
       P041-FIM.
           EXIT.
      *----------------------------------------------------------------
       P045-IMPRIME-FALTA.
      *----------------------------------------------------------------
           SET AGE-COM-FALTA          TO TRUE
           ADD 1                      TO WS-TOTAL-LINHAS
                                         WS-RUN-GRAVADOS

           MOVE WS-AGE-HORA (WS-IND)  TO WS-DET-HORA
           MOVE WS-AGE-ID (WS-IND)    TO WS-DET-ID-AGE
           MOVE WS-AGE-CLI (WS-IND)   TO WS-DET-CLI
           MOVE WS-AGE-PROF (WS-IND)  TO WS-DET-PROF
           MOVE FILIAL-RES            TO WS-DET-FILIAL
           MOVE ID-ESTQ-RES           TO WS-DET-ID-ESTQ
           MOVE WS-SAL-DESC (WS-IS)   TO WS-DET-DESC
           MOVE QTD-RES               TO WS-DET-NECESS
           MOVE WS-SAL-QTD (WS-IS)    TO WS-DET-DISPON

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   POSICAO DO ITEM X FILIAL NA TABELA; NA PRIMEIRA VEZ, PARTE
      *   DO SALDO DA FILIAL (OU DO CONSOLIDADO, QUANDO A FILIAL NAO
      *   TEM POSICAO DO ITEM). TABELA CHEIA DEVOLVE WS-IS ZERO
      *----------------------------------------------------------------
       P050-LOCALIZA-SALDO.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-IS

           PERFORM P051-COMPARA-SALDO
              VARYING WS-IND2 FROM 1 BY 1
                 UNTIL WS-IND2 GREATER WS-QTD-SALDOS
                    OR WS-IS GREATER ZEROS

           IF WS-IS GREATER ZEROS
              GO TO P050-FIM
           END-IF

           IF WS-QTD-SALDOS NOT LESS 1000
              DISPLAY "TABELA DE SALDOS CHEIA (1000). ITEM "
                      WS-BUSCA-ESTQ " NAO CONFERIDO."
              GO TO P050-FIM
           END-IF

           ADD 1                      TO WS-QTD-SALDOS
           MOVE WS-QTD-SALDOS         TO WS-IS
           MOVE WS-BUSCA-ESTQ         TO WS-SAL-ID-ESTQ (WS-IS)
           MOVE WS-BUSCA-FILIAL       TO WS-SAL-FILIAL (WS-IS)
           MOVE ZEROS                 TO WS-SAL-QTD (WS-IS)

           MOVE WS-BUSCA-ESTQ         TO ID-ESTQ
           READ ESTOQUE
               INVALID KEY
                  MOVE "** ITEM NAO CADASTRADO **"
                                      TO WS-SAL-DESC (WS-IS)
                  GO TO P050-FIM
           END-READ

           MOVE DESC-ESTQ             TO WS-SAL-DESC (WS-IS)
           MOVE QTD-ESTQ              TO WS-SAL-QTD (WS-IS)

           IF ESTFIL-ABERTO AND WS-BUSCA-FILIAL GREATER ZEROS
              MOVE WS-BUSCA-ESTQ      TO ID-ESTQ-FIL
              MOVE WS-BUSCA-FILIAL    TO FILIAL-EST
              READ ESTFIL
                  NOT INVALID KEY
                     MOVE QTD-ESTFIL  TO WS-SAL-QTD (WS-IS)
              END-READ
           END-IF
           .
       P050-FIM.
           EXIT.
       P051-COMPARA-SALDO.

           IF WS-SAL-ID-ESTQ (WS-IND2) EQUAL WS-BUSCA-ESTQ
              AND WS-SAL-FILIAL (WS-IND2) EQUAL WS-BUSCA-FILIAL
              MOVE WS-IND2            TO WS-IS
           END-IF
           .
      *----------------------------------------------------------------
       P060-RODAPES.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-LINHAS EQUAL ZEROS
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-QTD-AGE            TO WS-ROD-AGE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-AGE-FALTA    TO WS-ROD-FALTA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LINHAS       TO WS-ROD-LINHAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   FECHA O REGISTRO NO CONTROLE DE EXECUCOES, QUE A ROTINA
      *   NOTURNA CONFERE PARA SEGUIR AO PASSO SEGUINTE
      *----------------------------------------------------------------
       P080-FINALIZA-EXECUCAO.
      *----------------------------------------------------------------
           MOVE 'F'                   TO WS-RUN-ACAO
           MOVE '2'                   TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           .
       END PROGRAM PGMRESFAL.
