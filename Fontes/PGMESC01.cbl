      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER A ESCALA SEMANAL DOS PROFISSIONAIS (ARQESCALA):
      *          JANELAS DE ATENDIMENTO POR DIA DA SEMANA, CADA UMA
      *          NUMA FILIAL E, SE PRECISO, NUMA SALA, AGRUPADAS POR
      *          DATA DE INICIO DE VIGENCIA. A MUDANCA DE ESCALA E FEITA
      *          CADASTRANDO UMA VIGENCIA NOVA (A OPCAO DE COPIA TRAZ AS
      *          JANELAS DE UMA VIGENCIA PARA A NOVA, PARA SO AJUSTAR O
      *          QUE MUDOU); VIGENCIA JA INICIADA NAO RECEBE NEM PERDE
      *          JANELAS, PARA NAO REESCREVER A HISTORIA DA AGENDA. A
      *          AGENDA (PGMESCVAL) RECUSA HORARIO FORA DA ESCALA NA
      *          FILIAL; MAPA DO DIA E OCUPACAO CALCULAM A CAPACIDADE
      *          PELA ESCALA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESC01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCALA ASSIGN TO
           WS-PATH-ARQESCALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ESC
           FILE STATUS  IS WS-FS.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FILIAL
           ALTERNATE RECORD KEY IS NM-FILIAL WITH DUPLICATES
           FILE STATUS  IS WS-FS-FIL.

           SELECT SALAS ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAL.

       DATA DIVISION.
       FILE SECTION.
       FD ESCALA.
           COPY CPYESCALA.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD FILIAIS.
           COPY CPYFILIAL.

       FD SALAS.
           COPY CPYSALA.

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAL-EOF
                          WS-FS-OK BY WS-FS-SAL-OK
                          WS-FS BY WS-FS-SAL.

       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-DATA-OK         PIC X(01)  VALUE 'N'.
          88 DATA-OK         VALUE 'S'.
       77 WS-CAMPO-OK        PIC X(01)  VALUE 'N'.
          88 CAMPO-OK        VALUE 'S'.
       77 WS-SOBREPOE        PIC X(01)  VALUE 'N'.
          88 JANELA-SOBREPOE VALUE 'S'.
       77 WS-DATA-HOJE       PIC 9(08)  VALUE ZEROS.
       77 WS-ID-PROF         PIC 9(04)  VALUE ZEROS.
       77 WS-VIGENCIA        PIC 9(08)  VALUE ZEROS.
       77 WS-VIG-ORIGEM      PIC 9(08)  VALUE ZEROS.
       77 WS-DIA-SEM         PIC 9(01)  VALUE ZEROS.
       77 WS-MAIOR-SEQ       PIC 9(02)  VALUE ZEROS.
       77 WS-HORA-INI        PIC 9(04)  VALUE ZEROS.
       77 WS-HORA-FIM        PIC 9(04)  VALUE ZEROS.
       77 WS-FILIAL          PIC 9(02)  VALUE ZEROS.
       77 WS-SALA            PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-COPIA       PIC 9(03)  VALUE ZEROS.
       77 WS-QTD-GRAVADAS    PIC 9(03)  VALUE ZEROS.
       77 WS-IND             PIC 9(03)  VALUE ZEROS.

       01 WS-HORA-TAB        PIC 9(04)  VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH      PIC 99.
          03 WS-HORA-MM      PIC 99.

       01 WS-NOMES-DIAS      PIC X(21)  VALUE
          "DOMSEGTERQUAQUISEXSAB".

      *   JANELAS DA VIGENCIA DE ORIGEM, GUARDADAS ANTES DA COPIA
       01 WS-TAB-COPIA.
          03 WS-COP-JANELA   OCCURS 100 TIMES.
             05 WS-COP-DIA   PIC 9(01).
             05 WS-COP-SEQ   PIC 9(02).
             05 WS-COP-INI   PIC 9(04).
             05 WS-COP-FIM   PIC 9(04).
             05 WS-COP-FIL   PIC 9(02).
             05 WS-COP-SALA  PIC 9(02).
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O ESCALA

           IF WS-FS EQUAL 35
              OPEN OUTPUT ESCALA
              CLOSE ESCALA
              OPEN I-O ESCALA
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NO ARQUIVO DE ESCALAS: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT PROFISSIONAIS
           OPEN INPUT FILIAIS
           OPEN INPUT SALAS

           IF NOT WS-FS-PROF-OK OR NOT WS-FS-FIL-OK OR NOT WS-FS-SAL-OK
              DISPLAY "ERRO NA ABERTURA DOS CADASTROS DE APOIO."
              CLOSE ESCALA
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE ESCALA
           CLOSE PROFISSIONAIS
           CLOSE FILIAIS
           CLOSE SALAS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESCALA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESCALA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSALA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
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
      *             MENU DA ESCALA DOS PROFISSIONAIS
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "----------- ESCALA DOS PROFISSIONAIS -------------"
           DISPLAY "1 - INCLUIR JANELA DE ATENDIMENTO"
           DISPLAY "2 - LISTAR ESCALA DO PROFISSIONAL"
           DISPLAY "3 - COPIAR ESCALA PARA NOVA VIGENCIA"
           DISPLAY "4 - EXCLUIR JANELA (VIGENCIA FUTURA)"
           DISPLAY "5 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-INCLUI         THRU P010-FIM
               WHEN 2
                  PERFORM P020-LISTA          THRU P020-FIM
               WHEN 3
                  PERFORM P030-COPIA          THRU P030-FIM
               WHEN 4
                  PERFORM P040-EXCLUI         THRU P040-FIM
               WHEN 5
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI UMA JANELA NUMA VIGENCIA QUE AINDA NAO COMECOU (OU
      *   COMECA HOJE), SEM SOBREPOR OUTRA JANELA DO MESMO DIA
      *----------------------------------------------------------------
       P010-INCLUI.

           PERFORM P050-PEDE-PROFISSIONAL THRU P050-FIM

           IF NOT CAMPO-OK
              GO TO P010-FIM
           END-IF

           MOVE 'N'                  TO WS-DATA-OK
           PERFORM P011-PEDE-VIGENCIA THRU P011-FIM UNTIL DATA-OK

           MOVE 'N'                  TO WS-CAMPO-OK
           PERFORM P012-PEDE-DIA THRU P012-FIM UNTIL CAMPO-OK

           MOVE 'N'                  TO WS-CAMPO-OK
           PERFORM P013-PEDE-HORARIO THRU P013-FIM UNTIL CAMPO-OK

           MOVE 'N'                  TO WS-CAMPO-OK
           PERFORM P014-PEDE-FILIAL THRU P014-FIM UNTIL CAMPO-OK

           MOVE 'N'                  TO WS-CAMPO-OK
           PERFORM P015-PEDE-SALA THRU P015-FIM UNTIL CAMPO-OK

           PERFORM P016-CONFERE-DIA THRU P016-FIM

           IF JANELA-SOBREPOE
              DISPLAY "A JANELA SOBREPOE OUTRA JANELA DO MESMO DIA "
                      "NESTA VIGENCIA. NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           IF WS-MAIOR-SEQ EQUAL 99
              DISPLAY "LIMITE DE JANELAS DO DIA ATINGIDO."
              GO TO P010-FIM
           END-IF

           MOVE WS-ID-PROF           TO ID-PROF-ESC
           MOVE WS-VIGENCIA          TO VIG-INI-ESC
           MOVE WS-DIA-SEM           TO DIA-SEM-ESC
           COMPUTE SEQ-ESC = WS-MAIOR-SEQ + 1
           MOVE WS-HORA-INI          TO HORA-INI-ESC
           MOVE WS-HORA-FIM          TO HORA-FIM-ESC
           MOVE WS-FILIAL            TO FILIAL-ESC
           MOVE WS-SALA              TO ID-SALA-ESC

           WRITE REG-ESCALA
               INVALID KEY
                  DISPLAY "JA EXISTE JANELA COM ESTA CHAVE."
               NOT INVALID KEY
                  DISPLAY "JANELA " SEQ-ESC " INCLUIDA NA ESCALA."
           END-WRITE
           .
       P010-FIM.
       P011-PEDE-VIGENCIA.

           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
           ACCEPT WS-VIGENCIA
           CALL "PGMVALDT" USING WS-VIGENCIA, WS-DATA-OK
           IF NOT DATA-OK
              DISPLAY "DATA INVALIDA"
              GO TO P011-FIM
           END-IF
           IF WS-VIGENCIA LESS WS-DATA-HOJE
              DISPLAY "VIGENCIA JA INICIADA NAO PODE SER ALTERADA; "
                      "CADASTRE UMA NOVA VIGENCIA."
              MOVE 'N'               TO WS-DATA-OK
           END-IF
           .
       P011-FIM.
       P012-PEDE-DIA.

           DISPLAY "DIA DA SEMANA (1=DOM 2=SEG 3=TER 4=QUA 5=QUI "
                   "6=SEX 7=SAB): "
           ACCEPT WS-DIA-SEM
           IF WS-DIA-SEM LESS 1 OR WS-DIA-SEM GREATER 7
              DISPLAY "DIA DA SEMANA INVALIDO."
           ELSE
              MOVE 'S'               TO WS-CAMPO-OK
           END-IF
           .
       P012-FIM.
       P013-PEDE-HORARIO.

           DISPLAY "HORA DE INICIO DA JANELA (HHMM): "
           ACCEPT WS-HORA-INI
           DISPLAY "HORA DE FIM DA JANELA (HHMM): "
           ACCEPT WS-HORA-FIM

           MOVE WS-HORA-INI          TO WS-HORA-TAB
           IF WS-HORA-HH GREATER 23 OR WS-HORA-MM GREATER 59
              DISPLAY "HORA DE INICIO INVALIDA."
              GO TO P013-FIM
           END-IF

           MOVE WS-HORA-FIM          TO WS-HORA-TAB
           IF WS-HORA-HH GREATER 24 OR WS-HORA-MM GREATER 59
              OR (WS-HORA-HH EQUAL 24 AND WS-HORA-MM GREATER ZEROS)
              DISPLAY "HORA DE FIM INVALIDA."
              GO TO P013-FIM
           END-IF

           IF WS-HORA-FIM NOT GREATER WS-HORA-INI
              DISPLAY "A JANELA TERMINA ANTES DE COMECAR."
              GO TO P013-FIM
           END-IF

           MOVE 'S'                  TO WS-CAMPO-OK
           .
       P013-FIM.
       P014-PEDE-FILIAL.

           DISPLAY "FILIAL DA JANELA: "
           ACCEPT WS-FILIAL

           MOVE WS-FILIAL            TO ID-FILIAL
           READ FILIAIS
               INVALID KEY
                  DISPLAY "FILIAL NAO ENCONTRADA."
               NOT INVALID KEY
                  IF FILIAL-INATIVA
                     DISPLAY "FILIAL INATIVA."
                  ELSE
                     MOVE 'S'        TO WS-CAMPO-OK
                  END-IF
           END-READ
           .
       P014-FIM.
       P015-PEDE-SALA.

           DISPLAY "SALA DA JANELA (0 = QUALQUER SALA DA FILIAL): "
           ACCEPT WS-SALA

           IF WS-SALA EQUAL ZEROS
              MOVE 'S'               TO WS-CAMPO-OK
              GO TO P015-FIM
           END-IF

           MOVE WS-SALA              TO ID-SALA
           READ SALAS
               INVALID KEY
                  DISPLAY "SALA NAO ENCONTRADA."
                  GO TO P015-FIM
           END-READ

           IF SALA-INATIVA
              DISPLAY "SALA INATIVA."
              GO TO P015-FIM
           END-IF

           IF FILIAL-SALA GREATER ZEROS
              AND FILIAL-SALA NOT EQUAL WS-FILIAL
              DISPLAY "A SALA FICA EM OUTRA FILIAL (" FILIAL-SALA ")."
              GO TO P015-FIM
           END-IF

           MOVE 'S'                  TO WS-CAMPO-OK
           .
       P015-FIM.
      *----------------------------------------------------------------
      *   PERCORRE AS JANELAS JA CADASTRADAS DO DIA NA VIGENCIA,
      *   GUARDANDO A MAIOR SEQUENCIA E CONFERINDO SOBREPOSICAO
      *----------------------------------------------------------------
       P016-CONFERE-DIA.

           MOVE 'N'                  TO WS-SOBREPOE
           MOVE ZEROS                TO WS-MAIOR-SEQ
           SET WS-EOF-OK             TO FALSE

           MOVE WS-ID-PROF           TO ID-PROF-ESC
           MOVE WS-VIGENCIA          TO VIG-INI-ESC
           MOVE WS-DIA-SEM           TO DIA-SEM-ESC
           MOVE ZEROS                TO SEQ-ESC

           START ESCALA KEY IS NOT LESS THAN CHAVE-ESC
               INVALID KEY
                  SET WS-EOF-OK      TO TRUE
           END-START

           PERFORM P017-LE-JANELA-DIA THRU P017-FIM UNTIL WS-EOF-OK
           .
       P016-FIM.
       P017-LE-JANELA-DIA.

           READ ESCALA NEXT RECORD
               AT END
                  SET WS-EOF-OK      TO TRUE
                  GO TO P017-FIM
           END-READ

           IF ID-PROF-ESC NOT EQUAL WS-ID-PROF
              OR VIG-INI-ESC NOT EQUAL WS-VIGENCIA
              OR DIA-SEM-ESC NOT EQUAL WS-DIA-SEM
              SET WS-EOF-OK          TO TRUE
              GO TO P017-FIM
           END-IF

           MOVE SEQ-ESC              TO WS-MAIOR-SEQ

           IF WS-HORA-INI LESS HORA-FIM-ESC
              AND WS-HORA-FIM GREATER HORA-INI-ESC
              SET JANELA-SOBREPOE    TO TRUE
           END-IF
           .
       P017-FIM.
      *----------------------------------------------------------------
      *   LISTA TODAS AS VIGENCIAS DO PROFISSIONAL, JANELA A JANELA
      *----------------------------------------------------------------
       P020-LISTA.

           PERFORM P050-PEDE-PROFISSIONAL THRU P050-FIM

           IF NOT CAMPO-OK
              GO TO P020-FIM
           END-IF

           SET WS-EOF-OK             TO FALSE
           MOVE WS-ID-PROF           TO ID-PROF-ESC
           MOVE ZEROS                TO VIG-INI-ESC
                                         DIA-SEM-ESC
                                         SEQ-ESC

           START ESCALA KEY IS NOT LESS THAN CHAVE-ESC
               INVALID KEY
                  SET WS-EOF-OK      TO TRUE
           END-START

           MOVE ZEROS                TO WS-QTD-COPIA

           PERFORM P021-LE-E-EXIBE THRU P021-FIM UNTIL WS-EOF-OK

           IF WS-QTD-COPIA EQUAL ZEROS
              DISPLAY "PROFISSIONAL SEM ESCALA CADASTRADA; VALE O "
                      "EXPEDIENTE DO CADASTRO: " HORA-INICIO-PROF
                      " A " HORA-FIM-PROF " DIAS " DIAS-ATEND-PROF
           END-IF
           .
       P020-FIM.
       P021-LE-E-EXIBE.

           READ ESCALA NEXT RECORD
               AT END
                  SET WS-EOF-OK      TO TRUE
                  GO TO P021-FIM
           END-READ

           IF ID-PROF-ESC NOT EQUAL WS-ID-PROF
              SET WS-EOF-OK          TO TRUE
              GO TO P021-FIM
           END-IF

           ADD 1                     TO WS-QTD-COPIA
           COMPUTE WS-IND = (DIA-SEM-ESC - 1) * 3 + 1

           DISPLAY "VIGENCIA " VIG-INI-ESC
                   " " WS-NOMES-DIAS(WS-IND:3)
                   " JANELA " SEQ-ESC
                   " - " HORA-INI-ESC " A " HORA-FIM-ESC
                   " - FILIAL " FILIAL-ESC
                   " - SALA " ID-SALA-ESC
           .
       P021-FIM.
      *----------------------------------------------------------------
      *   COPIA AS JANELAS DE UMA VIGENCIA PARA UMA VIGENCIA NOVA AINDA
      *   VAZIA, PARA O OPERADOR SO AJUSTAR O QUE MUDOU
      *----------------------------------------------------------------
       P030-COPIA.

           PERFORM P050-PEDE-PROFISSIONAL THRU P050-FIM

           IF NOT CAMPO-OK
              GO TO P030-FIM
           END-IF

           DISPLAY "VIGENCIA DE ORIGEM (AAAAMMDD): "
           ACCEPT WS-VIG-ORIGEM

           MOVE ZEROS                TO WS-QTD-COPIA
           SET WS-EOF-OK             TO FALSE
           MOVE WS-ID-PROF           TO ID-PROF-ESC
           MOVE WS-VIG-ORIGEM        TO VIG-INI-ESC
           MOVE ZEROS                TO DIA-SEM-ESC
                                         SEQ-ESC

           START ESCALA KEY IS NOT LESS THAN CHAVE-ESC
               INVALID KEY
                  SET WS-EOF-OK      TO TRUE
           END-START

           PERFORM P031-GUARDA-JANELA THRU P031-FIM UNTIL WS-EOF-OK

           IF WS-QTD-COPIA EQUAL ZEROS
              DISPLAY "VIGENCIA DE ORIGEM SEM JANELAS."
              GO TO P030-FIM
           END-IF

           MOVE 'N'                  TO WS-DATA-OK
           PERFORM P011-PEDE-VIGENCIA THRU P011-FIM UNTIL DATA-OK

           IF WS-VIGENCIA NOT GREATER WS-VIG-ORIGEM
              DISPLAY "A NOVA VIGENCIA DEVE SER POSTERIOR A DE ORIGEM."
              GO TO P030-FIM
           END-IF

           MOVE WS-ID-PROF           TO ID-PROF-ESC
           MOVE WS-VIGENCIA          TO VIG-INI-ESC
           MOVE ZEROS                TO DIA-SEM-ESC
                                         SEQ-ESC

           START ESCALA KEY IS NOT LESS THAN CHAVE-ESC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  READ ESCALA NEXT RECORD
                      AT END
                         CONTINUE
                      NOT AT END
                         IF ID-PROF-ESC EQUAL WS-ID-PROF
                            AND VIG-INI-ESC EQUAL WS-VIGENCIA
                            DISPLAY "A NOVA VIGENCIA JA TEM JANELAS."
                            GO TO P030-FIM
                         END-IF
                  END-READ
           END-START

           MOVE ZEROS                TO WS-QTD-GRAVADAS

           PERFORM P032-GRAVA-COPIA
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-COPIA

           DISPLAY "JANELAS COPIADAS PARA A VIGENCIA " WS-VIGENCIA
                   ": " WS-QTD-GRAVADAS
           .
       P030-FIM.
       P031-GUARDA-JANELA.

           READ ESCALA NEXT RECORD
               AT END
                  SET WS-EOF-OK      TO TRUE
                  GO TO P031-FIM
           END-READ

           IF ID-PROF-ESC NOT EQUAL WS-ID-PROF
              OR VIG-INI-ESC NOT EQUAL WS-VIG-ORIGEM
              OR WS-QTD-COPIA EQUAL 100
              SET WS-EOF-OK          TO TRUE
              GO TO P031-FIM
           END-IF

           ADD 1                     TO WS-QTD-COPIA
           MOVE DIA-SEM-ESC          TO WS-COP-DIA (WS-QTD-COPIA)
           MOVE SEQ-ESC              TO WS-COP-SEQ (WS-QTD-COPIA)
           MOVE HORA-INI-ESC         TO WS-COP-INI (WS-QTD-COPIA)
           MOVE HORA-FIM-ESC         TO WS-COP-FIM (WS-QTD-COPIA)
           MOVE FILIAL-ESC           TO WS-COP-FIL (WS-QTD-COPIA)
           MOVE ID-SALA-ESC          TO WS-COP-SALA (WS-QTD-COPIA)
           .
       P031-FIM.
       P032-GRAVA-COPIA.

           MOVE WS-ID-PROF           TO ID-PROF-ESC
           MOVE WS-VIGENCIA          TO VIG-INI-ESC
           MOVE WS-COP-DIA (WS-IND)  TO DIA-SEM-ESC
           MOVE WS-COP-SEQ (WS-IND)  TO SEQ-ESC
           MOVE WS-COP-INI (WS-IND)  TO HORA-INI-ESC
           MOVE WS-COP-FIM (WS-IND)  TO HORA-FIM-ESC
           MOVE WS-COP-FIL (WS-IND)  TO FILIAL-ESC
           MOVE WS-COP-SALA (WS-IND) TO ID-SALA-ESC

           WRITE REG-ESCALA
               INVALID KEY
                  DISPLAY "JANELA " SEQ-ESC " DO DIA " DIA-SEM-ESC
                          " JA EXISTE NA NOVA VIGENCIA."
               NOT INVALID KEY
                  ADD 1              TO WS-QTD-GRAVADAS
           END-WRITE
           .
      *----------------------------------------------------------------
      *   EXCLUI UMA JANELA, SO DE VIGENCIA QUE AINDA NAO COMECOU
      *----------------------------------------------------------------
       P040-EXCLUI.

           PERFORM P050-PEDE-PROFISSIONAL THRU P050-FIM

           IF NOT CAMPO-OK
              GO TO P040-FIM
           END-IF

           MOVE WS-ID-PROF           TO ID-PROF-ESC
           DISPLAY "INICIO DA VIGENCIA (AAAAMMDD): "
           ACCEPT VIG-INI-ESC
           DISPLAY "DIA DA SEMANA (1=DOM ... 7=SAB): "
           ACCEPT DIA-SEM-ESC
           DISPLAY "SEQUENCIA DA JANELA: "
           ACCEPT SEQ-ESC

           READ ESCALA
               INVALID KEY
                  DISPLAY "JANELA NAO ENCONTRADA."
                  GO TO P040-FIM
           END-READ

           IF VIG-INI-ESC NOT GREATER WS-DATA-HOJE
              DISPLAY "VIGENCIA JA INICIADA NAO PODE SER ALTERADA; "
                      "CADASTRE UMA NOVA VIGENCIA."
              GO TO P040-FIM
           END-IF

           DELETE ESCALA RECORD
               INVALID KEY
                  DISPLAY "JANELA NAO ENCONTRADA."
               NOT INVALID KEY
                  DISPLAY "JANELA REMOVIDA COM SUCESSO."
           END-DELETE
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   PROFISSIONAL CADASTRADO E ATIVO
      *----------------------------------------------------------------
       P050-PEDE-PROFISSIONAL.

           MOVE 'N'                  TO WS-CAMPO-OK

           DISPLAY "INFORME O ID DO PROFISSIONAL: "
           ACCEPT WS-ID-PROF

           MOVE WS-ID-PROF           TO ID-PROF
           READ PROFISSIONAIS
               INVALID KEY
                  DISPLAY "PROFISSIONAL NAO ENCONTRADO."
                  GO TO P050-FIM
           END-READ

           IF PROF-INATIVO
              DISPLAY "PROFISSIONAL INATIVO."
              GO TO P050-FIM
           END-IF

           DISPLAY "PROFISSIONAL: " NM-PROF
           MOVE 'S'                  TO WS-CAMPO-OK
           .
       P050-FIM.
       END PROGRAM PGMESC01.
