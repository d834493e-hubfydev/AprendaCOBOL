      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONTROLE DE LEITURA DE DADOS CLINICOS (LGPD): CHAMADO
      *          PELOS PROGRAMAS QUE EXIBEM PRONTUARIO, RECEITUARIO,
      *          RESULTADO DE EXAME OU DOCUMENTO DE UM PACIENTE, ANTES
      *          DE EXIBIR. SE O OPERADOR DA SESSAO E UM PROFISSIONAL
      *          (VINCULO EM ARQUSUPROF) SEM AGENDAMENTO COM O
      *          PACIENTE NOS ULTIMOS N DIAS (PARAMETRO ACEDIASVINC,
      *          PADRAO 30), PEDE UMA JUSTIFICATIVA; SEM ELA O REGISTRO
      *          NAO ABRE. TODA LEITURA LIBERADA GRAVA UMA LINHA EM
      *          ARQACESSO COM LOGIN, CLIENTE, O QUE FOI VISTO, DATA E
      *          HORA. OS PARAMETROS ESTAO NO CPYACECK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMACELOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACESSOS ASSIGN TO
           WS-PATH-ARQACESSO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT USUPROF ASSIGN TO
           WS-PATH-ARQUSUPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS LOGIN-USUPROF
           FILE STATUS  IS WS-FS-UPR.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSOS.
           COPY CPYACESSO.

       FD SESSAO.
           COPY CPYSESSAO.

       FD USUPROF.
           COPY CPYUSUPROF.

       FD AGENDA.
           COPY CPYAGE.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-UPR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-UPR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-UPR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-UPR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-UPR-EOF
                          WS-FS-OK BY WS-FS-UPR-OK
                          WS-FS BY WS-FS-UPR.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.

       77 WS-ID-PROF-SESSAO   PIC 9(04)  VALUE ZEROS.
          88 OPERADOR-NAO-PROFISSIONAL VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-VINCULO     PIC 9(05)  VALUE 30.
       77 WS-DIAS-DESDE       PIC 9(05)  VALUE ZEROS.
       77 WS-EOF              PIC 9      VALUE 0.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-PAR-CHAVE        PIC X(12)  VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01)  VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01)  VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08)  VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01)  VALUE SPACES.
           COPY CPYPATHS.
       LINKAGE SECTION.
           COPY CPYACECK.

       PROCEDURE DIVISION USING ACECK-PARM.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS  THRU P001-FIM
            PERFORM P003-LE-SESSAO         THRU P003-FIM
            PERFORM P005-LE-PROFISSIONAL   THRU P005-FIM

            MOVE 'N'                  TO ACK-LIBERADO

      *   A CONFERENCIA E FEITA UMA VEZ POR PACIENTE NA MESMA CONSULTA
            IF ACK-ID-CONFERIDO NOT EQUAL ACK-ID-CLI
               PERFORM P010-CONFERE-VINCULO THRU P010-FIM
            END-IF

            IF ACK-ID-CONFERIDO EQUAL ACK-ID-CLI
               PERFORM P030-GRAVA-LEITURA THRU P030-FIM
               SET ACESSO-LIBERADO    TO TRUE
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQACESSO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQACESSO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQUSUPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQUSUPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
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
      *   LE A SESSAO DO TERMINAL PARA SABER QUEM ESTA CONSULTANDO
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   O LOGIN VINCULADO A UM PROFISSIONAL (ARQUSUPROF) E TRATADO
      *   COMO PROFISSIONAL; SEM VINCULO, FICA ZERO
      *----------------------------------------------------------------
       P005-LE-PROFISSIONAL.

            MOVE ZEROS                TO WS-ID-PROF-SESSAO

            OPEN INPUT USUPROF

            IF NOT WS-FS-UPR-OK
               GO TO P005-FIM
            END-IF

            MOVE SESSAO-LOGIN         TO LOGIN-USUPROF

            READ USUPROF
                NOT INVALID KEY
                   MOVE ID-PROF-USUPROF TO WS-ID-PROF-SESSAO
            END-READ

            CLOSE USUPROF
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   PROFISSIONAL SEM AGENDAMENTO COM O PACIENTE NO PERIODO SO
      *   ABRE O REGISTRO DIGITANDO A JUSTIFICATIVA
      *----------------------------------------------------------------
       P010-CONFERE-VINCULO.

            MOVE 'N'                  TO ACK-VINCULO
            MOVE 'N'                  TO ACK-JUSTIF
            MOVE SPACES               TO ACK-TEXTO-JUSTIF

            IF OPERADOR-NAO-PROFISSIONAL
               MOVE ACK-ID-CLI        TO ACK-ID-CONFERIDO
               GO TO P010-FIM
            END-IF

            PERFORM P020-PROCURA-AGENDAMENTO THRU P020-FIM

            IF ACK-VINCULO EQUAL 'S'
               MOVE ACK-ID-CLI        TO ACK-ID-CONFERIDO
               GO TO P010-FIM
            END-IF

            DISPLAY "VOCE NAO TEM AGENDAMENTO COM O PACIENTE "
                    ACK-ID-CLI " NOS ULTIMOS " WS-DIAS-VINCULO
                    " DIAS."
            DISPLAY "JUSTIFICATIVA DO ACESSO (EM BRANCO DESISTE): "
            ACCEPT ACK-TEXTO-JUSTIF

            IF ACK-TEXTO-JUSTIF EQUAL SPACES
               DISPLAY "ACESSO NAO LIBERADO SEM JUSTIFICATIVA."
               GO TO P010-FIM
            END-IF

            MOVE 'S'                  TO ACK-JUSTIF
            MOVE ACK-ID-CLI           TO ACK-ID-CONFERIDO
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   PROCURA, PELA CHAVE ID-CLI-AGE, UM AGENDAMENTO DO PACIENTE
      *   COM ESTE PROFISSIONAL, NAO CANCELADO, ENTRE HOJE MENOS N
      *   DIAS E HOJE
      *----------------------------------------------------------------
       P020-PROCURA-AGENDAMENTO.

            MOVE "ACEDIASVINC"        TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-DIAS-VINCULO
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT AGENDA

            IF NOT WS-FS-AGE-OK
               GO TO P020-FIM
            END-IF

            SET WS-EOF-OK             TO FALSE
            MOVE ACK-ID-CLI           TO ID-CLI-AGE

            START AGENDA KEY IS = ID-CLI-AGE
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P021-LE-AGENDAMENTO THRU P021-FIM
               UNTIL WS-EOF-OK OR ACK-VINCULO EQUAL 'S'

            CLOSE AGENDA
            .
       P020-FIM.
       P021-LE-AGENDAMENTO.

            READ AGENDA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P021-FIM
            END-READ

            IF ID-CLI-AGE NOT EQUAL ACK-ID-CLI
               SET WS-EOF-OK          TO TRUE
               GO TO P021-FIM
            END-IF

            IF ID-PROF-AGE NOT EQUAL WS-ID-PROF-SESSAO
               OR AGE-CANCELADO
               OR DATA-AGE GREATER WS-DATA-HOJE
               GO TO P021-FIM
            END-IF

            CALL "PGMDIADIF" USING DATA-AGE, WS-DATA-HOJE,
                                   WS-DIAS-DESDE

            IF WS-DIAS-DESDE NOT GREATER WS-DIAS-VINCULO
               MOVE 'S'               TO ACK-VINCULO
            END-IF
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   ACRESCENTA A LEITURA NO REGISTRO DE ACESSOS
      *----------------------------------------------------------------
       P030-GRAVA-LEITURA.

            OPEN EXTEND ACESSOS

            IF WS-FS EQUAL 35
               OPEN OUTPUT ACESSOS
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO ABRIR O REGISTRO DE ACESSOS: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P030-FIM
            END-IF

            MOVE SESSAO-LOGIN         TO LOGIN-ACE
            MOVE ACK-ID-CLI           TO ID-CLI-ACE
            MOVE ACK-TIPO             TO TIPO-ACE
            MOVE ACK-CHAVE            TO CHAVE-ACE
            MOVE ACK-PROGRAMA         TO PROGRAMA-ACE
            ACCEPT DATA-ACE FROM DATE YYYYMMDD
            ACCEPT HORA-ACE FROM TIME
            MOVE WS-ID-PROF-SESSAO    TO ID-PROF-ACE
            MOVE ACK-VINCULO          TO VINCULO-ACE
            MOVE ACK-JUSTIF           TO JUSTIF-ACE
            MOVE ACK-TEXTO-JUSTIF     TO TEXTO-JUSTIF-ACE

            WRITE REG-ACESSO

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO GRAVAR O REGISTRO DE ACESSOS: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
            END-IF

            CLOSE ACESSOS
            .
       P030-FIM.
       END PROGRAM PGMACELOG.
