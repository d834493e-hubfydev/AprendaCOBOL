      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DE ACESSOS JUSTIFICADOS PARA O
      *          ENCARREGADO DE DADOS (LGPD): LISTA AS LEITURAS DE
      *          DADOS CLINICOS DA COMPETENCIA (ARQACESSO, GRAVADO
      *          PELO PGMACELOG) EM QUE O PROFISSIONAL NAO TINHA
      *          AGENDAMENTO RECENTE COM O PACIENTE E PRECISOU
      *          JUSTIFICAR, COM QUEM, QUANDO, QUAL PACIENTE, O QUE
      *          FOI VISTO E O TEXTO DA JUSTIFICATIVA, E OS TOTAIS DO
      *          MES. SAI EM RELACEJUS.LST, VAI PARA O SPOOL
      *          (PGMSPOOL) E A EXECUCAO FICA NO CONTROLE DE EXECUCOES
      *          (PGMRUNLOG). A COMPETENCIA VEM DO PARAMETRO
      *          COMPETFECHAM (PGMPARAM) OU E PERGUNTADA. SO OPERADOR
      *          COM PERFIL DE ADMINISTRADOR EXECUTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMACEREL.
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

           SELECT RELACEJUS ASSIGN TO
           WS-PATH-RELACEJUS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ACESSOS.
           COPY CPYACESSO.

       FD SESSAO.
           COPY CPYSESSAO.

       FD RELACEJUS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-PERFIL-ADMIN         PIC X(01)  VALUE 'N'.
          88 PERFIL-ADMIN-OK      VALUE 'S'.
       77 WS-QTD-LEITURAS         PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-JUSTIF           PIC 9(06)  VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(60)  VALUE
             "ACESSOS JUSTIFICADOS A DADOS CLINICOS (LGPD)".

       01 WS-LINHA-COMP.
          03 FILLER               PIC X(14)  VALUE "COMPETENCIA: ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-02.
          03 FILLER               PIC X(09)  VALUE "DATA".
          03 FILLER               PIC X(07)  VALUE "HORA".
          03 FILLER               PIC X(11)  VALUE "LOGIN".
          03 FILLER               PIC X(05)  VALUE "PROF".
          03 FILLER               PIC X(05)  VALUE "CLI".
          03 FILLER               PIC X(09)  VALUE "TIPO".
          03 FILLER               PIC X(13)  VALUE "CHAVE".
          03 FILLER               PIC X(11)  VALUE "PROGRAMA".
          03 FILLER               PIC X(60)  VALUE "JUSTIFICATIVA".

       01 WS-DET.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-HORA          PIC X(06).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-LOGIN         PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PROF          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CLI           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TIPO          PIC X(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CHAVE         PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PROGRAMA      PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-JUSTIF        PIC X(60).

       01 WS-LINHA-TOTAL.
          03 WS-TOT-TITULO        PIC X(40).
          03 WS-TOT-QTD           PIC ZZZ.ZZ9.

       77 WS-COMP-FECH        PIC 9(06) VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.
       77 WS-PAR-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "ACEJUS".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELACEJUS".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P003-CONFERE-PERFIL

           IF NOT PERFIL-ADMIN-OK
              DISPLAY "RELATORIO DE ACESSOS SO PODE SER EXECUTADO POR "
                      "OPERADOR COM PERFIL DE ADMINISTRADOR."
              GOBACK
           END-IF

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P005-ACEITA-COMPETENCIA
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-IMPRIME-CABECALHO
           PERFORM P030-LISTA-ACESSOS
           PERFORM P040-IMPRIME-TOTAIS
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "ACESSOS JUSTIFICADOS DA COMPETENCIA "
                   WS-COMPETENCIA ": " WS-QTD-JUSTIF

           MOVE WS-COMPETENCIA        TO WS-SPOOL-PARMS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELACEJUS,
                                 WS-SPOOL-PARMS

           MOVE WS-QTD-JUSTIF         TO WS-RUN-GRAVADOS
           MOVE 'F'                  TO WS-RUN-ACAO
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
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQACESSO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQACESSO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELACEJUS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELACEJUS
           END-IF
           .
      *----------------------------------------------------------------
      *   SO ADMINISTRADOR LOGADO (SESSAO DO PGMLOGIN) EXECUTA
      *----------------------------------------------------------------
       P003-CONFERE-PERFIL.

           MOVE 'N'                   TO WS-PERFIL-ADMIN
           MOVE SPACES                TO SESSAO-LOGIN

           OPEN INPUT SESSAO

           IF WS-FS-SES-OK
              READ SESSAO
                  AT END
                     CONTINUE
                  NOT AT END
                     IF SESSAO-ADMIN
                        SET PERFIL-ADMIN-OK TO TRUE
                     END-IF
              END-READ
              CLOSE SESSAO
           END-IF
           .
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           MOVE ZEROS                TO WS-COMP-FECH
           ACCEPT WS-PAR-HOJE FROM DATE YYYYMMDD
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-DATA EQUAL WS-PAR-HOJE
              MOVE WS-PAR-NUM        TO WS-COMP-FECH
           END-IF
           IF WS-COMP-FECH GREATER ZEROS
              MOVE WS-COMP-FECH       TO WS-COMPETENCIA
           ELSE
              DISPLAY "INFORME A COMPETENCIA DO RELATORIO (AAAAMM): "
              ACCEPT WS-COMPETENCIA
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  ACESSOS
           OPEN OUTPUT RELACEJUS

      *   SEM NENHUMA LEITURA REGISTRADA AINDA, O RELATORIO SAI VAZIO
           IF WS-FS EQUAL 35
              MOVE 10                 TO WS-FS
           ELSE
              IF NOT WS-FS-OK
                 DISPLAY "ERRO NA ABERTURA DO REGISTRO DE ACESSOS: "
                         WS-FS
                 GOBACK
              END-IF
           END-IF

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE ACESSOS."
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P020-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-COMP         TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   SO AS LEITURAS JUSTIFICADAS DO MES VAO PARA O DETALHE; AS
      *   DEMAIS ENTRAM APENAS NO TOTAL DE LEITURAS
      *----------------------------------------------------------------
       P030-LISTA-ACESSOS.

           PERFORM P031-LE-ACESSO UNTIL WS-FS-EOF
           .
       P031-LE-ACESSO.

           READ ACESSOS
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  ADD 1               TO WS-RUN-LIDOS
                  IF DATA-ACE(1:6) EQUAL WS-COMPETENCIA
                     ADD 1            TO WS-QTD-LEITURAS
                     IF ACESSO-JUSTIFICADO
                        PERFORM P032-IMPRIME-DETALHE
                     END-IF
                  END-IF
           END-READ
           .
       P032-IMPRIME-DETALHE.

           ADD 1                      TO WS-QTD-JUSTIF

           MOVE DATA-ACE              TO WS-DET-DATA
           MOVE HORA-ACE(1:6)         TO WS-DET-HORA
           MOVE LOGIN-ACE             TO WS-DET-LOGIN
           MOVE ID-PROF-ACE           TO WS-DET-PROF
           MOVE ID-CLI-ACE            TO WS-DET-CLI
           MOVE TIPO-ACE              TO WS-DET-TIPO
           MOVE CHAVE-ACE             TO WS-DET-CHAVE
           MOVE PROGRAMA-ACE          TO WS-DET-PROGRAMA
           MOVE TEXTO-JUSTIF-ACE      TO WS-DET-JUSTIF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P040-IMPRIME-TOTAIS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "LEITURAS DE DADOS CLINICOS NO MES.....: "
                                      TO WS-TOT-TITULO
           MOVE WS-QTD-LEITURAS       TO WS-TOT-QTD
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA

           MOVE "ACESSOS COM JUSTIFICATIVA.............: "
                                      TO WS-TOT-TITULO
           MOVE WS-QTD-JUSTIF         TO WS-TOT-QTD
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE ACESSOS
           CLOSE RELACEJUS
           .
       END PROGRAM PGMACEREL.
