      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO DE PLANOS TERAPEUTICOS EM RISCO
      *          (RELPLTRIS.LST): LISTA OS PLANOS ATIVOS (ARQPLANO) SEM
      *          SESSAO REALIZADA HA MAIS DE PLANODIAS DIAS (CONTADOS DA
      *          ULTIMA SESSAO OU, SEM NENHUMA, DO INICIO DO PLANO) OU
      *          COM PLANOFALTAS FALTAS OU MAIS, COM O MOTIVO, PARA A
      *          EQUIPE RECUPERAR O PACIENTE ANTES DO ABANDONO DO
      *          TRATAMENTO. OS LIMITES VEM DO ARQUIVO DE PARAMETROS
      *          (PGMPARAM); SEM ELES, 14 DIAS E 3 FALTAS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPLTRIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOS ASSIGN TO
           WS-PATH-ARQPLANO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PLANO
           ALTERNATE RECORD KEY IS ID-CLI-PLANO WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT RELPLTRIS ASSIGN TO
           WS-PATH-RELPLTRIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PLANOS.
           COPY CPYPLANO.

       FD CLIENTES.
           COPY CPYCLI.

       FD RELPLTRIS
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-PAR-CHAVE            PIC X(12)  VALUE SPACES.
       77 WS-PAR-ACHOU            PIC X(01)  VALUE 'N'.
          88 PARAM-ACHADO         VALUE 'S'.
       77 WS-PAR-TIPO             PIC X(01)  VALUE SPACES.
       77 WS-PAR-NUM              PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA             PIC 9(08)  VALUE ZEROS.
       77 WS-PAR-FLAG             PIC X(01)  VALUE SPACES.

       77 WS-LIMITE-DIAS          PIC 9(03)  VALUE 14.
       77 WS-LIMITE-FALTAS        PIC 9(03)  VALUE 3.
       77 WS-HOJE                 PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-BASE            PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS                 PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-ATIVOS           PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-RISCO            PIC 9(06)  VALUE ZEROS.
       77 WS-SEM-SESSAO           PIC X(01)  VALUE 'N'.
          88 PLANO-PARADO         VALUE 'S'.
       77 WS-MUITAS-FALTAS        PIC X(01)  VALUE 'N'.
          88 PLANO-FALTOSO        VALUE 'S'.

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "PLANOS TERAPEUTICOS EM RISCO".

       01 WS-CAB-02.
          03 FILLER               PIC X(12)  VALUE "REFERENCIA: ".
          03 WS-CAB-DATA          PIC 9(08).
          03 FILLER               PIC X(21)  VALUE
             " - SEM SESSAO HA MAIS".
          03 FILLER               PIC X(04)  VALUE " DE ".
          03 WS-CAB-DIAS          PIC ZZ9.
          03 FILLER               PIC X(15)  VALUE " DIAS OU FALTAS".
          03 FILLER               PIC X(04)  VALUE " >= ".
          03 WS-CAB-FALTAS        PIC ZZ9.

       01 WS-CAB-03.
          03 FILLER               PIC X(40)  VALUE
             " PLANO PACIENTE                  PROF  ".
          03 FILLER               PIC X(40)  VALUE
             "SESSOES FALTAS  ULT.SESSAO  DIAS  MOTIVO".

       01 WS-DETALHE.
          03 WS-DET-PLANO         PIC 9(06).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PROF          PIC 9(04).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-REALIZ        PIC ZZ9.
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-DET-PREVISTAS     PIC ZZ9.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-FALTAS        PIC ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ULT-SESSAO    PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DIAS          PIC ZZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-MOTIVO        PIC X(30).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(24)  VALUE
             "PLANOS ATIVOS: ".
          03 WS-ROD-ATIVOS        PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(24)  VALUE
             "PLANOS EM RISCO: ".
          03 WS-ROD-RISCO         PIC ZZZ.ZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-CARREGA-LIMITES
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CABECALHO
           PERFORM P020-LER-PLANO
           PERFORM P030-AVALIA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P050-RODAPE
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "PLANOS ATIVOS: " WS-QTD-ATIVOS
           DISPLAY "PLANOS EM RISCO: " WS-QTD-RISCO

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPLANO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPLANO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELPLTRIS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELPLTRIS
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
           IF NOT WS-FS-CLI-OK
              CALL "PGMFSMSG" USING WS-FS-CLI, WS-FS-CLI-MSG
              DISPLAY WS-FS-CLI-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   DIAS SEM SESSAO E FALTAS QUE COLOCAM O PLANO EM RISCO; SEM
      *   PARAMETRO CADASTRADO FICAM 14 DIAS E 3 FALTAS
      *----------------------------------------------------------------
       P005-CARREGA-LIMITES.
      *----------------------------------------------------------------
           MOVE "PLANODIAS"           TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                           AND WS-PAR-NUM LESS 1000
              MOVE WS-PAR-NUM         TO WS-LIMITE-DIAS
           END-IF

           MOVE "PLANOFALTAS"         TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                           AND WS-PAR-NUM LESS 1000
              MOVE WS-PAR-NUM         TO WS-LIMITE-FALTAS
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN INPUT  PLANOS
           OPEN INPUT  CLIENTES
           OPEN OUTPUT RELPLTRIS

           IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DOS PLANOS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P015-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-HOJE               TO WS-CAB-DATA
           MOVE WS-LIMITE-DIAS        TO WS-CAB-DIAS
           MOVE WS-LIMITE-FALTAS      TO WS-CAB-FALTAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-03             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P020-LER-PLANO.
      *----------------------------------------------------------------
           READ PLANOS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO PLANO ATIVO; ENTRA NO RELATORIO SE PASSOU DOS DIAS SEM
      *   SESSAO OU ATINGIU O LIMITE DE FALTAS
      *----------------------------------------------------------------
       P030-AVALIA.
      *----------------------------------------------------------------
           IF NOT PLANO-ATIVO
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-ATIVOS

           IF DATA-ULT-SESSAO-PLANO GREATER ZEROS
              MOVE DATA-ULT-SESSAO-PLANO TO WS-DATA-BASE
           ELSE
              MOVE DATA-INI-PLANO     TO WS-DATA-BASE
           END-IF

           CALL "PGMDIADIF" USING WS-DATA-BASE, WS-HOJE, WS-DIAS

           MOVE 'N'                   TO WS-SEM-SESSAO
                                         WS-MUITAS-FALTAS

           IF WS-DIAS GREATER WS-LIMITE-DIAS
              SET PLANO-PARADO        TO TRUE
           END-IF

           IF QTD-FALTAS-PLANO NOT LESS WS-LIMITE-FALTAS
              SET PLANO-FALTOSO       TO TRUE
           END-IF

           IF NOT PLANO-PARADO AND NOT PLANO-FALTOSO
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-RISCO
           PERFORM P040-IMPRIME-PLANO
           .
       P030-PROXIMO.

           PERFORM P020-LER-PLANO
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
       P040-IMPRIME-PLANO.
      *----------------------------------------------------------------
           MOVE ID-CLI-PLANO          TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-CLI
           END-READ

           MOVE ID-PLANO              TO WS-DET-PLANO
           MOVE ID-CLI-PLANO          TO WS-DET-ID-CLI
           MOVE NM-CLI                TO WS-DET-NM-CLI
           MOVE ID-PROF-PLANO         TO WS-DET-PROF
           MOVE QTD-REALIZ-PLANO      TO WS-DET-REALIZ
           MOVE QTD-SESSOES-PLANO     TO WS-DET-PREVISTAS
           MOVE QTD-FALTAS-PLANO      TO WS-DET-FALTAS
           MOVE DATA-ULT-SESSAO-PLANO TO WS-DET-ULT-SESSAO
           MOVE WS-DIAS               TO WS-DET-DIAS

           EVALUATE TRUE
               WHEN PLANO-PARADO AND PLANO-FALTOSO
                  MOVE "SEM SESSAO E EXCESSO DE FALTAS"
                                      TO WS-DET-MOTIVO
               WHEN PLANO-PARADO
                  MOVE "SEM SESSAO RECENTE" TO WS-DET-MOTIVO
               WHEN OTHER
                  MOVE "EXCESSO DE FALTAS" TO WS-DET-MOTIVO
           END-EVALUATE

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P050-RODAPE.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-ATIVOS         TO WS-ROD-ATIVOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-RISCO          TO WS-ROD-RISCO
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PLANOS
           CLOSE CLIENTES
           CLOSE RELPLTRIS
           .
       END PROGRAM PGMPLTRIS.
