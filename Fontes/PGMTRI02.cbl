      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DA CLASSIFICACAO DE RISCO
      *          (RELTRIRIS.LST): PARA OS ATENDIMENTOS DA COMPETENCIA
      *          COM INICIO REGISTRADO (PGMCHK02) E TRIAGEM DO DIA
      *          CLASSIFICADA (PGMTRI01), CALCULA OS MINUTOS ENTRE A
      *          CLASSIFICACAO (HORA-TRI) E O INICIO DO ATENDIMENTO E
      *          EMITE, POR COR, A QUANTIDADE, A ESPERA MEDIA E A
      *          MAXIMA, A META DA COR (PGMCLASRIS), QUANTOS PASSARAM
      *          DA META (COM O PERCENTUAL) E QUANTAS CORES A
      *          ENFERMAGEM AJUSTOU EM RELACAO A SUGERIDA. ATENDIMENTOS
      *          SEM TRIAGEM CLASSIFICADA SAO SO CONTADOS NO RODAPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTRI02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT TRIAGEM ASSIGN TO
           WS-PATH-ARQTRIAGEM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-TRIAGEM
           FILE STATUS  IS WS-FS-TRI.

           SELECT RELTRIRIS ASSIGN TO
           WS-PATH-RELTRIRIS
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD TRIAGEM.
           COPY CPYTRIAGEM.

       FD RELTRIRIS
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-TRI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-TRI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-TRI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-TRI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-TRI-EOF
                          WS-FS-OK BY WS-FS-TRI-OK
                          WS-FS BY WS-FS-TRI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-IC                   PIC 9(01)  COMP.
       77 WS-RANK                 PIC 9(01)  VALUE ZEROS.
       77 WS-MIN-TRIAGEM          PIC 9(04)  VALUE ZEROS.
       77 WS-MIN-INICIO           PIC 9(04)  VALUE ZEROS.
       77 WS-ESPERA               PIC 9(04)  VALUE ZEROS.
       77 WS-MEDIA                PIC 9(04)V99 VALUE ZEROS.
       77 WS-PERC                 PIC 9(03)V99 VALUE ZEROS.
       77 WS-QTD-CLASSIF          PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-SEM-COR          PIC 9(06)  VALUE ZEROS.

       01 WS-HORA-TAB             PIC 9(04) VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH           PIC 99.
          03 WS-HORA-MM           PIC 99.

       01 WS-TAB-COR.
          03 TCR-ITEM OCCURS 5 TIMES.
             05 TCR-QTD           PIC 9(06).
             05 TCR-MINUTOS       PIC 9(08).
             05 TCR-MAXIMA        PIC 9(04).
             05 TCR-ACIMA         PIC 9(06).
             05 TCR-AJUSTADAS     PIC 9(06).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "TEMPO DA CLASSIFICACAO DE RISCO AO ATENDIMENTO".

       01 WS-CAB-02.
          03 FILLER               PIC X(14)  VALUE "COMPETENCIA: ".
          03 WS-CAB-COMPET        PIC 9(06).

       01 WS-CAB-03.
          03 FILLER               PIC X(40)  VALUE
             "COR       META  ATEND.   MEDIA  MAXIMA ".
          03 FILLER               PIC X(40)  VALUE
             " ACIMA DA META      %  AJUSTADAS".

       01 WS-DETALHE.
          03 WS-DET-COR           PIC X(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-META          PIC ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-MEDIA         PIC ZZZ9,99.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-MAXIMA        PIC ZZZ9.
          03 FILLER               PIC X(08)  VALUE SPACES.
          03 WS-DET-ACIMA         PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PERC          PIC ZZ9,99.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-AJUSTADAS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "ATENDIMENTOS COM CLASSIFICACAO: ".
          03 WS-ROD-CLASSIF       PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "ATENDIMENTOS SEM CLASSIFICACAO: ".
          03 WS-ROD-SEM-COR       PIC ZZZ.ZZ9.

           COPY CPYCLASRIS.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-AGENDA
           PERFORM P030-ACUMULA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P050-IMPRIME
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "ATENDIMENTOS COM CLASSIFICACAO: " WS-QTD-CLASSIF
           DISPLAY "ATENDIMENTOS SEM CLASSIFICACAO: " WS-QTD-SEM-COR

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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQTRIAGEM_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQTRIAGEM
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELTRIRIS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELTRIRIS
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
           IF NOT WS-FS-TRI-OK
              CALL "PGMFSMSG" USING WS-FS-TRI, WS-FS-TRI-MSG
              DISPLAY WS-FS-TRI-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           OPEN INPUT  AGENDA
           OPEN INPUT  TRIAGEM
           OPEN OUTPUT RELTRIRIS

           IF NOT WS-FS-OK OR NOT WS-FS-TRI-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA TRIAGEM."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           INITIALIZE WS-TAB-COR

           CALL "PGMCLASRIS" USING CLASRIS-PARM
           .
      *----------------------------------------------------------------
       P020-LER-AGENDA.
      *----------------------------------------------------------------
           READ AGENDA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO ENTRA ATENDIMENTO DA COMPETENCIA COM INICIO REGISTRADO;
      *   SEM TRIAGEM CLASSIFICADA DO DIA, OU COM INICIO ANTES DA
      *   CLASSIFICACAO, VAI SO PARA O RODAPE
      *----------------------------------------------------------------
       P030-ACUMULA.
      *----------------------------------------------------------------
           IF DATA-AGE(1:6) NOT EQUAL WS-COMPETENCIA
              OR HORA-INI-ATD-AGE EQUAL ZEROS
              OR AGE-CANCELADO
              GO TO P030-PROXIMO
           END-IF

           MOVE ID-CLI-AGE            TO ID-CLI-TRI
           MOVE DATA-AGE              TO DATA-TRI

           READ TRIAGEM
               INVALID KEY
                  MOVE SPACES         TO COR-TRI
           END-READ

           IF NOT COR-VALIDA OR HORA-TRI EQUAL ZEROS
              ADD 1                   TO WS-QTD-SEM-COR
              GO TO P030-PROXIMO
           END-IF

           MOVE HORA-TRI              TO WS-HORA-TAB
           COMPUTE WS-MIN-TRIAGEM = WS-HORA-HH * 60 + WS-HORA-MM
           MOVE HORA-INI-ATD-AGE      TO WS-HORA-TAB
           COMPUTE WS-MIN-INICIO = WS-HORA-HH * 60 + WS-HORA-MM

           IF WS-MIN-INICIO LESS WS-MIN-TRIAGEM
              ADD 1                   TO WS-QTD-SEM-COR
              GO TO P030-PROXIMO
           END-IF

           COMPUTE WS-ESPERA = WS-MIN-INICIO - WS-MIN-TRIAGEM

           MOVE ZEROS                 TO WS-RANK
           PERFORM P031-PROCURA-COR
              VARYING WS-IC FROM 1 BY 1
              UNTIL WS-IC GREATER 5

           ADD 1                      TO WS-QTD-CLASSIF
           ADD 1                      TO TCR-QTD (WS-RANK)
           ADD WS-ESPERA              TO TCR-MINUTOS (WS-RANK)

           IF WS-ESPERA GREATER TCR-MAXIMA (WS-RANK)
              MOVE WS-ESPERA          TO TCR-MAXIMA (WS-RANK)
           END-IF

           IF WS-ESPERA GREATER CLR-META-MIN (WS-RANK)
              ADD 1                   TO TCR-ACIMA (WS-RANK)
           END-IF

           IF COR-SUG-TRI NOT EQUAL SPACES
              AND COR-SUG-TRI NOT EQUAL COR-TRI
              ADD 1                   TO TCR-AJUSTADAS (WS-RANK)
           END-IF
           .
       P030-PROXIMO.

           PERFORM P020-LER-AGENDA
           .
       P030-ENCERRA.
           EXIT.
       P031-PROCURA-COR.

           IF CLR-COR-COD (WS-IC) EQUAL COR-TRI
              MOVE WS-IC              TO WS-RANK
           END-IF
           .
      *----------------------------------------------------------------
       P050-IMPRIME.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMPETENCIA        TO WS-CAB-COMPET
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-03             TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P051-IMPRIME-COR
              VARYING WS-IC FROM 1 BY 1
              UNTIL WS-IC GREATER 5

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-CLASSIF        TO WS-ROD-CLASSIF
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-SEM-COR        TO WS-ROD-SEM-COR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA
           .
       P051-IMPRIME-COR.

           MOVE ZEROS                 TO WS-MEDIA
                                         WS-PERC

           IF TCR-QTD (WS-IC) GREATER ZEROS
              COMPUTE WS-MEDIA ROUNDED =
                      TCR-MINUTOS (WS-IC) / TCR-QTD (WS-IC)
              COMPUTE WS-PERC ROUNDED =
                      TCR-ACIMA (WS-IC) * 100 / TCR-QTD (WS-IC)
           END-IF

           MOVE CLR-COR-NOME (WS-IC)  TO WS-DET-COR
           MOVE CLR-META-MIN (WS-IC)  TO WS-DET-META
           MOVE TCR-QTD (WS-IC)       TO WS-DET-QTD
           MOVE WS-MEDIA              TO WS-DET-MEDIA
           MOVE TCR-MAXIMA (WS-IC)    TO WS-DET-MAXIMA
           MOVE TCR-ACIMA (WS-IC)     TO WS-DET-ACIMA
           MOVE WS-PERC               TO WS-DET-PERC
           MOVE TCR-AJUSTADAS (WS-IC) TO WS-DET-AJUSTADAS

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE AGENDA
           CLOSE TRIAGEM
           CLOSE RELTRIRIS
           .
       END PROGRAM PGMTRI02.
