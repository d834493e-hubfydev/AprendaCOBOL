      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DE DURACAO REAL DOS ATENDIMENTOS
      *          (RELDURATD.LST): PARA OS ATENDIMENTOS DA COMPETENCIA
      *          COM INICIO (PGMCHK02) E FIM (FINALIZAR NA FILA OU
      *          REALIZADO NO PGMAGE05) REGISTRADOS, CALCULA A DURACAO
      *          REAL EM MINUTOS E A COMPARA COM A DURACAO DO CATALOGO
      *          (DURACAO-PROC):
      *          - POR PROFISSIONAL: MEDIA, MINIMA E MAXIMA REAL,
      *            MEDIA PREVISTA E O ATRASO MEDIO NO INICIO;
      *          - POR PROCEDIMENTO: MEDIA, MINIMA E MAXIMA REAL
      *            CONTRA O CATALOGO. COM 5 OU MAIS ATENDIMENTOS, MEDIA
      *            ACIMA DO CATALOGO E MAIS DA METADE DELES ACIMA, O
      *            PROCEDIMENTO SAI MARCADO PARA REVISAO DA DURACAO;
      *          - POR FAIXA HORARIA DA HORA MARCADA: ATRASO MEDIO NO
      *            INICIO E NO TERMINO (FIM REAL CONTRA HORA MARCADA
      *            MAIS A DURACAO DO CATALOGO), QUE MOSTRA O ATRASO SE
      *            ACUMULANDO AO LONGO DO DIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCHK04.
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

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT RELDURATD ASSIGN TO
           WS-PATH-RELDURATD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD PROCEDS.
           COPY CPYPROC.

       FD RELDURATD
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-PROFS            PIC 9(03)  VALUE ZEROS.
       77 WS-QTD-PROCS            PIC 9(03)  VALUE ZEROS.
       77 WS-QTD-ATEND            PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-REVISAR          PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  COMP.
       77 WS-IP                   PIC 9(03)  COMP.
       77 WS-IH                   PIC 9(02)  COMP.
       77 WS-ACHOU                PIC X(01)  VALUE 'N'.
          88 ITEM-ACHADO          VALUE 'S'.
       77 WS-MIN-MARCADA          PIC 9(04)  VALUE ZEROS.
       77 WS-MIN-INICIO           PIC 9(04)  VALUE ZEROS.
       77 WS-MIN-FIM              PIC 9(04)  VALUE ZEROS.
       77 WS-MIN-FIM-PREV         PIC 9(04)  VALUE ZEROS.
       77 WS-DURACAO              PIC 9(04)  VALUE ZEROS.
       77 WS-DUR-CATALOGO         PIC 9(03)  VALUE ZEROS.
       77 WS-ATRASO-INI           PIC 9(04)  VALUE ZEROS.
       77 WS-ATRASO-FIM           PIC 9(04)  VALUE ZEROS.
       77 WS-MEDIA                PIC 9(04)V9 VALUE ZEROS.
       77 WS-MEDIA-PREV           PIC 9(04)V9 VALUE ZEROS.
       77 WS-DIFERENCA            PIC S9(04)V9 VALUE ZEROS.
       77 WS-MIN-AMOSTRA          PIC 9(03)  VALUE 5.

       01 WS-HORA-TAB             PIC 9(04) VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
          03 WS-HORA-HH           PIC 99.
          03 WS-HORA-MM           PIC 99.

       01 WS-TAB-PROF.
          03 WS-PROF-ITEM OCCURS 100 TIMES.
             05 TPF-PROF          PIC 9(04).
             05 TPF-QTD           PIC 9(06).
             05 TPF-SOMA          PIC 9(08).
             05 TPF-MIN           PIC 9(04).
             05 TPF-MAX           PIC 9(04).
             05 TPF-SOMA-PREV     PIC 9(08).
             05 TPF-SOMA-ATRASO   PIC 9(08).

       01 WS-TAB-PROC.
          03 WS-PROC-ITEM OCCURS 300 TIMES.
             05 TPC-PROC          PIC 9(04).
             05 TPC-QTD           PIC 9(06).
             05 TPC-SOMA          PIC 9(08).
             05 TPC-MIN           PIC 9(04).
             05 TPC-MAX           PIC 9(04).
             05 TPC-CATALOGO      PIC 9(03).
             05 TPC-ACIMA         PIC 9(06).

       01 WS-TAB-HORA.
          03 WS-HORA-ITEM OCCURS 24 TIMES.
             05 TFH-QTD           PIC 9(06).
             05 TFH-ATRASO-INI    PIC 9(08).
             05 TFH-ATRASO-FIM    PIC 9(08).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(48)  VALUE
             "DURACAO REAL DOS ATENDIMENTOS - COMPETENCIA ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-PROF.
          03 FILLER               PIC X(60)  VALUE
             "POR PROFISSIONAL (MINUTOS)".

       01 WS-CAB-PROC.
          03 FILLER               PIC X(60)  VALUE
             "POR PROCEDIMENTO (MINUTOS)".

       01 WS-CAB-HORA.
          03 FILLER               PIC X(60)  VALUE
             "ATRASO MEDIO POR FAIXA DA HORA MARCADA (MINUTOS)".

       01 WS-DET-PROF.
          03 WS-DPF-PROF          PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DPF-NOME          PIC X(20).
          03 FILLER               PIC X(07)  VALUE "  QTD: ".
          03 WS-DPF-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(09)  VALUE "  MEDIA: ".
          03 WS-DPF-MEDIA         PIC ZZZ9,9.
          03 FILLER               PIC X(07)  VALUE "  MIN: ".
          03 WS-DPF-MIN           PIC ZZZ9.
          03 FILLER               PIC X(07)  VALUE "  MAX: ".
          03 WS-DPF-MAX           PIC ZZZ9.
          03 FILLER               PIC X(12)  VALUE "  PREVISTA: ".
          03 WS-DPF-PREV          PIC ZZZ9,9.
          03 FILLER               PIC X(20)  VALUE
             "  ATRASO NO INICIO: ".
          03 WS-DPF-ATRASO        PIC ZZZ9,9.

       01 WS-DET-PROC.
          03 WS-DPC-PROC          PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DPC-NOME          PIC X(30).
          03 FILLER               PIC X(07)  VALUE "  QTD: ".
          03 WS-DPC-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(09)  VALUE "  MEDIA: ".
          03 WS-DPC-MEDIA         PIC ZZZ9,9.
          03 FILLER               PIC X(07)  VALUE "  MIN: ".
          03 WS-DPC-MIN           PIC ZZZ9.
          03 FILLER               PIC X(07)  VALUE "  MAX: ".
          03 WS-DPC-MAX           PIC ZZZ9.
          03 FILLER               PIC X(12)  VALUE "  CATALOGO: ".
          03 WS-DPC-CATALOGO      PIC ZZ9.
          03 FILLER               PIC X(08)  VALUE "  DIF: ".
          03 WS-DPC-DIF           PIC -ZZZ9,9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DPC-REVISAR       PIC X(13).

       01 WS-DET-HORA.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DFH-HORA          PIC 99.
          03 FILLER               PIC X(03)  VALUE "H  ".
          03 FILLER               PIC X(14)  VALUE "ATENDIMENTOS: ".
          03 WS-DFH-QTD           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(22)  VALUE
             "  ATRASO NO INICIO: ".
          03 WS-DFH-ATRASO-INI    PIC ZZZ9,9.
          03 FILLER               PIC X(22)  VALUE
             "  ATRASO NO TERMINO: ".
          03 WS-DFH-ATRASO-FIM    PIC ZZZ9,9.

       01 WS-ROD-REVISAR.
          03 FILLER               PIC X(40)  VALUE
             "PROCEDIMENTOS PARA REVISAR A DURACAO: ".
          03 WS-ROD-QTD           PIC ZZ9.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-AGENDA
           PERFORM P030-ACUMULA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P050-IMPRIME-PROFS
           PERFORM P060-IMPRIME-PROCS
           PERFORM P065-IMPRIME-HORAS
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "ATENDIMENTOS COM DURACAO REAL: " WS-QTD-ATEND
           DISPLAY "PROCEDIMENTOS PARA REVISAR A DURACAO: "
                   WS-QTD-REVISAR

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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDURATD_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDURATD
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
           IF NOT WS-FS-PROF-OK
              CALL "PGMFSMSG" USING WS-FS-PROF, WS-FS-PROF-MSG
              DISPLAY WS-FS-PROF-MSG
           END-IF
           IF NOT WS-FS-PRC-OK
              CALL "PGMFSMSG" USING WS-FS-PRC, WS-FS-PRC-MSG
              DISPLAY WS-FS-PRC-MSG
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
           OPEN INPUT  PROFISSIONAIS
           OPEN INPUT  PROCEDS
           OPEN OUTPUT RELDURATD

           IF NOT WS-FS-OK OR NOT WS-FS-PROF-OK OR NOT WS-FS-PRC-OK
              OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE DURACAO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           INITIALIZE WS-TAB-HORA
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
      *   SO ENTRA ATENDIMENTO DA COMPETENCIA COM INICIO E FIM
      *   REGISTRADOS E FIM DEPOIS DO INICIO
      *----------------------------------------------------------------
       P030-ACUMULA.
      *----------------------------------------------------------------
           IF DATA-AGE(1:6) NOT EQUAL WS-COMPETENCIA
              OR HORA-INI-ATD-AGE EQUAL ZEROS
              OR HORA-FIM-ATD-AGE EQUAL ZEROS
              OR AGE-CANCELADO OR AGE-FALTOU
              GO TO P030-PROXIMO
           END-IF

           MOVE HORA-AGE              TO WS-HORA-TAB
           COMPUTE WS-MIN-MARCADA = WS-HORA-HH * 60 + WS-HORA-MM
           MOVE WS-HORA-HH            TO WS-IH
           MOVE HORA-INI-ATD-AGE      TO WS-HORA-TAB
           COMPUTE WS-MIN-INICIO = WS-HORA-HH * 60 + WS-HORA-MM
           MOVE HORA-FIM-ATD-AGE      TO WS-HORA-TAB
           COMPUTE WS-MIN-FIM = WS-HORA-HH * 60 + WS-HORA-MM

           IF WS-MIN-FIM LESS WS-MIN-INICIO
              GO TO P030-PROXIMO
           END-IF

           COMPUTE WS-DURACAO = WS-MIN-FIM - WS-MIN-INICIO
           ADD 1                      TO WS-QTD-ATEND

           MOVE ZEROS                 TO WS-DUR-CATALOGO
           MOVE SPACES                TO NM-PROC
           MOVE ID-PROC-AGE           TO ID-PROC
           READ PROCEDS
               NOT INVALID KEY
                  MOVE DURACAO-PROC   TO WS-DUR-CATALOGO
           END-READ

           MOVE ZEROS                 TO WS-ATRASO-INI
           IF WS-MIN-INICIO GREATER WS-MIN-MARCADA
              COMPUTE WS-ATRASO-INI = WS-MIN-INICIO - WS-MIN-MARCADA
           END-IF

           COMPUTE WS-MIN-FIM-PREV = WS-MIN-MARCADA + WS-DUR-CATALOGO
           MOVE ZEROS                 TO WS-ATRASO-FIM
           IF WS-MIN-FIM GREATER WS-MIN-FIM-PREV
              COMPUTE WS-ATRASO-FIM = WS-MIN-FIM - WS-MIN-FIM-PREV
           END-IF

           PERFORM P031-ACUMULA-PROF THRU P031-ENCERRA
           PERFORM P033-ACUMULA-PROC THRU P033-ENCERRA

           ADD 1                      TO WS-IH
           ADD 1                      TO TFH-QTD (WS-IH)
           ADD WS-ATRASO-INI          TO TFH-ATRASO-INI (WS-IH)
           ADD WS-ATRASO-FIM          TO TFH-ATRASO-FIM (WS-IH)
           .
       P030-PROXIMO.

           PERFORM P020-LER-AGENDA
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
       P031-ACUMULA-PROF.
      *----------------------------------------------------------------
           MOVE 'N'                   TO WS-ACHOU

           PERFORM P032-PROCURA-PROF
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND GREATER WS-QTD-PROFS OR ITEM-ACHADO

           IF NOT ITEM-ACHADO
              IF WS-QTD-PROFS NOT LESS 100
                 GO TO P031-ENCERRA
              END-IF
              ADD 1                   TO WS-QTD-PROFS
              MOVE WS-QTD-PROFS       TO WS-IND
              MOVE ID-PROF-AGE        TO TPF-PROF (WS-IND)
              MOVE ZEROS              TO TPF-QTD (WS-IND)
                                         TPF-SOMA (WS-IND)
                                         TPF-MAX (WS-IND)
                                         TPF-SOMA-PREV (WS-IND)
                                         TPF-SOMA-ATRASO (WS-IND)
              MOVE WS-DURACAO         TO TPF-MIN (WS-IND)
           ELSE
              SUBTRACT 1              FROM WS-IND
           END-IF

           ADD 1                      TO TPF-QTD (WS-IND)
           ADD WS-DURACAO             TO TPF-SOMA (WS-IND)
           ADD WS-DUR-CATALOGO        TO TPF-SOMA-PREV (WS-IND)
           ADD WS-ATRASO-INI          TO TPF-SOMA-ATRASO (WS-IND)
           IF WS-DURACAO LESS TPF-MIN (WS-IND)
              MOVE WS-DURACAO         TO TPF-MIN (WS-IND)
           END-IF
           IF WS-DURACAO GREATER TPF-MAX (WS-IND)
              MOVE WS-DURACAO         TO TPF-MAX (WS-IND)
           END-IF
           .
       P031-ENCERRA.
           EXIT.
       P032-PROCURA-PROF.

           IF TPF-PROF (WS-IND) EQUAL ID-PROF-AGE
              SET ITEM-ACHADO         TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       P033-ACUMULA-PROC.
      *----------------------------------------------------------------
           MOVE 'N'                   TO WS-ACHOU

           PERFORM P034-PROCURA-PROC
              VARYING WS-IP FROM 1 BY 1
              UNTIL WS-IP GREATER WS-QTD-PROCS OR ITEM-ACHADO

           IF NOT ITEM-ACHADO
              IF WS-QTD-PROCS NOT LESS 300
                 GO TO P033-ENCERRA
              END-IF
              ADD 1                   TO WS-QTD-PROCS
              MOVE WS-QTD-PROCS       TO WS-IP
              MOVE ID-PROC-AGE        TO TPC-PROC (WS-IP)
              MOVE ZEROS              TO TPC-QTD (WS-IP)
                                         TPC-SOMA (WS-IP)
                                         TPC-MAX (WS-IP)
                                         TPC-ACIMA (WS-IP)
              MOVE WS-DURACAO         TO TPC-MIN (WS-IP)
              MOVE WS-DUR-CATALOGO    TO TPC-CATALOGO (WS-IP)
           ELSE
              SUBTRACT 1              FROM WS-IP
           END-IF

           ADD 1                      TO TPC-QTD (WS-IP)
           ADD WS-DURACAO             TO TPC-SOMA (WS-IP)
           IF WS-DURACAO GREATER WS-DUR-CATALOGO
              ADD 1                   TO TPC-ACIMA (WS-IP)
           END-IF
           IF WS-DURACAO LESS TPC-MIN (WS-IP)
              MOVE WS-DURACAO         TO TPC-MIN (WS-IP)
           END-IF
           IF WS-DURACAO GREATER TPC-MAX (WS-IP)
              MOVE WS-DURACAO         TO TPC-MAX (WS-IP)
           END-IF
           .
       P033-ENCERRA.
           EXIT.
       P034-PROCURA-PROC.

           IF TPC-PROC (WS-IP) EQUAL ID-PROC-AGE
              SET ITEM-ACHADO         TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
       P050-IMPRIME-PROFS.
      *----------------------------------------------------------------
           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-PROF           TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P051-IMPRIME-PROF
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND GREATER WS-QTD-PROFS
           .
       P051-IMPRIME-PROF.

           MOVE TPF-PROF (WS-IND)     TO ID-PROF
           READ PROFISSIONAIS
               INVALID KEY
                  MOVE SPACES         TO NM-PROF
           END-READ

           COMPUTE WS-MEDIA ROUNDED =
                   TPF-SOMA (WS-IND) / TPF-QTD (WS-IND)
           COMPUTE WS-MEDIA-PREV ROUNDED =
                   TPF-SOMA-PREV (WS-IND) / TPF-QTD (WS-IND)

           MOVE TPF-PROF (WS-IND)     TO WS-DPF-PROF
           MOVE NM-PROF               TO WS-DPF-NOME
           MOVE TPF-QTD (WS-IND)      TO WS-DPF-QTD
           MOVE WS-MEDIA              TO WS-DPF-MEDIA
           MOVE TPF-MIN (WS-IND)      TO WS-DPF-MIN
           MOVE TPF-MAX (WS-IND)      TO WS-DPF-MAX
           MOVE WS-MEDIA-PREV         TO WS-DPF-PREV

           COMPUTE WS-MEDIA ROUNDED =
                   TPF-SOMA-ATRASO (WS-IND) / TPF-QTD (WS-IND)
           MOVE WS-MEDIA              TO WS-DPF-ATRASO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-PROF           TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-PROCS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-PROC           TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P061-IMPRIME-PROC
              VARYING WS-IP FROM 1 BY 1
              UNTIL WS-IP GREATER WS-QTD-PROCS

           MOVE WS-QTD-REVISAR        TO WS-ROD-QTD
           MOVE SPACES                TO REL-LINHA
           MOVE WS-ROD-REVISAR        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   MEDIA ACIMA DO CATALOGO EM MAIS DA METADE DOS ATENDIMENTOS,
      *   COM AMOSTRA MINIMA, MARCA O PROCEDIMENTO PARA REVISAO
      *----------------------------------------------------------------
       P061-IMPRIME-PROC.

           MOVE TPC-PROC (WS-IP)      TO ID-PROC
           READ PROCEDS
               INVALID KEY
                  MOVE SPACES         TO NM-PROC
           END-READ

           COMPUTE WS-MEDIA ROUNDED =
                   TPC-SOMA (WS-IP) / TPC-QTD (WS-IP)
           COMPUTE WS-DIFERENCA = WS-MEDIA - TPC-CATALOGO (WS-IP)

           MOVE TPC-PROC (WS-IP)      TO WS-DPC-PROC
           MOVE NM-PROC               TO WS-DPC-NOME
           MOVE TPC-QTD (WS-IP)       TO WS-DPC-QTD
           MOVE WS-MEDIA              TO WS-DPC-MEDIA
           MOVE TPC-MIN (WS-IP)       TO WS-DPC-MIN
           MOVE TPC-MAX (WS-IP)       TO WS-DPC-MAX
           MOVE TPC-CATALOGO (WS-IP)  TO WS-DPC-CATALOGO
           MOVE WS-DIFERENCA          TO WS-DPC-DIF
           MOVE SPACES                TO WS-DPC-REVISAR

           IF TPC-QTD (WS-IP) NOT LESS WS-MIN-AMOSTRA
              AND WS-DIFERENCA GREATER ZEROS
              AND TPC-ACIMA (WS-IP) * 2 GREATER TPC-QTD (WS-IP)
              MOVE "*** REVISAR"      TO WS-DPC-REVISAR
              ADD 1                   TO WS-QTD-REVISAR
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-PROC           TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P065-IMPRIME-HORAS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-HORA           TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P066-IMPRIME-HORA
              VARYING WS-IH FROM 1 BY 1
              UNTIL WS-IH GREATER 24
           .
       P066-IMPRIME-HORA.

           IF TFH-QTD (WS-IH) GREATER ZEROS
              COMPUTE WS-DFH-HORA = WS-IH - 1
              MOVE TFH-QTD (WS-IH)    TO WS-DFH-QTD
              COMPUTE WS-MEDIA ROUNDED =
                      TFH-ATRASO-INI (WS-IH) / TFH-QTD (WS-IH)
              MOVE WS-MEDIA           TO WS-DFH-ATRASO-INI
              COMPUTE WS-MEDIA ROUNDED =
                      TFH-ATRASO-FIM (WS-IH) / TFH-QTD (WS-IH)
              MOVE WS-MEDIA           TO WS-DFH-ATRASO-FIM

              MOVE SPACES             TO REL-LINHA
              MOVE WS-DET-HORA        TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE AGENDA
           CLOSE PROFISSIONAIS
           CLOSE PROCEDS
           CLOSE RELDURATD
           .
       END PROGRAM PGMCHK04.
