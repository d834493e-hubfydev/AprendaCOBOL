      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: PAINEL DE DESEMPENHO DOS CONVENIOS (BATCH), POR
      *          TRIMESTRE OU POR ANO, PARA A DIRETORIA NEGOCIAR OS
      *          CONTRATOS COM AS OPERADORAS. CONSIDERA OS LOTES DE
      *          REMESSA NORMAIS CUJA COMPETENCIA CAI NO PERIODO E, PARA
      *          CADA CONVENIO, MOSTRA O FATURADO, O PAGO NO RETORNO, O
      *          GLOSADO, O RECUPERADO EM RECURSO (GLOSAS RECUPERADAS
      *          DAQUELES LOTES), A REALIZACAO LIQUIDA ((PAGO +
      *          RECUPERADO) / FATURADO), O PRAZO MEDIO EM DIAS ENTRE A
      *          GERACAO DO LOTE E O RETORNO DA OPERADORA, OS TRES
      *          CODIGOS DE GLOSA DE MAIOR VALOR E A TABELA NEGOCIADA
      *          (ARQPRCONV) CONTRA O PRECO PARTICULAR DO CATALOGO, COM
      *          O DESCONTO DE CADA PROCEDIMENTO E O DESCONTO MEDIO DO
      *          PLANO. SAI EM RELCNVSC.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCNVSC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTES ASSIGN TO
           WS-PATH-ARQLOTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-LOTE
           FILE STATUS  IS WS-FS.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

           SELECT GLOSAS ASSIGN TO
           WS-PATH-ARQGLOSA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-GLO.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT PRCONV ASSIGN TO
           WS-PATH-ARQPRCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-PRCONV
           FILE STATUS  IS WS-FS-PCV.

           SELECT RELCNVSC ASSIGN TO
           WS-PATH-RELCNVSC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LOTES.
           COPY CPYLOTE.

       FD CONVENIOS.
           COPY CPYCONV.

       FD GLOSAS.
           COPY CPYGLOSA.

       FD PROCEDS.
           COPY CPYPROC.

       FD PRCONV.
           COPY CPYPRCONV.

       FD RELCNVSC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-GLO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-GLO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-GLO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-GLO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-GLO-EOF
                          WS-FS-OK BY WS-FS-GLO-OK
                          WS-FS BY WS-FS-GLO.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PCV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PCV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PCV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PCV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PCV-EOF
                          WS-FS-OK BY WS-FS-PCV-OK
                          WS-FS BY WS-FS-PCV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-ANO                  PIC 9(04)  VALUE ZEROS.
       77 WS-TRIMESTRE            PIC 9(01)  VALUE ZEROS.
          88 WS-TRIMESTRE-VALIDO  VALUES 0 THRU 4.
          88 WS-ANO-INTEIRO       VALUE 0.
       77 WS-COMP-INI             PIC 9(06)  VALUE ZEROS.
       77 WS-COMP-FIM             PIC 9(06)  VALUE ZEROS.
       77 WS-DIAS-RET             PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-CONV             PIC 9(03)  VALUE ZEROS.
       77 WS-QTD-GLO              PIC 9(04)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-IND-G                PIC 9(04)  VALUE ZEROS.
       77 WS-IND-MAIOR            PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-TOP              PIC 9(01)  VALUE ZEROS.
       77 WS-QTD-PRECOS           PIC 9(04)  VALUE ZEROS.
       77 WS-SOMA-PARTIC          PIC 9(10)V99 VALUE ZEROS.
       77 WS-SOMA-NEGOC           PIC 9(10)V99 VALUE ZEROS.
       77 WS-PERC                 PIC S9(03)V99 VALUE ZEROS.
       77 WS-MEDIA-DIAS           PIC 9(04)V9 VALUE ZEROS.
       77 WS-DIAS-ED              PIC ZZZ9,9.
       77 WS-QTD-LOTES-PER        PIC 9(05)  VALUE ZEROS.
       77 WS-EOF-GLO              PIC 9      VALUE 0.
          88 WS-EOF-GLO-OK        VALUE 1 FALSE 0.
       77 WS-EOF-PCV              PIC 9      VALUE 0.
          88 WS-EOF-PCV-OK        VALUE 1 FALSE 0.
       77 WS-GLO-DISP             PIC X(01)  VALUE 'N'.
          88 GLOSAS-DISPONIVEIS   VALUE 'S'.
       77 WS-PRC-DISP             PIC X(01)  VALUE 'N'.
          88 PROCEDS-DISPONIVEIS  VALUE 'S'.
       77 WS-PCV-DISP             PIC X(01)  VALUE 'N'.
          88 PRECOS-DISPONIVEIS   VALUE 'S'.

      *   ACUMULADOS POR CONVENIO, NA ORDEM DO CADASTRO
       01 WS-TAB-CONVENIOS.
          03 WS-TAB-CNV           OCCURS 200 TIMES.
             05 WS-TAB-ID-CONV    PIC 9(04).
             05 WS-TAB-NM-CONV    PIC X(30).
             05 WS-TAB-QTD-LOTES  PIC 9(04).
             05 WS-TAB-FATURADO   PIC 9(10)V99.
             05 WS-TAB-PAGO       PIC 9(10)V99.
             05 WS-TAB-GLOSADO    PIC 9(10)V99.
             05 WS-TAB-RECUPERADO PIC 9(10)V99.
             05 WS-TAB-QTD-RET    PIC 9(04).
             05 WS-TAB-SOMA-DIAS  PIC 9(07).

      *   VALOR GLOSADO POR CONVENIO E CODIGO DE GLOSA
       01 WS-TAB-GLOSAS.
          03 WS-TAB-GLO           OCCURS 2000 TIMES.
             05 WS-TAB-GLO-CNV    PIC 9(03).
             05 WS-TAB-GLO-COD    PIC X(05).
             05 WS-TAB-GLO-VLR    PIC 9(10)V99.
             05 WS-TAB-GLO-QTD    PIC 9(05).
             05 WS-TAB-GLO-IMPR   PIC X(01).
                88 WS-TAB-GLO-IMPRESSA VALUE 'S'.

      *   TOTAIS GERAIS DO PERIODO
       01 WS-TOTAIS.
          03 WS-TOT-QTD-LOTES     PIC 9(05)  VALUE ZEROS.
          03 WS-TOT-FATURADO      PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-PAGO          PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-GLOSADO       PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-RECUPERADO    PIC 9(10)V99 VALUE ZEROS.
          03 WS-TOT-QTD-RET       PIC 9(05)  VALUE ZEROS.
          03 WS-TOT-SOMA-DIAS     PIC 9(08)  VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(38)  VALUE
             "PAINEL DE DESEMPENHO DOS CONVENIOS - ".
          03 WS-CAB-PERIODO       PIC X(14).
          03 FILLER               PIC X(06)  VALUE "DATA: ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-PER-TRI.
          03 WS-CAB-TRI           PIC 9(01).
          03 FILLER               PIC X(09)  VALUE "O TRIM.  ".
          03 WS-CAB-TRI-ANO       PIC 9(04).

       01 WS-CAB-PER-ANO.
          03 FILLER               PIC X(04)  VALUE "ANO ".
          03 WS-CAB-ANO           PIC 9(04).

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 FILLER               PIC X(06)  VALUE "LOTES".
          03 FILLER               PIC X(17)  VALUE "       FATURADO".
          03 FILLER               PIC X(17)  VALUE "           PAGO".
          03 FILLER               PIC X(17)  VALUE "        GLOSADO".
          03 FILLER               PIC X(17)  VALUE "     RECUPERADO".
          03 FILLER               PIC X(10)  VALUE "  REALIZ.%".
          03 FILLER               PIC X(12)  VALUE "  DIAS RET.".

       01 WS-LINHA-CONV.
          03 FILLER               PIC X(09)  VALUE "CONVENIO ".
          03 WS-LCV-CONV          PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-LCV-NM-CONV       PIC X(30).

       01 WS-LINHA-VALORES.
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 WS-LVL-QTD           PIC ZZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-LVL-FATURADO      PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-LVL-PAGO          PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-LVL-GLOSADO       PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-LVL-RECUPERADO    PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-LVL-PERC          PIC ZZ9,99.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-LVL-DIAS          PIC X(06).

       01 WS-LINHA-GLOSA.
          03 FILLER               PIC X(08)  VALUE SPACES.
          03 WS-LGL-RANK          PIC 9(01).
          03 FILLER               PIC X(02)  VALUE ". ".
          03 WS-LGL-COD           PIC X(05).
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-LGL-QTD           PIC ZZZZ9.
          03 FILLER               PIC X(10)  VALUE " GLOSAS - ".
          03 WS-LGL-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-CAB-PRECOS.
          03 FILLER               PIC X(08)  VALUE SPACES.
          03 FILLER               PIC X(36)  VALUE "PROCEDIMENTO".
          03 FILLER               PIC X(14)  VALUE "  PARTICULAR".
          03 FILLER               PIC X(14)  VALUE "   NEGOCIADO".
          03 FILLER               PIC X(10)  VALUE "  DESC.%".

       01 WS-LINHA-PRECO.
          03 FILLER               PIC X(08)  VALUE SPACES.
          03 WS-LPR-PROC          PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-LPR-NM-PROC       PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-LPR-PARTIC        PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-LPR-NEGOC         PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-LPR-PERC          PIC -ZZ9,99.

       01 WS-LINHA-DESC-MEDIO.
          03 FILLER               PIC X(08)  VALUE SPACES.
          03 FILLER               PIC X(30)  VALUE
             "DESCONTO MEDIO DA TABELA:".
          03 WS-LDM-PERC          PIC -ZZ9,99.
          03 FILLER               PIC X(04)  VALUE " % (".
          03 WS-LDM-QTD           PIC ZZZ9.
          03 FILLER               PIC X(17)  VALUE " PROCEDIMENTOS)".

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PERIODO
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CARREGA-CONVENIOS UNTIL WS-FS-CNV-EOF
           PERFORM P020-CABECALHO
           PERFORM P030-LE-LOTE UNTIL WS-FS-EOF

           IF GLOSAS-DISPONIVEIS
              PERFORM P040-LE-GLOSA THRU P040-FIM
                  UNTIL WS-EOF-GLO-OK
           END-IF

           PERFORM P050-IMPRIME-CONVENIO THRU P050-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-CONV

           PERFORM P080-TOTAL-GERAL
           PERFORM P090-FECHAR-ARQUIVOS

           DISPLAY "LOTES DO PERIODO: " WS-QTD-LOTES-PER
           DISPLAY "RELATORIO GRAVADO EM " WS-PATH-RELCNVSC

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQGLOSA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQGLOSA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPRCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPRCONV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELCNVSC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELCNVSC
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
           IF NOT WS-FS-CNV-OK AND NOT WS-FS-CNV-EOF
              CALL "PGMFSMSG" USING WS-FS-CNV, WS-FS-CNV-MSG
              DISPLAY WS-FS-CNV-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   PERIODO DO PAINEL: TRIMESTRE 1 A 4 DO ANO OU 0 PARA O ANO
      *   INTEIRO, CONVERTIDO NA FAIXA DE COMPETENCIAS AAAAMM
      *----------------------------------------------------------------
       P005-ACEITA-PERIODO.
      *----------------------------------------------------------------
           DISPLAY "INFORME O ANO DO PAINEL (AAAA): "
           ACCEPT WS-ANO

           DISPLAY "INFORME O TRIMESTRE (1 A 4, 0 = ANO INTEIRO): "
           ACCEPT WS-TRIMESTRE

           IF NOT WS-TRIMESTRE-VALIDO
              DISPLAY "TRIMESTRE INVALIDO, CONSIDERADO O ANO INTEIRO."
              MOVE ZEROS              TO WS-TRIMESTRE
           END-IF

           IF WS-ANO-INTEIRO
              COMPUTE WS-COMP-INI = WS-ANO * 100 + 1
              COMPUTE WS-COMP-FIM = WS-ANO * 100 + 12
              MOVE WS-ANO             TO WS-CAB-ANO
              MOVE WS-CAB-PER-ANO     TO WS-CAB-PERIODO
           ELSE
              COMPUTE WS-COMP-INI = WS-ANO * 100
                                  + (WS-TRIMESTRE - 1) * 3 + 1
              COMPUTE WS-COMP-FIM = WS-COMP-INI + 2
              MOVE WS-TRIMESTRE       TO WS-CAB-TRI
              MOVE WS-ANO             TO WS-CAB-TRI-ANO
              MOVE WS-CAB-PER-TRI     TO WS-CAB-PERIODO
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT LOTES
           OPEN INPUT CONVENIOS
           OPEN OUTPUT RELCNVSC

           IF NOT WS-FS-OK OR NOT WS-FS-CNV-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO PAINEL."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT GLOSAS
           IF WS-FS-GLO-OK
              SET GLOSAS-DISPONIVEIS  TO TRUE
           END-IF

           OPEN INPUT PROCEDS
           IF WS-FS-PRC-OK
              SET PROCEDS-DISPONIVEIS TO TRUE
           END-IF

           OPEN INPUT PRCONV
           IF WS-FS-PCV-OK
              SET PRECOS-DISPONIVEIS  TO TRUE
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-CONVENIOS
                      WS-TAB-GLOSAS
           .
      *----------------------------------------------------------------
      *   TODOS OS CONVENIOS DO CADASTRO ENTRAM NA TABELA; SO SAEM NO
      *   PAINEL OS QUE TIVERAM LOTE NO PERIODO
      *----------------------------------------------------------------
       P015-CARREGA-CONVENIOS.

           READ CONVENIOS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-CNV
               NOT AT END
                  IF WS-QTD-CONV LESS 200
                     ADD 1            TO WS-QTD-CONV
                     MOVE ID-CONV     TO WS-TAB-ID-CONV (WS-QTD-CONV)
                     MOVE NM-CONV     TO WS-TAB-NM-CONV (WS-QTD-CONV)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
       P020-CABECALHO.
      *----------------------------------------------------------------
           MOVE WS-DATA-HOJE          TO WS-CAB-DATA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   LOTE NORMAL DA COMPETENCIA DO PERIODO: ACUMULA OS VALORES E,
      *   SE JA RETORNOU, OS DIAS ENTRE A GERACAO E O RETORNO
      *----------------------------------------------------------------
       P030-LE-LOTE.

           READ LOTES NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  IF LOTE-NORMAL
                     AND COMP-LOTE NOT LESS WS-COMP-INI
                     AND COMP-LOTE NOT GREATER WS-COMP-FIM
                     PERFORM P035-ACUMULA-LOTE
                  END-IF
           END-READ
           .
       P035-ACUMULA-LOTE.

           PERFORM P045-PROCURA-CONVENIO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-CONV
                  OR WS-TAB-ID-CONV (WS-IND) EQUAL ID-CONV-LOTE

           IF WS-IND GREATER WS-QTD-CONV AND WS-QTD-CONV LESS 200
              ADD 1                   TO WS-QTD-CONV
              MOVE WS-QTD-CONV        TO WS-IND
              MOVE ID-CONV-LOTE       TO WS-TAB-ID-CONV (WS-IND)
              MOVE "*CONVENIO NAO ENCONTRADO*"
                                      TO WS-TAB-NM-CONV (WS-IND)
           END-IF

           IF WS-IND GREATER WS-QTD-CONV
              DISPLAY "TABELA DE CONVENIOS CHEIA, LOTE " ID-LOTE
                      " DESPREZADO."
           ELSE
              ADD 1                   TO WS-QTD-LOTES-PER
              ADD 1                   TO WS-TAB-QTD-LOTES (WS-IND)
              ADD VLR-TOTAL-LOTE      TO WS-TAB-FATURADO (WS-IND)
              ADD VLR-PAGO-LOTE       TO WS-TAB-PAGO (WS-IND)
              ADD VLR-GLOSA-LOTE      TO WS-TAB-GLOSADO (WS-IND)
              IF LOTE-RETORNADO AND NOT LOTE-SEM-RETORNO
                 CALL "PGMDIADIF" USING DATA-GER-LOTE, DATA-RET-LOTE,
                                        WS-DIAS-RET
                 ADD 1                TO WS-TAB-QTD-RET (WS-IND)
                 ADD WS-DIAS-RET      TO WS-TAB-SOMA-DIAS (WS-IND)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   GLOSA DE UM LOTE DO PERIODO: SOMA NO CODIGO DE GLOSA DO
      *   CONVENIO E, SE RECUPERADA NO RECURSO, NO RECUPERADO
      *----------------------------------------------------------------
       P040-LE-GLOSA.

           READ GLOSAS
               AT END
                  SET WS-EOF-GLO-OK   TO TRUE
                  GO TO P040-FIM
           END-READ

           MOVE ID-LOTE-GLOSA         TO ID-LOTE

           READ LOTES
               INVALID KEY
                  GO TO P040-FIM
           END-READ

           IF NOT LOTE-NORMAL
              OR COMP-LOTE LESS WS-COMP-INI
              OR COMP-LOTE GREATER WS-COMP-FIM
              GO TO P040-FIM
           END-IF

           PERFORM P045-PROCURA-CONVENIO
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER WS-QTD-CONV
                  OR WS-TAB-ID-CONV (WS-IND) EQUAL ID-CONV-LOTE

           IF WS-IND GREATER WS-QTD-CONV
              GO TO P040-FIM
           END-IF

           IF GLOSA-RECUPERADA
              ADD VLR-RECUP-GLOSA     TO WS-TAB-RECUPERADO (WS-IND)
           END-IF

           PERFORM P046-PROCURA-CODIGO
               VARYING WS-IND-G FROM 1 BY 1
               UNTIL WS-IND-G GREATER WS-QTD-GLO
                  OR (WS-TAB-GLO-CNV (WS-IND-G) EQUAL WS-IND
                  AND WS-TAB-GLO-COD (WS-IND-G) EQUAL COD-GLOSA)

           IF WS-IND-G GREATER WS-QTD-GLO
              IF WS-QTD-GLO NOT LESS 2000
                 DISPLAY "TABELA DE CODIGOS DE GLOSA CHEIA, CODIGO "
                         COD-GLOSA " DESPREZADO."
                 GO TO P040-FIM
              END-IF
              ADD 1                   TO WS-QTD-GLO
              MOVE WS-QTD-GLO         TO WS-IND-G
              MOVE WS-IND             TO WS-TAB-GLO-CNV (WS-IND-G)
              MOVE COD-GLOSA          TO WS-TAB-GLO-COD (WS-IND-G)
           END-IF

           ADD VLR-GLOSA              TO WS-TAB-GLO-VLR (WS-IND-G)
           ADD 1                      TO WS-TAB-GLO-QTD (WS-IND-G)
           .
       P040-FIM.
           EXIT.
       P045-PROCURA-CONVENIO.

           CONTINUE
           .
       P046-PROCURA-CODIGO.

           CONTINUE
           .
      *----------------------------------------------------------------
      *   BLOCO DO CONVENIO: VALORES, PRINCIPAIS GLOSAS E TABELA
      *----------------------------------------------------------------
       P050-IMPRIME-CONVENIO.

           IF WS-TAB-QTD-LOTES (WS-IND) EQUAL ZEROS
              GO TO P050-FIM
           END-IF

           MOVE WS-TAB-ID-CONV (WS-IND) TO WS-LCV-CONV
           MOVE WS-TAB-NM-CONV (WS-IND) TO WS-LCV-NM-CONV

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-CONV         TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TAB-QTD-LOTES (WS-IND)  TO WS-LVL-QTD
           MOVE WS-TAB-FATURADO (WS-IND)   TO WS-LVL-FATURADO
           MOVE WS-TAB-PAGO (WS-IND)       TO WS-LVL-PAGO
           MOVE WS-TAB-GLOSADO (WS-IND)    TO WS-LVL-GLOSADO
           MOVE WS-TAB-RECUPERADO (WS-IND) TO WS-LVL-RECUPERADO

           MOVE ZEROS                 TO WS-PERC
           IF WS-TAB-FATURADO (WS-IND) GREATER ZEROS
              COMPUTE WS-PERC ROUNDED =
                      (WS-TAB-PAGO (WS-IND)
                     + WS-TAB-RECUPERADO (WS-IND)) * 100
                     / WS-TAB-FATURADO (WS-IND)
                  ON SIZE ERROR
                     MOVE 999,99      TO WS-PERC
              END-COMPUTE
           END-IF
           MOVE WS-PERC               TO WS-LVL-PERC

           IF WS-TAB-QTD-RET (WS-IND) EQUAL ZEROS
              MOVE "  -"              TO WS-LVL-DIAS
           ELSE
              COMPUTE WS-MEDIA-DIAS ROUNDED =
                      WS-TAB-SOMA-DIAS (WS-IND)
                    / WS-TAB-QTD-RET (WS-IND)
              PERFORM P055-FORMATA-DIAS
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-VALORES      TO REL-LINHA
           WRITE REL-LINHA

           ADD WS-TAB-QTD-LOTES (WS-IND)  TO WS-TOT-QTD-LOTES
           ADD WS-TAB-FATURADO (WS-IND)   TO WS-TOT-FATURADO
           ADD WS-TAB-PAGO (WS-IND)       TO WS-TOT-PAGO
           ADD WS-TAB-GLOSADO (WS-IND)    TO WS-TOT-GLOSADO
           ADD WS-TAB-RECUPERADO (WS-IND) TO WS-TOT-RECUPERADO
           ADD WS-TAB-QTD-RET (WS-IND)    TO WS-TOT-QTD-RET
           ADD WS-TAB-SOMA-DIAS (WS-IND)  TO WS-TOT-SOMA-DIAS

           PERFORM P060-PRINCIPAIS-GLOSAS
           PERFORM P070-TABELA-PRECOS THRU P070-FIM

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
       P050-FIM.
           EXIT.
       P055-FORMATA-DIAS.

           MOVE WS-MEDIA-DIAS         TO WS-DIAS-ED
           MOVE WS-DIAS-ED            TO WS-LVL-DIAS
           .
      *----------------------------------------------------------------
      *   OS TRES CODIGOS DE GLOSA DE MAIOR VALOR DO CONVENIO
      *----------------------------------------------------------------
       P060-PRINCIPAIS-GLOSAS.

           MOVE SPACES                TO REL-LINHA
           MOVE "      PRINCIPAIS GLOSAS DO PERIODO:" TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-QTD-TOP
           PERFORM P061-MAIOR-GLOSA 3 TIMES

           IF WS-QTD-TOP EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              MOVE "        NENHUMA GLOSA NOS LOTES DO PERIODO."
                                      TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       P061-MAIOR-GLOSA.

           MOVE ZEROS                 TO WS-IND-MAIOR

           PERFORM P062-COMPARA-GLOSA
               VARYING WS-IND-G FROM 1 BY 1
               UNTIL WS-IND-G GREATER WS-QTD-GLO

           IF WS-IND-MAIOR GREATER ZEROS
              SET WS-TAB-GLO-IMPRESSA (WS-IND-MAIOR) TO TRUE
              ADD 1                   TO WS-QTD-TOP
              MOVE WS-QTD-TOP         TO WS-LGL-RANK
              MOVE WS-TAB-GLO-COD (WS-IND-MAIOR) TO WS-LGL-COD
              MOVE WS-TAB-GLO-QTD (WS-IND-MAIOR) TO WS-LGL-QTD
              MOVE WS-TAB-GLO-VLR (WS-IND-MAIOR) TO WS-LGL-VLR
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-GLOSA     TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       P062-COMPARA-GLOSA.

           IF WS-TAB-GLO-CNV (WS-IND-G) EQUAL WS-IND
              AND NOT WS-TAB-GLO-IMPRESSA (WS-IND-G)
              IF WS-IND-MAIOR EQUAL ZEROS
                 MOVE WS-IND-G        TO WS-IND-MAIOR
              ELSE
                 IF WS-TAB-GLO-VLR (WS-IND-G)
                    GREATER WS-TAB-GLO-VLR (WS-IND-MAIOR)
                    MOVE WS-IND-G     TO WS-IND-MAIOR
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   TABELA NEGOCIADA DO CONVENIO CONTRA O PRECO PARTICULAR DO
      *   CATALOGO: DESCONTO = (PARTICULAR - NEGOCIADO) / PARTICULAR
      *----------------------------------------------------------------
       P070-TABELA-PRECOS.

           IF NOT PRECOS-DISPONIVEIS
              GO TO P070-FIM
           END-IF

           MOVE ZEROS                 TO WS-QTD-PRECOS
                                          WS-SOMA-PARTIC
                                          WS-SOMA-NEGOC
           SET WS-EOF-PCV-OK          TO FALSE

           MOVE WS-TAB-ID-CONV (WS-IND) TO ID-CONV-PC
           MOVE ZEROS                 TO ID-PROC-PC

           START PRCONV KEY IS NOT LESS THAN CHAVE-PRCONV
               INVALID KEY
                  SET WS-EOF-PCV-OK   TO TRUE
           END-START

           MOVE SPACES                TO REL-LINHA
           MOVE "      TABELA NEGOCIADA X PRECO PARTICULAR:"
                                      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-PRECOS         TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P071-LE-PRECO THRU P071-FIM
               UNTIL WS-EOF-PCV-OK

           IF WS-QTD-PRECOS EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              MOVE "        CONVENIO SEM TABELA NEGOCIADA."
                                      TO REL-LINHA
              WRITE REL-LINHA
              GO TO P070-FIM
           END-IF

           MOVE ZEROS                 TO WS-PERC
           IF WS-SOMA-PARTIC GREATER ZEROS
              COMPUTE WS-PERC ROUNDED =
                      (WS-SOMA-PARTIC - WS-SOMA-NEGOC) * 100
                     / WS-SOMA-PARTIC
                  ON SIZE ERROR
                     MOVE ZEROS       TO WS-PERC
              END-COMPUTE
           END-IF

           MOVE WS-PERC               TO WS-LDM-PERC
           MOVE WS-QTD-PRECOS         TO WS-LDM-QTD

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-DESC-MEDIO   TO REL-LINHA
           WRITE REL-LINHA
           .
       P070-FIM.
           EXIT.
       P071-LE-PRECO.

           READ PRCONV NEXT RECORD
               AT END
                  SET WS-EOF-PCV-OK   TO TRUE
                  GO TO P071-FIM
           END-READ

           IF ID-CONV-PC NOT EQUAL WS-TAB-ID-CONV (WS-IND)
              SET WS-EOF-PCV-OK       TO TRUE
              GO TO P071-FIM
           END-IF

           MOVE "*PROCEDIMENTO NAO ENCONTRADO*" TO NM-PROC
           MOVE ZEROS                 TO VLR-PROC

           IF PROCEDS-DISPONIVEIS
              MOVE ID-PROC-PC         TO ID-PROC
              READ PROCEDS
                  INVALID KEY
                     MOVE "*PROCEDIMENTO NAO ENCONTRADO*" TO NM-PROC
                     MOVE ZEROS       TO VLR-PROC
              END-READ
           END-IF

           MOVE ZEROS                 TO WS-PERC
           IF VLR-PROC GREATER ZEROS
              COMPUTE WS-PERC ROUNDED =
                      (VLR-PROC - VLR-PRCONV) * 100 / VLR-PROC
                  ON SIZE ERROR
                     MOVE -999,99     TO WS-PERC
              END-COMPUTE
              ADD 1                   TO WS-QTD-PRECOS
              ADD VLR-PROC            TO WS-SOMA-PARTIC
              ADD VLR-PRCONV          TO WS-SOMA-NEGOC
           END-IF

           MOVE ID-PROC-PC            TO WS-LPR-PROC
           MOVE NM-PROC               TO WS-LPR-NM-PROC
           MOVE VLR-PROC              TO WS-LPR-PARTIC
           MOVE VLR-PRCONV            TO WS-LPR-NEGOC
           MOVE WS-PERC               TO WS-LPR-PERC

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PRECO        TO REL-LINHA
           WRITE REL-LINHA
           .
       P071-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CONSOLIDADO DE TODOS OS CONVENIOS NO PERIODO
      *----------------------------------------------------------------
       P080-TOTAL-GERAL.

           MOVE SPACES                TO REL-LINHA
           MOVE "TOTAL GERAL DO PERIODO" TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOT-QTD-LOTES      TO WS-LVL-QTD
           MOVE WS-TOT-FATURADO       TO WS-LVL-FATURADO
           MOVE WS-TOT-PAGO           TO WS-LVL-PAGO
           MOVE WS-TOT-GLOSADO        TO WS-LVL-GLOSADO
           MOVE WS-TOT-RECUPERADO     TO WS-LVL-RECUPERADO

           MOVE ZEROS                 TO WS-PERC
           IF WS-TOT-FATURADO GREATER ZEROS
              COMPUTE WS-PERC ROUNDED =
                      (WS-TOT-PAGO + WS-TOT-RECUPERADO) * 100
                     / WS-TOT-FATURADO
                  ON SIZE ERROR
                     MOVE 999,99      TO WS-PERC
              END-COMPUTE
           END-IF
           MOVE WS-PERC               TO WS-LVL-PERC

           IF WS-TOT-QTD-RET EQUAL ZEROS
              MOVE "  -"              TO WS-LVL-DIAS
           ELSE
              COMPUTE WS-MEDIA-DIAS ROUNDED =
                      WS-TOT-SOMA-DIAS / WS-TOT-QTD-RET
              PERFORM P055-FORMATA-DIAS
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-VALORES      TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P090-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE LOTES
           CLOSE CONVENIOS
           CLOSE RELCNVSC

           IF GLOSAS-DISPONIVEIS
              CLOSE GLOSAS
           END-IF
           IF PROCEDS-DISPONIVEIS
              CLOSE PROCEDS
           END-IF
           IF PRECOS-DISPONIVEIS
              CLOSE PRCONV
           END-IF
           .
       END PROGRAM PGMCNVSC.
