      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DAS BAIXAS DE ESTOQUE POR PERDA
      *          (ARQPERDA) NUMA COMPETENCIA AAAAMM: PARA CADA ITEM,
      *          QUANTIDADE E VALOR PERDIDOS POR MOTIVO (VENCIDO,
      *          QUEBRADO, CONTAMINADO, EXTRAVIADO) COM O SUBTOTAL DO
      *          ITEM; DEPOIS O RESUMO POR MOTIVO E POR FILIAL E O
      *          TOTAL GERAL, QUE E O VALOR LEVADO AO DRE (PGMDRE) E
      *          SERVE DE BASE PARA AS COMPRAS. SAI EM RELPERDA.LST,
      *          GUARDADO NO SPOOL PELO PGMSPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPERREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDAS ASSIGN TO
           WS-PATH-ARQPERDA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PERDA
           FILE STATUS  IS WS-FS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT RELPERDA ASSIGN TO
           WS-PATH-RELPERDA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PERDAS.
           COPY CPYPERDA.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD RELPERDA
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       01 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       01 REDEFINES WS-COMPETENCIA.
          03 WS-COMP-ANO          PIC 9(04).
          03 WS-COMP-MES          PIC 9(02).
       77 WS-DATA-DE              PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-ATE             PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-ITENS            PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-IND-ACHOU            PIC 9(03)  VALUE ZEROS.
       77 WS-IND-FIL              PIC 9(03)  VALUE ZEROS.
       77 WS-MOT                  PIC 9(01)  VALUE ZEROS.
       77 WS-EST-ABERTO           PIC X(01)  VALUE 'N'.
          88 ESTOQUE-ABERTO       VALUE 'S'.
       77 WS-SUB-QTD              PIC 9(08)  VALUE ZEROS.
       77 WS-SUB-VLR              PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-BAIXAS           PIC 9(06)  VALUE ZEROS.
       77 WS-TOT-QTD              PIC 9(08)  VALUE ZEROS.
       77 WS-TOT-VLR              PIC 9(10)V99 VALUE ZEROS.

      *   UMA LINHA POR ITEM, COM OS QUATRO MOTIVOS NA ORDEM VENCIDO,
      *   QUEBRADO, CONTAMINADO E EXTRAVIADO
       01 WS-TAB-ITENS.
          03 WS-TAB-ITEM OCCURS 300 TIMES.
             05 WS-TAB-ID-ESTQ    PIC 9(04).
             05 WS-TAB-MOTIVO OCCURS 4 TIMES.
                07 WS-TAB-QTD     PIC 9(07).
                07 WS-TAB-VLR     PIC 9(09)V99.

      *   FILIAL NN NA POSICAO NN + 1 (A POSICAO 1 E A BAIXA SEM
      *   FILIAL), TAMBEM POR MOTIVO
       01 WS-TAB-FILIAIS.
          03 WS-TAB-FIL OCCURS 100 TIMES.
             05 WS-FIL-MOTIVO OCCURS 4 TIMES.
                07 WS-FIL-QTD     PIC 9(07).
                07 WS-FIL-VLR     PIC 9(09)V99.
             05 WS-FIL-BAIXAS     PIC 9(05).

       01 WS-TAB-TOT-MOTIVOS.
          03 WS-TOT-MOTIVO OCCURS 4 TIMES.
             05 WS-TOT-MOT-BAIXAS PIC 9(06).
             05 WS-TOT-MOT-QTD    PIC 9(08).
             05 WS-TOT-MOT-VLR    PIC 9(10)V99.

       01 WS-NOMES-MOTIVO.
          03 FILLER               PIC X(12)  VALUE "VENCIDO".
          03 FILLER               PIC X(12)  VALUE "QUEBRADO".
          03 FILLER               PIC X(12)  VALUE "CONTAMINADO".
          03 FILLER               PIC X(12)  VALUE "EXTRAVIADO".
       01 REDEFINES WS-NOMES-MOTIVO.
          03 WS-NOME-MOTIVO       PIC X(12) OCCURS 4 TIMES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "PERDAS DE ESTOQUE POR ITEM, MOTIVO E FILIAL".

       01 WS-LINHA-PERIODO.
          03 FILLER               PIC X(14)  VALUE "COMPETENCIA: ".
          03 WS-CAB-MES           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-CAB-ANO           PIC 9(04).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "    MOTIVO          QUANTIDADE          ".
          03 FILLER               PIC X(20)  VALUE
             "  VALOR".

       01 WS-LINHA-ITEM.
          03 FILLER               PIC X(06)  VALUE "ITEM: ".
          03 WS-LI-ID             PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-LI-DESC           PIC X(30).

       01 WS-DETALHE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-MOTIVO        PIC X(12).
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-QTD           PIC ZZ.ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-SUBTOTAL.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(16)  VALUE "TOTAL DO ITEM".
          03 WS-SUB-DET-QTD       PIC ZZ.ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-SUB-DET-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TIT-MOTIVOS          PIC X(40)  VALUE
             "RESUMO POR MOTIVO".

       01 WS-TIT-FILIAIS          PIC X(40)  VALUE
             "RESUMO POR FILIAL".

       01 WS-LINHA-RESUMO.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-RES-NOME          PIC X(12).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-RES-BAIXAS        PIC ZZZ.ZZ9.
          03 FILLER               PIC X(08)  VALUE " BAIXAS ".
          03 WS-RES-QTD           PIC ZZ.ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-RES-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-NOME-FILIAL.
          03 FILLER               PIC X(07)  VALUE "FILIAL ".
          03 WS-NF-FILIAL         PIC 9(02).
          03 FILLER               PIC X(03)  VALUE SPACES.

       01 WS-LINHA-FIL-MOTIVO.
          03 FILLER               PIC X(08)  VALUE SPACES.
          03 WS-LFM-MOTIVO        PIC X(12).
          03 FILLER               PIC X(11)  VALUE SPACES.
          03 WS-LFM-QTD           PIC ZZ.ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-LFM-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 FILLER               PIC X(18)  VALUE "TOTAL GERAL".
          03 WS-TOT-DET-BAIXAS    PIC ZZZ.ZZ9.
          03 FILLER               PIC X(08)  VALUE " BAIXAS ".
          03 WS-TOT-DET-QTD       PIC ZZ.ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-TOT-DET-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-VAZIA          PIC X(40)  VALUE
             "NENHUMA PERDA NA COMPETENCIA.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELPERDA".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-PERDA
           PERFORM P030-PROCESSA-PERDA UNTIL WS-FS-EOF
           PERFORM P040-IMPRIME-RELATORIO THRU P040-FIM
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELPERDA,
                                 WS-SPOOL-PARMS

           DISPLAY "RELATORIO DE PERDAS CONCLUIDO."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERDA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPERDA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELPERDA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELPERDA
           END-IF
           .
      *----------------------------------------------------------------
      *   COMPETENCIA AAAAMM (ZERO = MES CORRENTE)
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           DISPLAY "COMPETENCIA DAS PERDAS (AAAAMM, ZERO = MES "
                   "CORRENTE): "
           ACCEPT WS-COMPETENCIA

           IF WS-COMPETENCIA EQUAL ZEROS
              ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
              DIVIDE WS-DATA-HOJE BY 100 GIVING WS-COMPETENCIA
           END-IF

           IF WS-COMP-MES LESS 01 OR WS-COMP-MES GREATER 12
              DISPLAY "COMPETENCIA INVALIDA."
              GOBACK
           END-IF

           COMPUTE WS-DATA-DE  = WS-COMPETENCIA * 100 + 01
           COMPUTE WS-DATA-ATE = WS-COMPETENCIA * 100 + 31
           .
      *----------------------------------------------------------------
      *   SEM ARQPERDA NAO HA O QUE LISTAR; SEM O CADASTRO DE ITENS O
      *   RELATORIO SAI SEM AS DESCRICOES
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT PERDAS

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA BAIXA POR PERDA REGISTRADA."
              GOBACK
           END-IF

           OPEN OUTPUT RELPERDA

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE PERDAS."
              GOBACK
           END-IF

           OPEN INPUT ESTOQUE
           IF WS-FS-EST-OK
              MOVE 'S'                TO WS-EST-ABERTO
           END-IF

           MOVE ZEROS                 TO WS-QTD-ITENS
           INITIALIZE WS-TAB-ITENS
                      WS-TAB-FILIAIS
                      WS-TAB-TOT-MOTIVOS
           .
      *----------------------------------------------------------------
       P020-LER-PERDA.
      *----------------------------------------------------------------
           READ PERDAS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   BAIXA DA COMPETENCIA ENTRA NA LINHA DO ITEM, NA FILIAL E NO
      *   TOTAL DO MOTIVO
      *----------------------------------------------------------------
       P030-PROCESSA-PERDA.
      *----------------------------------------------------------------
           IF DATA-PERDA NOT LESS WS-DATA-DE
              AND DATA-PERDA NOT GREATER WS-DATA-ATE
              PERFORM P031-ACUMULA-ITEM
           END-IF

           PERFORM P020-LER-PERDA
           .
       P031-ACUMULA-ITEM.

           EVALUATE TRUE
               WHEN PERDA-VENCIDO
                  MOVE 1              TO WS-MOT
               WHEN PERDA-QUEBRADO
                  MOVE 2              TO WS-MOT
               WHEN PERDA-CONTAMINADO
                  MOVE 3              TO WS-MOT
               WHEN OTHER
                  MOVE 4              TO WS-MOT
           END-EVALUATE

           MOVE ZEROS                 TO WS-IND-ACHOU
           MOVE ZEROS                 TO WS-IND

           PERFORM P032-COMPARA-ITEM
              UNTIL WS-IND NOT LESS WS-QTD-ITENS
                 OR WS-IND-ACHOU GREATER ZEROS

           IF WS-IND-ACHOU EQUAL ZEROS
              IF WS-QTD-ITENS LESS 300
                 ADD 1                TO WS-QTD-ITENS
                 MOVE WS-QTD-ITENS    TO WS-IND-ACHOU
                 MOVE ID-ESTQ-PERDA   TO WS-TAB-ID-ESTQ (WS-IND-ACHOU)
              ELSE
                 DISPLAY "TABELA DE ITENS CHEIA (300). ITEM "
                         ID-ESTQ-PERDA " FORA DO DETALHE POR ITEM."
              END-IF
           END-IF

           IF WS-IND-ACHOU GREATER ZEROS
              ADD QTD-PERDA     TO WS-TAB-QTD (WS-IND-ACHOU WS-MOT)
              ADD VLR-PERDA     TO WS-TAB-VLR (WS-IND-ACHOU WS-MOT)
           END-IF

           COMPUTE WS-IND-FIL = FILIAL-PERDA + 1
           ADD 1                TO WS-FIL-BAIXAS (WS-IND-FIL)
           ADD QTD-PERDA        TO WS-FIL-QTD (WS-IND-FIL WS-MOT)
           ADD VLR-PERDA        TO WS-FIL-VLR (WS-IND-FIL WS-MOT)

           ADD 1                      TO WS-TOT-MOT-BAIXAS (WS-MOT)
           ADD QTD-PERDA              TO WS-TOT-MOT-QTD (WS-MOT)
           ADD VLR-PERDA              TO WS-TOT-MOT-VLR (WS-MOT)

           ADD 1                      TO WS-TOT-BAIXAS
           ADD QTD-PERDA              TO WS-TOT-QTD
           ADD VLR-PERDA              TO WS-TOT-VLR
           .
       P032-COMPARA-ITEM.

           ADD 1                      TO WS-IND

           IF WS-TAB-ID-ESTQ (WS-IND) EQUAL ID-ESTQ-PERDA
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
      *   UM BLOCO POR ITEM, UMA LINHA POR MOTIVO COM PERDA E O
      *   SUBTOTAL DO ITEM; DEPOIS OS RESUMOS E O TOTAL GERAL
      *----------------------------------------------------------------
       P040-IMPRIME-RELATORIO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMP-MES           TO WS-CAB-MES
           MOVE WS-COMP-ANO           TO WS-CAB-ANO
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PERIODO      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOT-BAIXAS EQUAL ZEROS
              MOVE WS-LINHA-VAZIA     TO REL-LINHA
              WRITE REL-LINHA
              GO TO P040-FIM
           END-IF

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-IND

           PERFORM P045-IMPRIME-ITEM
              UNTIL WS-IND NOT LESS WS-QTD-ITENS

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TIT-MOTIVOS        TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P050-RESUMO-MOTIVO THRU P050-FIM
              VARYING WS-MOT FROM 1 BY 1 UNTIL WS-MOT GREATER 4

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TIT-FILIAIS        TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P055-RESUMO-FILIAL THRU P055-FIM
              VARYING WS-IND-FIL FROM 1 BY 1
                 UNTIL WS-IND-FIL GREATER 100

           MOVE WS-TOT-BAIXAS         TO WS-TOT-DET-BAIXAS
           MOVE WS-TOT-QTD            TO WS-TOT-DET-QTD
           MOVE WS-TOT-VLR            TO WS-TOT-DET-VLR

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           .
       P040-FIM.
           EXIT.
       P045-IMPRIME-ITEM.

           ADD 1                      TO WS-IND

           MOVE WS-TAB-ID-ESTQ (WS-IND) TO ID-ESTQ
           MOVE SPACES                TO DESC-ESTQ

           IF ESTOQUE-ABERTO
              READ ESTOQUE
                  INVALID KEY
                     MOVE "** ITEM NAO CADASTRADO **" TO DESC-ESTQ
              END-READ
           END-IF

           MOVE WS-TAB-ID-ESTQ (WS-IND) TO WS-LI-ID
           MOVE DESC-ESTQ             TO WS-LI-DESC

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-ITEM         TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-SUB-QTD
                                         WS-SUB-VLR

           PERFORM P046-IMPRIME-MOTIVO THRU P046-FIM
              VARYING WS-MOT FROM 1 BY 1 UNTIL WS-MOT GREATER 4

           MOVE WS-SUB-QTD            TO WS-SUB-DET-QTD
           MOVE WS-SUB-VLR            TO WS-SUB-DET-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-SUBTOTAL     TO REL-LINHA
           WRITE REL-LINHA
           .
       P046-IMPRIME-MOTIVO.

           IF WS-TAB-QTD (WS-IND WS-MOT) EQUAL ZEROS
              AND WS-TAB-VLR (WS-IND WS-MOT) EQUAL ZEROS
              GO TO P046-FIM
           END-IF

           MOVE WS-NOME-MOTIVO (WS-MOT)       TO WS-DET-MOTIVO
           MOVE WS-TAB-QTD (WS-IND WS-MOT)    TO WS-DET-QTD
           MOVE WS-TAB-VLR (WS-IND WS-MOT)    TO WS-DET-VLR

           ADD WS-TAB-QTD (WS-IND WS-MOT)     TO WS-SUB-QTD
           ADD WS-TAB-VLR (WS-IND WS-MOT)     TO WS-SUB-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P046-FIM.
           EXIT.
      *----------------------------------------------------------------
       P050-RESUMO-MOTIVO.
      *----------------------------------------------------------------
           IF WS-TOT-MOT-BAIXAS (WS-MOT) EQUAL ZEROS
              GO TO P050-FIM
           END-IF

           MOVE WS-NOME-MOTIVO (WS-MOT)      TO WS-RES-NOME
           MOVE WS-TOT-MOT-BAIXAS (WS-MOT)   TO WS-RES-BAIXAS
           MOVE WS-TOT-MOT-QTD (WS-MOT)      TO WS-RES-QTD
           MOVE WS-TOT-MOT-VLR (WS-MOT)      TO WS-RES-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-RESUMO       TO REL-LINHA
           WRITE REL-LINHA
           .
       P050-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   UMA LINHA POR FILIAL COM PERDA, ABERTA POR MOTIVO
      *----------------------------------------------------------------
       P055-RESUMO-FILIAL.
      *----------------------------------------------------------------
           IF WS-FIL-BAIXAS (WS-IND-FIL) EQUAL ZEROS
              GO TO P055-FIM
           END-IF

           COMPUTE WS-NF-FILIAL = WS-IND-FIL - 1

           MOVE ZEROS                 TO WS-SUB-QTD
                                         WS-SUB-VLR
           PERFORM P056-SOMA-FILIAL
              VARYING WS-MOT FROM 1 BY 1 UNTIL WS-MOT GREATER 4

           MOVE WS-NOME-FILIAL        TO WS-RES-NOME
           MOVE WS-FIL-BAIXAS (WS-IND-FIL) TO WS-RES-BAIXAS
           MOVE WS-SUB-QTD            TO WS-RES-QTD
           MOVE WS-SUB-VLR            TO WS-RES-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-RESUMO       TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P057-FILIAL-MOTIVO THRU P057-FIM
              VARYING WS-MOT FROM 1 BY 1 UNTIL WS-MOT GREATER 4
           .
       P055-FIM.
           EXIT.
       P056-SOMA-FILIAL.

           ADD WS-FIL-QTD (WS-IND-FIL WS-MOT) TO WS-SUB-QTD
           ADD WS-FIL-VLR (WS-IND-FIL WS-MOT) TO WS-SUB-VLR
           .
       P057-FILIAL-MOTIVO.

           IF WS-FIL-QTD (WS-IND-FIL WS-MOT) EQUAL ZEROS
              AND WS-FIL-VLR (WS-IND-FIL WS-MOT) EQUAL ZEROS
              GO TO P057-FIM
           END-IF

           MOVE WS-NOME-MOTIVO (WS-MOT)         TO WS-LFM-MOTIVO
           MOVE WS-FIL-QTD (WS-IND-FIL WS-MOT)  TO WS-LFM-QTD
           MOVE WS-FIL-VLR (WS-IND-FIL WS-MOT)  TO WS-LFM-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-FIL-MOTIVO   TO REL-LINHA
           WRITE REL-LINHA
           .
       P057-FIM.
           EXIT.
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PERDAS
           CLOSE RELPERDA

           IF ESTOQUE-ABERTO
              CLOSE ESTOQUE
           END-IF
           .
       END PROGRAM PGMPERREL.
