      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO DAS DEVOLUCOES A FORNECEDOR POR FORNECEDOR E
      *          MOTIVO (DEFEITO, ITEM ERRADO, VALIDADE, OUTRO) NUM
      *          PERIODO: VARRE ARQDEVFOR E, PARA CADA FORNECEDOR,
      *          SOMA DOCUMENTOS, QUANTIDADE E VALOR POR MOTIVO, QUANTO
      *          FOI ABATIDO DE TITULOS EM ABERTO E QUANTO VIROU
      *          CREDITO, COM O SALDO DE CREDITO ATUAL (PGMCREDFOR).
      *          PODE SER RESTRITO A UM FORNECEDOR. SAI EM
      *          RELDEVFOR.LST, GUARDADO NO SPOOL PELO PGMSPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEVREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCOES ASSIGN TO
           WS-PATH-ARQDEVFOR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-DEV
           FILE STATUS  IS WS-FS.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT RELDEVFOR ASSIGN TO
           WS-PATH-RELDEVFOR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD DEVOLUCOES.
           COPY CPYDEVFOR.

       FD FORNECED.
           COPY CPYFORN.

       FD RELDEVFOR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-DE              PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-ATE             PIC 9(08)  VALUE ZEROS.
       77 WS-ID-FORN-FILTRO       PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-FORN             PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-IND-ACHOU            PIC 9(03)  VALUE ZEROS.
       77 WS-MOT                  PIC 9(01)  VALUE ZEROS.
       77 WS-FRN-ABERTO           PIC X(01)  VALUE 'N'.
          88 FORNECED-ABERTO      VALUE 'S'.
       77 WS-TOT-DOCS             PIC 9(06)  VALUE ZEROS.
       77 WS-TOT-QTD              PIC 9(08)  VALUE ZEROS.
       77 WS-TOT-VLR              PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-ABAT             PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-CRED             PIC 9(10)V99 VALUE ZEROS.

       77 WS-CRF-ACAO             PIC X(01)  VALUE 'S'.
       77 WS-CRF-TIPO             PIC X(01)  VALUE SPACE.
       77 WS-CRF-ID-FORN          PIC 9(04)  VALUE ZEROS.
       77 WS-CRF-VLR              PIC 9(08)V99 VALUE ZEROS.
       77 WS-CRF-DOC              PIC 9(08)  VALUE ZEROS.
       77 WS-CRF-LOGIN            PIC X(10)  VALUE SPACES.
       77 WS-CRF-OK               PIC X(01)  VALUE 'N'.
       77 WS-CRF-SALDO            PIC 9(08)V99 VALUE ZEROS.

      *   UMA LINHA POR FORNECEDOR, COM OS QUATRO MOTIVOS NA ORDEM
      *   DEFEITO, ITEM ERRADO, VALIDADE E OUTRO
       01 WS-TAB-FORNECEDORES.
          03 WS-TAB-FORN OCCURS 200 TIMES.
             05 WS-TAB-ID-FORN    PIC 9(04).
             05 WS-TAB-MOTIVO OCCURS 4 TIMES.
                07 WS-TAB-DOCS    PIC 9(05).
                07 WS-TAB-QTD     PIC 9(07).
                07 WS-TAB-VLR     PIC 9(09)V99.
             05 WS-TAB-ABAT       PIC 9(09)V99.
             05 WS-TAB-CRED       PIC 9(09)V99.

       01 WS-NOMES-MOTIVO.
          03 FILLER               PIC X(12)  VALUE "DEFEITO".
          03 FILLER               PIC X(12)  VALUE "ITEM ERRADO".
          03 FILLER               PIC X(12)  VALUE "VALIDADE".
          03 FILLER               PIC X(12)  VALUE "OUTRO".
       01 REDEFINES WS-NOMES-MOTIVO.
          03 WS-NOME-MOTIVO       PIC X(12) OCCURS 4 TIMES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "DEVOLUCOES A FORNECEDOR POR MOTIVO".

       01 WS-LINHA-PERIODO.
          03 FILLER               PIC X(10)  VALUE "PERIODO: ".
          03 WS-CAB-DE            PIC 9(08).
          03 FILLER               PIC X(03)  VALUE " A ".
          03 WS-CAB-ATE           PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "    MOTIVO          DOCS   QUANTIDADE   ".
          03 FILLER               PIC X(20)  VALUE
             "         VALOR".

       01 WS-LINHA-FORN.
          03 FILLER               PIC X(12)  VALUE "FORNECEDOR: ".
          03 WS-LF-ID             PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-LF-NOME           PIC X(30).

       01 WS-DETALHE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-MOTIVO        PIC X(12).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DOCS          PIC ZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-QTD           PIC Z.ZZZ.ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-ACERTO.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(17)  VALUE "ABATIDO TITULOS: ".
          03 WS-LA-ABAT           PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(14)  VALUE "  EM CREDITO: ".
          03 WS-LA-CRED           PIC ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(16)  VALUE "  SALDO ATUAL: ".
          03 WS-LA-SALDO          PIC ZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL.
          03 FILLER               PIC X(18)  VALUE "TOTAL GERAL".
          03 WS-TOT-DET-DOCS      PIC ZZZ.ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-TOT-DET-QTD       PIC ZZ.ZZZ.ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-TOT-DET-VLR       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL-2.
          03 FILLER               PIC X(21)  VALUE
             "    ABATIDO TITULOS: ".
          03 WS-TOT-DET-ABAT      PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(14)  VALUE "  EM CREDITO: ".
          03 WS-TOT-DET-CRED      PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-VAZIA          PIC X(40)  VALUE
             "NENHUMA DEVOLUCAO NO PERIODO.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELDEVFOR".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-DEVOLUCAO
           PERFORM P030-PROCESSA-DEVOLUCAO UNTIL WS-FS-EOF
           PERFORM P040-IMPRIME-RELATORIO THRU P040-FIM
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELDEVFOR,
                                 WS-SPOOL-PARMS

           DISPLAY "RELATORIO DE DEVOLUCOES CONCLUIDO."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDEVFOR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDEVFOR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDEVFOR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDEVFOR
           END-IF
           .
      *----------------------------------------------------------------
      *   PERIODO (DATA FINAL EM ZEROS = ATE HOJE) E FORNECEDOR
      *   (ZERO = TODOS)
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           DISPLAY "DATA INICIAL DAS DEVOLUCOES (AAAAMMDD): "
           ACCEPT WS-DATA-DE

           DISPLAY "DATA FINAL (AAAAMMDD, ZERO = HOJE): "
           ACCEPT WS-DATA-ATE

           IF WS-DATA-ATE EQUAL ZEROS
              ACCEPT WS-DATA-ATE FROM DATE YYYYMMDD
           END-IF

           DISPLAY "FORNECEDOR (ZERO = TODOS): "
           ACCEPT WS-ID-FORN-FILTRO
           .
      *----------------------------------------------------------------
      *   SEM ARQDEVFOR NAO HA O QUE LISTAR; SEM O CADASTRO DE
      *   FORNECEDORES O RELATORIO SAI SEM OS NOMES
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT DEVOLUCOES

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA DEVOLUCAO A FORNECEDOR REGISTRADA."
              GOBACK
           END-IF

           OPEN OUTPUT RELDEVFOR

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE DEVOLUCAO."
              GOBACK
           END-IF

           OPEN INPUT FORNECED
           IF WS-FS-FRN-OK
              MOVE 'S'                TO WS-FRN-ABERTO
           END-IF

           MOVE ZEROS                 TO WS-QTD-FORN
           INITIALIZE WS-TAB-FORNECEDORES
           .
      *----------------------------------------------------------------
       P020-LER-DEVOLUCAO.
      *----------------------------------------------------------------
           READ DEVOLUCOES NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   DEVOLUCAO DO PERIODO (E DO FORNECEDOR PEDIDO) ENTRA NA LINHA
      *   DO FORNECEDOR, NO MOTIVO DELA
      *----------------------------------------------------------------
       P030-PROCESSA-DEVOLUCAO.
      *----------------------------------------------------------------
           IF DATA-DEV NOT LESS WS-DATA-DE
              AND DATA-DEV NOT GREATER WS-DATA-ATE
              AND (WS-ID-FORN-FILTRO EQUAL ZEROS
                   OR ID-FORN-DEV EQUAL WS-ID-FORN-FILTRO)
              PERFORM P031-ACUMULA-FORNECEDOR
           END-IF

           PERFORM P020-LER-DEVOLUCAO
           .
       P031-ACUMULA-FORNECEDOR.

           MOVE ZEROS                 TO WS-IND-ACHOU
           MOVE ZEROS                 TO WS-IND

           PERFORM P032-COMPARA-FORNECEDOR
              UNTIL WS-IND NOT LESS WS-QTD-FORN
                 OR WS-IND-ACHOU GREATER ZEROS

           IF WS-IND-ACHOU EQUAL ZEROS
              IF WS-QTD-FORN LESS 200
                 ADD 1                TO WS-QTD-FORN
                 MOVE WS-QTD-FORN     TO WS-IND-ACHOU
                 MOVE ID-FORN-DEV     TO WS-TAB-ID-FORN (WS-IND-ACHOU)
              ELSE
                 DISPLAY "TABELA DE FORNECEDORES CHEIA (200). "
                         "FORNECEDOR " ID-FORN-DEV
                         " FORA DO RELATORIO."
              END-IF
           END-IF

           IF WS-IND-ACHOU GREATER ZEROS
              EVALUATE TRUE
                  WHEN DEV-DEFEITO
                     MOVE 1           TO WS-MOT
                  WHEN DEV-ERRADO
                     MOVE 2           TO WS-MOT
                  WHEN DEV-VALIDADE
                     MOVE 3           TO WS-MOT
                  WHEN OTHER
                     MOVE 4           TO WS-MOT
              END-EVALUATE

              ADD 1             TO WS-TAB-DOCS (WS-IND-ACHOU WS-MOT)
              ADD QTD-DEV       TO WS-TAB-QTD (WS-IND-ACHOU WS-MOT)
              ADD VLR-TOTAL-DEV TO WS-TAB-VLR (WS-IND-ACHOU WS-MOT)
              ADD VLR-ABAT-DEV  TO WS-TAB-ABAT (WS-IND-ACHOU)
              ADD VLR-CRED-DEV  TO WS-TAB-CRED (WS-IND-ACHOU)

              ADD 1                   TO WS-TOT-DOCS
              ADD QTD-DEV             TO WS-TOT-QTD
              ADD VLR-TOTAL-DEV       TO WS-TOT-VLR
              ADD VLR-ABAT-DEV        TO WS-TOT-ABAT
              ADD VLR-CRED-DEV        TO WS-TOT-CRED
           END-IF
           .
       P032-COMPARA-FORNECEDOR.

           ADD 1                      TO WS-IND

           IF WS-TAB-ID-FORN (WS-IND) EQUAL ID-FORN-DEV
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
      *   UM BLOCO POR FORNECEDOR, UMA LINHA POR MOTIVO COM
      *   DEVOLUCAO, E O TOTAL GERAL NO FIM
      *----------------------------------------------------------------
       P040-IMPRIME-RELATORIO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-DE            TO WS-CAB-DE
           MOVE WS-DATA-ATE           TO WS-CAB-ATE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PERIODO      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-FORN EQUAL ZEROS
              MOVE WS-LINHA-VAZIA     TO REL-LINHA
              WRITE REL-LINHA
              GO TO P040-FIM
           END-IF

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-IND

           PERFORM P045-IMPRIME-FORNECEDOR
              UNTIL WS-IND NOT LESS WS-QTD-FORN

           MOVE WS-TOT-DOCS           TO WS-TOT-DET-DOCS
           MOVE WS-TOT-QTD            TO WS-TOT-DET-QTD
           MOVE WS-TOT-VLR            TO WS-TOT-DET-VLR
           MOVE WS-TOT-ABAT           TO WS-TOT-DET-ABAT
           MOVE WS-TOT-CRED           TO WS-TOT-DET-CRED

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-LINHA-TOTAL        TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL-2      TO REL-LINHA
           WRITE REL-LINHA
           .
       P040-FIM.
           EXIT.
       P045-IMPRIME-FORNECEDOR.

           ADD 1                      TO WS-IND

           MOVE WS-TAB-ID-FORN (WS-IND) TO ID-FORN
           MOVE SPACES                TO NM-FORN

           IF FORNECED-ABERTO
              READ FORNECED
                  INVALID KEY
                     MOVE "** FORNECEDOR NAO CADASTRADO **" TO NM-FORN
              END-READ
           END-IF

           MOVE WS-TAB-ID-FORN (WS-IND) TO WS-LF-ID
           MOVE NM-FORN               TO WS-LF-NOME

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-FORN         TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P046-IMPRIME-MOTIVO THRU P046-FIM
              VARYING WS-MOT FROM 1 BY 1 UNTIL WS-MOT GREATER 4

           MOVE WS-TAB-ID-FORN (WS-IND) TO WS-CRF-ID-FORN
           CALL "PGMCREDFOR" USING WS-CRF-ACAO, WS-CRF-ID-FORN,
                                   WS-CRF-VLR, WS-CRF-TIPO,
                                   WS-CRF-DOC, WS-CRF-LOGIN,
                                   WS-CRF-OK, WS-CRF-SALDO

           MOVE WS-TAB-ABAT (WS-IND)  TO WS-LA-ABAT
           MOVE WS-TAB-CRED (WS-IND)  TO WS-LA-CRED
           MOVE WS-CRF-SALDO          TO WS-LA-SALDO

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-ACERTO       TO REL-LINHA
           WRITE REL-LINHA
           .
       P046-IMPRIME-MOTIVO.

           IF WS-TAB-DOCS (WS-IND WS-MOT) EQUAL ZEROS
              GO TO P046-FIM
           END-IF

           MOVE WS-NOME-MOTIVO (WS-MOT)       TO WS-DET-MOTIVO
           MOVE WS-TAB-DOCS (WS-IND WS-MOT)   TO WS-DET-DOCS
           MOVE WS-TAB-QTD (WS-IND WS-MOT)    TO WS-DET-QTD
           MOVE WS-TAB-VLR (WS-IND WS-MOT)    TO WS-DET-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P046-FIM.
           EXIT.
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE DEVOLUCOES
           CLOSE RELDEVFOR

           IF FORNECED-ABERTO
              CLOSE FORNECED
           END-IF
           .
       END PROGRAM PGMDEVREL.
