      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: GRAVAR UMA BAIXA DE ESTOQUE POR PERDA (ARQPERDA) COM OS
      *          DADOS PREENCHIDOS PELO CHAMADOR EM REG-PERDA (ITEM,
      *          LOTE, FILIAL, QUANTIDADE, MOTIVO, ORIGEM E LOGINS):
      *          CONFERE O SALDO DO ITEM (ARQESTQ), DO LOTE (ARQLOTEST,
      *          SE INFORMADO) E DA FILIAL (ARQESTFIL, SE INFORMADA),
      *          TIRA A QUANTIDADE DOS TRES, VALORIZA A PERDA PELO
      *          CUSTO MEDIO DO ITEM (CUSTO-ESTQ), GRAVA O MOVIMENTO
      *          'P' NO KARDEX (PGMESTMOV) E O DOCUMENTO COM O PROXIMO
      *          ID-PERDA (PGMPROXPE). DEVOLVE O ID-PERDA GRAVADO, OU
      *          ZERO QUANDO RECUSA OU NAO CONSEGUE GRAVAR. USADO PELO
      *          PGMPER01 (BAIXA MANUAL) E PELO PGMPERATR (LOTES
      *          VENCIDOS, NA ROTINA NOTURNA).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPERGRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDAS ASSIGN TO
           WS-PATH-ARQPERDA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-PERDA-ARQ
           FILE STATUS  IS WS-FS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT LOTEST ASSIGN TO
           WS-PATH-ARQLOTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-LOTEST
           FILE STATUS  IS WS-FS-LOT.

           SELECT ESTFIL ASSIGN TO
           WS-PATH-ARQESTFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-ESTFIL
           FILE STATUS  IS WS-FS-EFL.
       DATA DIVISION.
       FILE SECTION.
       FD PERDAS.
       01 REG-PERDA-ARQ.
          03 CHAVE-PERDA-ARQ     PIC 9(08).
          03 FILLER              PIC X(110).

       FD ESTOQUE.
           COPY CPYESTQ.

       FD LOTEST.
           COPY CPYLOTEST.

       FD ESTFIL.
           COPY CPYESTFIL.

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LOT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LOT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LOT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LOT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LOT-EOF
                          WS-FS-OK BY WS-FS-LOT-OK
                          WS-FS BY WS-FS-LOT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EFL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EFL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EFL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EFL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EFL-EOF
                          WS-FS-OK BY WS-FS-EFL-OK
                          WS-FS BY WS-FS-EFL.

       77 WS-PROX-ID          PIC 9(08) VALUE ZEROS.
       77 WS-PERDA-OK         PIC X(01) VALUE 'N'.
          88 PERDA-CONFERIDA  VALUE 'S'.
       77 WS-LOT-ABERTO       PIC X(01) VALUE 'N'.
          88 LOTEST-ABERTO    VALUE 'S'.
       77 WS-EFL-ABERTO       PIC X(01) VALUE 'N'.
          88 ESTFIL-ABERTO    VALUE 'S'.
       77 WS-TIPO-MOV         PIC X(01) VALUE 'P'.
       77 WS-DOC-REF          PIC X(10) VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMPERGRV".
           COPY CPYPATHS.
       LINKAGE SECTION.
           COPY CPYPERDA.

       PROCEDURE DIVISION USING REG-PERDA.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            MOVE ZEROS                TO WS-PROX-ID
            MOVE 'N'                  TO WS-LOT-ABERTO
            MOVE 'N'                  TO WS-EFL-ABERTO

            OPEN I-O PERDAS

            IF WS-FS EQUAL 35
               OPEN OUTPUT PERDAS
               CLOSE PERDAS
               OPEN I-O PERDAS
            END-IF

            OPEN I-O ESTOQUE

            IF NOT WS-FS-OK OR NOT WS-FS-EST-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA BAIXA POR "
                       "PERDA."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               CLOSE PERDAS
               CLOSE ESTOQUE
               MOVE ZEROS             TO ID-PERDA
               GOBACK
            END-IF

            PERFORM P010-CONFERE THRU P010-FIM

            IF PERDA-CONFERIDA
               PERFORM P020-GRAVA THRU P020-FIM
            END-IF

            MOVE WS-PROX-ID           TO ID-PERDA

            CLOSE PERDAS
            CLOSE ESTOQUE

            IF LOTEST-ABERTO
               CLOSE LOTEST
            END-IF
            IF ESTFIL-ABERTO
               CLOSE ESTFIL
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERDA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPERDA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTEST_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQLOTEST
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTFIL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTFIL
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            IF NOT WS-FS-OK
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
            END-IF
            IF NOT WS-FS-EST-OK
               CALL "PGMFSMSG" USING WS-FS-EST, WS-FS-EST-MSG
               DISPLAY WS-FS-EST-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   CONFERE ITEM, LOTE E FILIAL: TODOS PRECISAM TER SALDO PARA A
      *   QUANTIDADE DA BAIXA, SENAO NADA E BAIXADO
      *----------------------------------------------------------------
       P010-CONFERE.

            MOVE 'N'                  TO WS-PERDA-OK

            IF QTD-PERDA EQUAL ZEROS OR NOT MOTIVO-PERDA-VALIDO
               DISPLAY "BAIXA POR PERDA SEM QUANTIDADE OU MOTIVO."
               GO TO P010-FIM
            END-IF

            MOVE ID-ESTQ-PERDA        TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM DE ESTOQUE NAO ENCONTRADO: "
                           ID-ESTQ-PERDA
                   GO TO P010-FIM
            END-READ

            IF QTD-PERDA GREATER QTD-ESTQ
               DISPLAY "SALDO DO ITEM " ID-ESTQ-PERDA
                       " MENOR QUE A PERDA: " QTD-ESTQ
               GO TO P010-FIM
            END-IF

            IF NUM-LOTE-PERDA NOT EQUAL SPACES
               OPEN I-O LOTEST
               IF NOT WS-FS-LOT-OK
                  DISPLAY "ARQUIVO DE LOTES INDISPONIVEL: " WS-FS-LOT
                  GO TO P010-FIM
               END-IF
               MOVE 'S'               TO WS-LOT-ABERTO
               MOVE ID-ESTQ-PERDA     TO ID-ESTQ-LE
               MOVE NUM-LOTE-PERDA    TO NUM-LOTE-LE
               READ LOTEST
                   INVALID KEY
                      DISPLAY "LOTE " NUM-LOTE-PERDA
                              " NAO ENCONTRADO PARA O ITEM."
                      GO TO P010-FIM
               END-READ
               IF QTD-PERDA GREATER QTD-LOTE-LE
                  DISPLAY "SALDO DO LOTE " NUM-LOTE-PERDA
                          " MENOR QUE A PERDA: " QTD-LOTE-LE
                  GO TO P010-FIM
               END-IF
            END-IF

            IF FILIAL-PERDA NOT EQUAL ZEROS
               OPEN I-O ESTFIL
               IF NOT WS-FS-EFL-OK
                  DISPLAY "SALDO POR FILIAL INDISPONIVEL: " WS-FS-EFL
                  GO TO P010-FIM
               END-IF
               MOVE 'S'               TO WS-EFL-ABERTO
               MOVE ID-ESTQ-PERDA     TO ID-ESTQ-FIL
               MOVE FILIAL-PERDA      TO FILIAL-EST
               READ ESTFIL
                   INVALID KEY
                      DISPLAY "FILIAL " FILIAL-PERDA
                              " SEM SALDO DESTE ITEM."
                      GO TO P010-FIM
               END-READ
               IF QTD-PERDA GREATER QTD-ESTFIL
                  DISPLAY "SALDO DA FILIAL " FILIAL-PERDA
                          " MENOR QUE A PERDA: " QTD-ESTFIL
                  GO TO P010-FIM
               END-IF
            END-IF

            MOVE 'S'                  TO WS-PERDA-OK
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   NUMERA, BAIXA ITEM, LOTE E FILIAL, GRAVA O KARDEX E O
      *   DOCUMENTO DA PERDA
      *----------------------------------------------------------------
       P020-GRAVA.

            CALL "PGMPROXPE" USING WS-PROX-ID

            IF WS-PROX-ID EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A BAIXA POR PERDA."
               GO TO P020-FIM
            END-IF

            MOVE WS-PROX-ID           TO ID-PERDA
            ACCEPT DATA-PERDA FROM DATE YYYYMMDD
            MOVE CUSTO-ESTQ           TO CUSTO-PERDA
            COMPUTE VLR-PERDA = QTD-PERDA * CUSTO-PERDA

            SUBTRACT QTD-PERDA      FROM QTD-ESTQ
            REWRITE REG-ESTQ
                INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ITEM: " WS-FS-EST
                   MOVE ZEROS         TO WS-PROX-ID
                   GO TO P020-FIM
            END-REWRITE
            MOVE "ARQESTQ"            TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-EST, REG-ESTQ

            IF LOTEST-ABERTO
               SUBTRACT QTD-PERDA   FROM QTD-LOTE-LE
               REWRITE REG-LOTEST
                   INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR O LOTE: " WS-FS-LOT
               END-REWRITE
            END-IF

            IF ESTFIL-ABERTO
               SUBTRACT QTD-PERDA   FROM QTD-ESTFIL
               REWRITE REG-ESTFIL
                   INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A FILIAL: " WS-FS-EFL
               END-REWRITE
            END-IF

            MOVE SPACES               TO WS-DOC-REF
            STRING "PE" ID-PERDA DELIMITED BY SIZE INTO WS-DOC-REF

            CALL "PGMESTMOV" USING ID-ESTQ, WS-TIPO-MOV, QTD-PERDA,
                                   QTD-ESTQ, WS-DOC-REF

            WRITE REG-PERDA-ARQ FROM REG-PERDA
                INVALID KEY
                   DISPLAY "JA EXISTE BAIXA POR PERDA COM ESTE ID: "
                           WS-PROX-ID
                   MOVE ZEROS         TO WS-PROX-ID
            END-WRITE
            .
       P020-FIM.
       END PROGRAM PGMPERGRV.
