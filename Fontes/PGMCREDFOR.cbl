      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER O CREDITO DO FORNECEDOR (ARQCREDFOR E O EXTRATO
      *          ARQCRFMOV) NUM UNICO LUGAR, NO MOLDE DA CARTEIRA DO
      *          CLIENTE (PGMCREDIT): 'C' CREDITA, 'D' DEBITA (RECUSA
      *          SE O SALDO NAO ALCANCA) E 'S' SO CONSULTA O SALDO.
      *          O CREDITO NASCE DA DEVOLUCAO A FORNECEDOR (PGMDEV01)
      *          E E USADO NA INCLUSAO DO PROXIMO TITULO (PGMPAG01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCREDFOR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDFOR ASSIGN TO
           WS-PATH-ARQCREDFOR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN-CRF
           FILE STATUS  IS WS-FS.

           SELECT CRFMOV ASSIGN TO
           WS-PATH-ARQCRFMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MOV.

       DATA DIVISION.
       FILE SECTION.
       FD CREDFOR.
           COPY CPYCREDFOR.

       FD CRFMOV.
           COPY CPYCRFMOV.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MOV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MOV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MOV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MOV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MOV-EOF
                          WS-FS-OK BY WS-FS-MOV-OK
                          WS-FS BY WS-FS-MOV.

           COPY CPYPATHS.

       LINKAGE SECTION.
       01 LK-ACAO             PIC X(01).
          88 ACAO-CREDITA     VALUE 'C'.
          88 ACAO-DEBITA      VALUE 'D'.
          88 ACAO-SALDO       VALUE 'S'.
       01 LK-ID-FORN          PIC 9(04).
       01 LK-VLR              PIC 9(08)V99.
       01 LK-TIPO             PIC X(01).
       01 LK-ID-DOC           PIC 9(08).
       01 LK-LOGIN            PIC X(10).
       01 LK-OK               PIC X(01).
       01 LK-SALDO            PIC 9(08)V99.

       PROCEDURE DIVISION USING LK-ACAO, LK-ID-FORN, LK-VLR, LK-TIPO,
                                LK-ID-DOC, LK-LOGIN, LK-OK, LK-SALDO.
       MAIN-PROCEDURE.

            MOVE 'N'               TO LK-OK
            MOVE ZEROS             TO LK-SALDO

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O CREDFOR

            IF WS-FS EQUAL 35
               OPEN OUTPUT CREDFOR
               CLOSE CREDFOR
               OPEN I-O CREDFOR
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO ARQUIVO DE CREDITO DE FORNECEDOR: "
                       WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               GOBACK
            END-IF

            MOVE LK-ID-FORN        TO ID-FORN-CRF

            READ CREDFOR
                INVALID KEY
                   MOVE LK-ID-FORN TO ID-FORN-CRF
                   MOVE ZEROS      TO SALDO-CRF
                   WRITE REG-CREDFOR
            END-READ

            EVALUATE TRUE
                WHEN ACAO-SALDO
                   MOVE SALDO-CRF  TO LK-SALDO
                   MOVE 'S'        TO LK-OK
                WHEN ACAO-CREDITA
                   PERFORM P010-CREDITA THRU P010-FIM
                WHEN ACAO-DEBITA
                   PERFORM P020-DEBITA  THRU P020-FIM
                WHEN OTHER
                   DISPLAY "ACAO INVALIDA NO CREDITO DE FORNECEDOR."
            END-EVALUATE

            CLOSE CREDFOR

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCREDFOR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCREDFOR
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCRFMOV_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCRFMOV
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
       P010-CREDITA.

            ADD LK-VLR             TO SALDO-CRF

            REWRITE REG-CREDFOR

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO CREDITAR O FORNECEDOR: " WS-FS
            ELSE
               PERFORM P030-GRAVA-EXTRATO THRU P030-FIM
               MOVE SALDO-CRF      TO LK-SALDO
               MOVE 'S'            TO LK-OK
            END-IF
            .
       P010-FIM.
       P020-DEBITA.

            IF LK-VLR GREATER SALDO-CRF
               MOVE SALDO-CRF      TO LK-SALDO
               GO TO P020-FIM
            END-IF

            SUBTRACT LK-VLR        FROM SALDO-CRF

            REWRITE REG-CREDFOR

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO DEBITAR O FORNECEDOR: " WS-FS
            ELSE
               PERFORM P030-GRAVA-EXTRATO THRU P030-FIM
               MOVE SALDO-CRF      TO LK-SALDO
               MOVE 'S'            TO LK-OK
            END-IF
            .
       P020-FIM.
       P030-GRAVA-EXTRATO.

            OPEN EXTEND CRFMOV

            IF WS-FS-MOV EQUAL 35
               OPEN OUTPUT CRFMOV
            END-IF

            MOVE LK-ID-FORN        TO ID-FORN-CFMOV
            MOVE LK-TIPO           TO TIPO-CFMOV
            MOVE LK-VLR            TO VLR-CFMOV
            MOVE LK-ID-DOC         TO ID-DOC-CFMOV
            ACCEPT DATA-CFMOV FROM DATE YYYYMMDD
            ACCEPT HORA-CFMOV FROM TIME
            MOVE LK-LOGIN          TO LOGIN-CFMOV

            WRITE REG-CRFMOV

            CLOSE CRFMOV
            .
       P030-FIM.
       END PROGRAM PGMCREDFOR.
