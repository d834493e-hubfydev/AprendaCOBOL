      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LIGAR A PREVIA (MODO SIMULACAO) DE UM BATCH
      *          DESTRUTIVO A SOLICITACAO PENDENTE DA FILA DE
      *          APROVACOES (ARQAPROV): LOCALIZA NO CATALOGO DO SPOOL
      *          (ARQSPOOL) A GERACAO MAIS RECENTE DO RELATORIO DA
      *          PREVIA, RECEM-GUARDADA PELO PGMSPOOL, E CARIMBA O
      *          NUMERO DESSA GERACAO E OS TOTAIS PREVISTOS NA ULTIMA
      *          SOLICITACAO PENDENTE DO JOB. O APROVADOR CONFERE A
      *          PREVIA NO PGMSPL01 ANTES DE DECIDIR (PGMAPR01), E A
      *          EXECUCAO REAL RECEBE OS TOTAIS DE VOLTA NO PGMAPRCK
      *          PARA AVISAR SE MUDARAM. DEVOLVE O ID DA SOLICITACAO
      *          CARIMBADA (ZEROS QUANDO NAO HA PENDENTE) E O NUMERO
      *          DA GERACAO DO SPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAPRPRV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACOES ASSIGN TO
           WS-PATH-ARQAPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-APROV
           FILE STATUS  IS WS-FS.

           SELECT CATALOGO ASSIGN TO
           WS-PATH-ARQSPOOL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-SPOOL
           FILE STATUS  IS WS-FS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD APROVACOES.
           COPY CPYAPROV.

       FD CATALOGO.
           COPY CPYSPOOL.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CAT-EOF
                          WS-FS-OK BY WS-FS-CAT-OK
                          WS-FS BY WS-FS-CAT.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-ID-PENDENTE      PIC 9(04) VALUE ZEROS.

           COPY CPYPATHS.

       LINKAGE SECTION.
       01 LK-JOB              PIC X(08).
       01 LK-NOME-REL         PIC X(10).
       01 LK-QTD-PREV         PIC 9(06).
       01 LK-VLR-PREV         PIC 9(10)V99.
       01 LK-ID-APROV         PIC 9(04).
       01 LK-ID-SPOOL         PIC 9(04).

       PROCEDURE DIVISION USING LK-JOB, LK-NOME-REL, LK-QTD-PREV,
                                LK-VLR-PREV, LK-ID-APROV,
                                LK-ID-SPOOL.
       MAIN-PROCEDURE.

            MOVE ZEROS             TO LK-ID-APROV
                                       LK-ID-SPOOL

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P010-LOCALIZA-GERACAO THRU P010-FIM
            PERFORM P020-CARIMBA-PENDENTE THRU P020-FIM

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAPROV_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAPROV
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSPOOL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSPOOL
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   A GERACAO DA PREVIA E A DE MAIOR NUMERO DO RELATORIO AINDA
      *   DISPONIVEL NO CATALOGO (O PGMSPOOL ACABOU DE GRAVA-LA)
      *----------------------------------------------------------------
       P010-LOCALIZA-GERACAO.

            OPEN INPUT CATALOGO

            IF NOT WS-FS-CAT-OK
               GO TO P010-FIM
            END-IF

            SET WS-EOF-OK          TO FALSE
            MOVE ZEROS             TO ID-SPOOL

            START CATALOGO KEY IS NOT LESS THAN ID-SPOOL
                INVALID KEY
                   SET WS-EOF-OK   TO TRUE
            END-START

            PERFORM P011-LE-CATALOGO THRU P011-FIM UNTIL WS-EOF-OK

            CLOSE CATALOGO
            .
       P010-FIM.
       P011-LE-CATALOGO.

            READ CATALOGO NEXT RECORD
                AT END
                   SET WS-EOF-OK   TO TRUE
                NOT AT END
                   IF NOME-REL-SPOOL EQUAL LK-NOME-REL
                      AND SPOOL-DISPONIVEL
                      MOVE ID-SPOOL TO LK-ID-SPOOL
                   END-IF
            END-READ
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   CARIMBA A ULTIMA SOLICITACAO PENDENTE DO JOB: UMA PREVIA
      *   NOVA SUBSTITUI A ANTERIOR ENQUANTO NINGUEM DECIDIU
      *----------------------------------------------------------------
       P020-CARIMBA-PENDENTE.

            OPEN I-O APROVACOES

            IF NOT WS-FS-OK
               GO TO P020-FIM
            END-IF

            MOVE ZEROS             TO WS-ID-PENDENTE
            SET WS-EOF-OK          TO FALSE
            MOVE ZEROS             TO ID-APROV

            START APROVACOES KEY IS NOT LESS THAN ID-APROV
                INVALID KEY
                   SET WS-EOF-OK   TO TRUE
            END-START

            PERFORM P021-LE-APROVACAO THRU P021-FIM UNTIL WS-EOF-OK

            IF WS-ID-PENDENTE NOT EQUAL ZEROS
               MOVE WS-ID-PENDENTE TO ID-APROV
               READ APROVACOES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE LK-ID-SPOOL TO SPOOL-PREV-APR
                      MOVE LK-QTD-PREV TO QTD-PREV-APR
                      MOVE LK-VLR-PREV TO VLR-PREV-APR
                      REWRITE REG-APROV
                      IF WS-FS-OK
                         MOVE ID-APROV TO LK-ID-APROV
                      END-IF
               END-READ
            END-IF

            CLOSE APROVACOES
            .
       P020-FIM.
       P021-LE-APROVACAO.

            READ APROVACOES NEXT RECORD
                AT END
                   SET WS-EOF-OK   TO TRUE
                NOT AT END
                   IF APROV-PENDENTE AND JOB-APROV EQUAL LK-JOB
                      MOVE ID-APROV TO WS-ID-PENDENTE
                   END-IF
            END-READ
            .
       P021-FIM.
       END PROGRAM PGMAPRPRV.
