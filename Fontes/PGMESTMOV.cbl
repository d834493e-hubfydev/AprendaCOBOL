      *             ARQESTQ E O CARIMBA EM VLR-UNIT-MOV-EST, SEM
      *             MUDAR A CHAMADA DOS PROGRAMAS QUE JA GRAVAM O
      *             KARDEX.
      * Manutencao: 15 OUT 2026 - NO DOCUMENTO "RQ" + NUMERO DA
      *             REQUISICAO INTERNA (PGMREQ01) O PROGRAMA LE O
      *             DESTINO EM ARQREQ E O CARIMBA EM DEST-MOV-EST, SEM
      *             MUDAR A CHAMADA.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESTMOV.
       ENVIRONMENT DIVISION.
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT REQUISICAO ASSIGN TO
           WS-PATH-ARQREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-REQ
           FILE STATUS  IS WS-FS-REQ.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
       FD ESTOQUE.
           COPY CPYESTQ.

       FD REQUISICAO.
           COPY CPYREQ.

       FD SESSAO.
           COPY CPYSESSAO.

                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REQ-EOF
                          WS-FS-OK BY WS-FS-REQ-OK
                          WS-FS BY WS-FS-REQ.
           COPY CPYPATHS.
       01 WS-CUSTO-ATUAL      PIC 9(06)V99 VALUE ZEROS.
       LINKAGE SECTION.
            MOVE LK-DOC-REF        TO DOC-REF-MOV-EST
            PERFORM P004-BUSCA-CUSTO THRU P004-FIM
            MOVE WS-CUSTO-ATUAL    TO VLR-UNIT-MOV-EST
            MOVE SPACES            TO DEST-MOV-EST
            IF LK-DOC-REF (1:2) EQUAL "RQ"
               PERFORM P005-BUSCA-DESTINO THRU P005-FIM
            END-IF

            WRITE REG-ESTMOV

               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQREQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            CLOSE ESTOQUE
            .
       P004-FIM.
      *----------------------------------------------------------------
      *   DESTINO DA REQUISICAO INTERNA DO DOCUMENTO (EM BRANCO
      *   QUANDO A REQUISICAO NAO E ENCONTRADA)
      *----------------------------------------------------------------
       P005-BUSCA-DESTINO.

            OPEN INPUT REQUISICAO

            IF NOT WS-FS-REQ-OK
               GO TO P005-FIM
            END-IF

            IF LK-DOC-REF (3:8) IS NUMERIC
               MOVE LK-DOC-REF (3:8) TO ID-REQ
               READ REQUISICAO
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      MOVE DESTINO-REQ TO DEST-MOV-EST
               END-READ
            END-IF

            CLOSE REQUISICAO
            .
       P005-FIM.
       END PROGRAM PGMESTMOV.
