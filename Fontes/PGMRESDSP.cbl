      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: SALDO DISPONIVEL DE UM ITEM DE ESTOQUE NUMA FILIAL:
      *          DEVOLVE O SALDO FISICO (ARQESTFIL DA FILIAL QUANDO A
      *          FILIAL TEM POSICAO DO ITEM, SENAO O SALDO CONSOLIDADO
      *          DO ARQESTQ), O RESERVADO PARA ATENDIMENTOS AGENDADOS
      *          (RESERVAS ATIVAS DE HOJE EM DIANTE, ARQRESEST) E O
      *          DISPONIVEL = FISICO - RESERVADO, QUE PODE SAIR
      *          NEGATIVO QUANDO A AGENDA JA COMPROMETEU MAIS DO QUE
      *          HA NA PRATELEIRA. FILIAL ZERO = CLINICA INTEIRA
      *          (SALDO CONSOLIDADO CONTRA AS RESERVAS DE TODAS AS
      *          FILIAIS). USADO PELA CONSULTA DE ESTOQUE (PGMEST03),
      *          PELA TRANSFERENCIA (PGMTRF01), PELA REQUISICAO
      *          (PGMREQ01) E PELO PGMRESAGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRESDSP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS.

           SELECT ESTFIL ASSIGN TO
           WS-PATH-ARQESTFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-ESTFIL
           FILE STATUS  IS WS-FS-EFL.

           SELECT RESEST ASSIGN TO
           WS-PATH-ARQRESEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RES
           ALTERNATE RECORD KEY IS ID-AGE-RES WITH DUPLICATES
           FILE STATUS  IS WS-FS-RES.
       DATA DIVISION.
       FILE SECTION.
       FD ESTOQUE.
           COPY CPYESTQ.
       FD ESTFIL.
           COPY CPYESTFIL.
       FD RESEST.
           COPY CPYRESEST.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EFL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EFL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EFL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EFL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EFL-EOF
                          WS-FS-OK BY WS-FS-EFL-OK
                          WS-FS BY WS-FS-EFL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RES-EOF
                          WS-FS-OK BY WS-FS-RES-OK
                          WS-FS BY WS-FS-RES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE 0.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-ESTQ          PIC 9(04).
       01 LK-FILIAL           PIC 9(02).
       01 LK-QTD-FISICO       PIC 9(06).
       01 LK-QTD-RESERVADA    PIC 9(06).
       01 LK-QTD-DISPONIVEL   PIC S9(06).

       PROCEDURE DIVISION USING LK-ID-ESTQ, LK-FILIAL, LK-QTD-FISICO,
                                LK-QTD-RESERVADA, LK-QTD-DISPONIVEL.
       MAIN-PROCEDURE.

            MOVE ZEROS                TO LK-QTD-FISICO
                                         LK-QTD-RESERVADA
                                         LK-QTD-DISPONIVEL

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P010-SALDO-FISICO THRU P010-FIM
            PERFORM P020-SOMA-RESERVAS THRU P020-FIM

            COMPUTE LK-QTD-DISPONIVEL = LK-QTD-FISICO
                                      - LK-QTD-RESERVADA

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTFIL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTFIL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRESEST_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRESEST
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   SALDO FISICO: O DA FILIAL QUANDO ELA TEM POSICAO DO ITEM,
      *   SENAO O CONSOLIDADO DA CLINICA
      *----------------------------------------------------------------
       P010-SALDO-FISICO.

            OPEN INPUT ESTOQUE

            IF NOT WS-FS-OK
               GO TO P010-FIM
            END-IF

            MOVE LK-ID-ESTQ           TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   CLOSE ESTOQUE
                   GO TO P010-FIM
            END-READ

            MOVE QTD-ESTQ             TO LK-QTD-FISICO

            CLOSE ESTOQUE

            IF LK-FILIAL EQUAL ZEROS
               GO TO P010-FIM
            END-IF

            OPEN INPUT ESTFIL

            IF NOT WS-FS-EFL-OK
               GO TO P010-FIM
            END-IF

            MOVE LK-ID-ESTQ           TO ID-ESTQ-FIL
            MOVE LK-FILIAL            TO FILIAL-EST
            READ ESTFIL
                NOT INVALID KEY
                   MOVE QTD-ESTFIL    TO LK-QTD-FISICO
            END-READ

            CLOSE ESTFIL
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   SOMA AS RESERVAS ATIVAS DO ITEM DE HOJE EM DIANTE; RESERVA
      *   DE DIA QUE JA PASSOU SEM BAIXA NAO PRENDE MAIS O SALDO
      *----------------------------------------------------------------
       P020-SOMA-RESERVAS.

            OPEN INPUT RESEST

            IF NOT WS-FS-RES-OK
               GO TO P020-FIM
            END-IF

            SET WS-EOF-OK             TO FALSE
            MOVE LK-ID-ESTQ           TO ID-ESTQ-RES
            MOVE ZEROS                TO ID-AGE-RES

            START RESEST KEY IS NOT LESS THAN CHAVE-RES
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P021-LE-RESERVA THRU P021-FIM UNTIL WS-EOF-OK

            CLOSE RESEST
            .
       P020-FIM.
       P021-LE-RESERVA.

            READ RESEST NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P021-FIM
            END-READ

            IF ID-ESTQ-RES NOT EQUAL LK-ID-ESTQ
               SET WS-EOF-OK          TO TRUE
               GO TO P021-FIM
            END-IF

            IF RES-ATIVA AND DATA-RES NOT LESS WS-DATA-HOJE
               AND (LK-FILIAL EQUAL ZEROS OR FILIAL-RES EQUAL LK-FILIAL)
               ADD QTD-RES            TO LK-QTD-RESERVADA
            END-IF
            .
       P021-FIM.
       END PROGRAM PGMRESDSP.
