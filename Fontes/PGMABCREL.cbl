      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CURVA ABC E ESTOQUE PARADO PARA AS COMPRAS. LE O
      *          KARDEX (ARQESTMOV) DOS ULTIMOS N MESES E CLASSIFICA
      *          OS ITENS PELO VALOR CONSUMIDO (QUANTIDADE X VLR-UNIT-
      *          MOV-EST DE CADA CONSUMO, SAIDA OU REQUISICAO INTERNA)
      *          DO MAIOR PARA O MENOR: CLASSE A ATE 80% DO VALOR
      *          ACUMULADO, B ATE 95% E C O RESTANTE. AO LADO DE CADA
      *          ITEM SAEM O VALOR EM ESTOQUE AO CUSTO MEDIO, A
      *          COBERTURA EM DIAS PELO CONSUMO MEDIO DA JANELA E A
      *          DATA DO ULTIMO MOVIMENTO. A SEGUNDA PARTE LISTA O
      *          ESTOQUE LENTO (COM SALDO E SEM CONSUMO HA 90 DIAS OU
      *          MAIS) E O PARADO (180 DIAS OU MAIS, OU NUNCA
      *          CONSUMIDO), AO CUSTO, COM A VALIDADE DO LOTE MAIS
      *          PROXIMO DE VENCER (ARQLOTEST). SAI EM RELABC.LST,
      *          GUARDADO NO SPOOL PELO PGMSPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMABCREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTMOV ASSIGN TO
           WS-PATH-ARQESTMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT LOTEST ASSIGN TO
           WS-PATH-ARQLOTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-LOTEST
           FILE STATUS  IS WS-FS-LOT.

           SELECT RELABC ASSIGN TO
           WS-PATH-RELABC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ESTMOV.
           COPY CPYESTMOV.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD LOTEST.
           COPY CPYLOTEST.

       FD RELABC
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LOT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LOT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LOT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LOT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LOT-EOF
                          WS-FS-OK BY WS-FS-LOT-OK
                          WS-FS BY WS-FS-LOT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-MESES                PIC 9(02)  VALUE ZEROS.
       77 WS-JANELA-DIAS          PIC 9(05)  VALUE ZEROS.
       77 WS-DATA-MOV-CHEIA       PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-ATRAS           PIC 9(05)  VALUE ZEROS.
       77 WS-DIAS-SEM-CONSUMO     PIC 9(05)  VALUE ZEROS.
       77 WS-COBERTURA            PIC 9(07)  VALUE ZEROS.
       77 WS-LOT-ABERTO           PIC X(01)  VALUE 'N'.
          88 LOTES-ABERTO         VALUE 'S'.
       77 WS-QTD-RANK             PIC 9(04)  VALUE ZEROS.
       77 WS-IND                  PIC 9(04)  VALUE ZEROS.
       77 WS-IND2                 PIC 9(04)  VALUE ZEROS.
       77 WS-IND-CLASSE           PIC 9(01)  VALUE ZEROS.
       77 WS-VLR-CONSUMO          PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-ESTOQUE          PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-CONSUMO          PIC 9(12)V99 VALUE ZEROS.
       77 WS-ACUMULADO            PIC 9(12)V99 VALUE ZEROS.
       77 WS-PCT-ANTES            PIC 9(03)V99 VALUE ZEROS.
       77 WS-PCT-ACUM             PIC 9(03)V99 VALUE ZEROS.
       77 WS-TOT-LENTO-QTD        PIC 9(05)  VALUE ZEROS.
       77 WS-TOT-LENTO-VLR        PIC 9(12)V99 VALUE ZEROS.
       77 WS-TOT-PARADO-QTD       PIC 9(05)  VALUE ZEROS.
       77 WS-TOT-PARADO-VLR       PIC 9(12)V99 VALUE ZEROS.

      *   CONSUMO NA JANELA, ULTIMO CONSUMO, ULTIMO MOVIMENTO E LOTE
      *   COM SALDO MAIS PROXIMO DE VENCER, POR ITEM (INDEXADO PELO ID)
       01 WS-TAB-CONSUMO.
          03 WS-TAB-ITEM OCCURS 9999 TIMES.
             05 WS-TAB-QTD        PIC 9(08).
             05 WS-TAB-VLR        PIC 9(10)V99.
             05 WS-TAB-ULT-CONS   PIC 9(08).
             05 WS-TAB-ULT-MOV    PIC 9(08).
             05 WS-TAB-VAL-LOTE   PIC 9(08).

      *   ITENS COM CONSUMO NA JANELA, ORDENADOS DO MAIOR VALOR PARA
      *   O MENOR
       01 WS-TAB-RANKING.
          03 WS-RANK OCCURS 2000 TIMES.
             05 WS-RANK-ID        PIC 9(04).
             05 WS-RANK-VLR       PIC 9(10)V99.
       01 WS-RANK-TROCA.
          03 FILLER               PIC 9(04).
          03 FILLER               PIC 9(10)V99.

       01 WS-TAB-CLASSES.
          03 WS-CLASSE OCCURS 3 TIMES.
             05 WS-CLS-ITENS      PIC 9(05).
             05 WS-CLS-VLR        PIC 9(12)V99.
       01 WS-NOMES-CLASSE         PIC X(03)  VALUE "ABC".
       01 REDEFINES WS-NOMES-CLASSE.
          03 WS-NOME-CLASSE       PIC X(01) OCCURS 3 TIMES.

       01 WS-DATA-ED.
          03 WS-DTE-DIA           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-DTE-MES           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-DTE-ANO           PIC 9(04).
       01 WS-DATA-AUX             PIC 9(08)  VALUE ZEROS.
       01 REDEFINES WS-DATA-AUX.
          03 WS-AUX-ANO           PIC 9(04).
          03 WS-AUX-MES           PIC 9(02).
          03 WS-AUX-DIA           PIC 9(02).

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "CURVA ABC DE CONSUMO E ESTOQUE PARADO".

       01 WS-LINHA-PERIODO.
          03 FILLER               PIC X(22)  VALUE
             "CONSUMO DOS ULTIMOS ".
          03 WS-CAB-MESES         PIC Z9.
          03 FILLER               PIC X(10)  VALUE " MESES (".
          03 WS-CAB-DIAS          PIC ZZZZ9.
          03 FILLER               PIC X(06)  VALUE " DIAS)".

       01 WS-TIT-ABC              PIC X(60)  VALUE
             "1 - CURVA ABC PELO VALOR CONSUMIDO".

       01 WS-CAB-ABC.
          03 FILLER               PIC X(45)  VALUE
             "ORDEM ITEM DESCRICAO                         ".
          03 FILLER               PIC X(42)  VALUE
             "VLR CONSUMIDO  %ACUM CL      VLR ESTOQUE  ".
          03 FILLER               PIC X(17)  VALUE
             "COBERT. ULT.MOVTO".

       01 WS-DETALHE-ABC.
          03 WS-DA-ORDEM          PIC ZZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DA-ITEM           PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DA-DESC           PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DA-VLR            PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DA-PCT            PIC ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DA-CLASSE         PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DA-ESTOQUE        PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DA-COBERTURA      PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DA-ULT-MOV        PIC X(10).

       01 WS-LINHA-CLASSE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(07)  VALUE "CLASSE ".
          03 WS-LC-CLASSE         PIC X(01).
          03 FILLER               PIC X(02)  VALUE ": ".
          03 WS-LC-ITENS          PIC ZZ.ZZ9.
          03 FILLER               PIC X(08)  VALUE " ITENS  ".
          03 WS-LC-VLR            PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-TOTAL-ABC.
          03 FILLER               PIC X(28)  VALUE
             "    TOTAL CONSUMIDO".
          03 WS-LTA-VLR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-TIT-PARADO.
          03 FILLER               PIC X(48)  VALUE
             "2 - ESTOQUE LENTO (90 DIAS OU MAIS SEM CONSUMO)".
          03 FILLER               PIC X(30)  VALUE
             "E PARADO (180 OU MAIS)".

       01 WS-CAB-PARADO.
          03 FILLER               PIC X(45)  VALUE
             "ITEM DESCRICAO                        SALDO  ".
          03 FILLER               PIC X(43)  VALUE
             "   VLR AO CUSTO ULT.CONSUMO DIAS SITUACAO  ".
          03 FILLER               PIC X(08)  VALUE
             "VAL.LOTE".

       01 WS-DETALHE-PARADO.
          03 WS-DP-ITEM           PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-DESC           PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-SALDO          PIC ZZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-VLR            PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-ULT-CONS       PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-DIAS           PIC X(05).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-SITUACAO       PIC X(09).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DP-VAL-LOTE       PIC X(10).

       01 WS-DIAS-ED              PIC ZZZZ9.

       01 WS-LINHA-TOTAL-PARADO.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-LTP-NOME          PIC X(10).
          03 WS-LTP-ITENS         PIC ZZ.ZZ9.
          03 FILLER               PIC X(08)  VALUE " ITENS  ".
          03 WS-LTP-VLR           PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-LINHA-VAZIA          PIC X(50)  VALUE
             "    NENHUM ITEM NESTA SITUACAO.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELABC".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-APURA-KARDEX
           PERFORM P025-APURA-LOTES
           PERFORM P030-MONTA-RANKING
           PERFORM P035-ORDENA-RANKING
           PERFORM P040-IMPRIME-ABC
           PERFORM P050-IMPRIME-PARADO
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELABC,
                                 WS-SPOOL-PARMS

           DISPLAY "CURVA ABC CONCLUIDA. ITENS COM CONSUMO: "
                   WS-QTD-RANK

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTEST_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLOTEST
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELABC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELABC
           END-IF
           .
      *----------------------------------------------------------------
      *   JANELA DA CURVA EM MESES (PADRAO 6, MAXIMO 24), CONTADA EM
      *   BLOCOS DE 30 DIAS PARA TRAS A PARTIR DE HOJE
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           DISPLAY "JANELA DE CONSUMO EM MESES (PADRAO 6): "
           ACCEPT WS-MESES

           IF WS-MESES EQUAL ZEROS
              MOVE 6                  TO WS-MESES
           END-IF

           IF WS-MESES GREATER 24
              MOVE 24                 TO WS-MESES
           END-IF

           COMPUTE WS-JANELA-DIAS = WS-MESES * 30
           .
      *----------------------------------------------------------------
      *   SEM ARQLOTEST A COLUNA DE VALIDADE SAI EM BRANCO
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT ESTMOV
           OPEN INPUT ESTOQUE
           OPEN OUTPUT RELABC

           IF NOT WS-FS-OK OR NOT WS-FS-EST-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA CURVA ABC."
              GOBACK
           END-IF

           OPEN INPUT LOTEST
           IF WS-FS-LOT-OK
              MOVE 'S'                TO WS-LOT-ABERTO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-CONSUMO
                      WS-TAB-RANKING
                      WS-TAB-CLASSES
           .
      *----------------------------------------------------------------
      *   UMA PASSADA NO KARDEX: ULTIMO MOVIMENTO DE QUALQUER TIPO,
      *   ULTIMO CONSUMO E O CONSUMO (QUANTIDADE E VALOR) NA JANELA
      *----------------------------------------------------------------
       P020-APURA-KARDEX.

           PERFORM P021-LE-MOVIMENTO UNTIL WS-FS-EOF
           .
       P021-LE-MOVIMENTO.

           READ ESTMOV
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  IF ID-ESTQ-MOV GREATER ZEROS
                     PERFORM P022-ACUMULA-MOVIMENTO THRU P022-FIM
                  END-IF
           END-READ
           .
       P022-ACUMULA-MOVIMENTO.

      *   O KARDEX GUARDA A DATA EM AAMMDD: COMPLETA O SECULO PELA
      *   JANELA FIXA DO PGMSECULO
           CALL "PGMSECULO" USING DATA-MOV-EST, WS-DATA-MOV-CHEIA

           IF WS-DATA-MOV-CHEIA GREATER WS-TAB-ULT-MOV (ID-ESTQ-MOV)
              MOVE WS-DATA-MOV-CHEIA
                 TO WS-TAB-ULT-MOV (ID-ESTQ-MOV)
           END-IF

           IF NOT MOV-EST-CONSUMO AND NOT MOV-EST-SAIDA
                                  AND NOT MOV-EST-REQUISICAO
              GO TO P022-FIM
           END-IF

           IF WS-DATA-MOV-CHEIA GREATER WS-TAB-ULT-CONS (ID-ESTQ-MOV)
              MOVE WS-DATA-MOV-CHEIA
                 TO WS-TAB-ULT-CONS (ID-ESTQ-MOV)
           END-IF

           CALL "PGMDIADIF" USING WS-DATA-MOV-CHEIA, WS-DATA-HOJE,
                                  WS-DIAS-ATRAS

           IF WS-DIAS-ATRAS NOT GREATER WS-JANELA-DIAS
              ADD QTD-MOV-EST         TO WS-TAB-QTD (ID-ESTQ-MOV)
              COMPUTE WS-VLR-CONSUMO = QTD-MOV-EST * VLR-UNIT-MOV-EST
              ADD WS-VLR-CONSUMO      TO WS-TAB-VLR (ID-ESTQ-MOV)
           END-IF
           .
       P022-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   VALIDADE DO LOTE COM SALDO MAIS PROXIMO DE VENCER DE CADA
      *   ITEM
      *----------------------------------------------------------------
       P025-APURA-LOTES.

           IF LOTES-ABERTO
              PERFORM P026-LE-LOTE UNTIL WS-FS-LOT-EOF
           END-IF
           .
       P026-LE-LOTE.

           READ LOTEST NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-LOT
               NOT AT END
                  IF QTD-LOTE-LE GREATER ZEROS
                     AND ID-ESTQ-LE GREATER ZEROS
                     AND (WS-TAB-VAL-LOTE (ID-ESTQ-LE) EQUAL ZEROS
                      OR DATA-VAL-LE LESS
                         WS-TAB-VAL-LOTE (ID-ESTQ-LE))
                     MOVE DATA-VAL-LE
                        TO WS-TAB-VAL-LOTE (ID-ESTQ-LE)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   OS ITENS DO CADASTRO COM CONSUMO NA JANELA ENTRAM NO RANKING
      *----------------------------------------------------------------
       P030-MONTA-RANKING.

           MOVE ZEROS                 TO WS-QTD-RANK
                                         WS-TOT-CONSUMO

           PERFORM P031-INCLUI-ITEM
              VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER 9999
           .
       P031-INCLUI-ITEM.

           IF WS-TAB-VLR (WS-IND) GREATER ZEROS
              IF WS-QTD-RANK LESS 2000
                 ADD 1                TO WS-QTD-RANK
                 MOVE WS-IND          TO WS-RANK-ID (WS-QTD-RANK)
                 MOVE WS-TAB-VLR (WS-IND)
                                      TO WS-RANK-VLR (WS-QTD-RANK)
                 ADD WS-TAB-VLR (WS-IND) TO WS-TOT-CONSUMO
              ELSE
                 DISPLAY "RANKING CHEIO (2000). ITEM " WS-IND
                         " FORA DA CURVA."
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   ORDENA DO MAIOR VALOR CONSUMIDO PARA O MENOR (TROCA SIMPLES)
      *----------------------------------------------------------------
       P035-ORDENA-RANKING.

           IF WS-QTD-RANK GREATER 1
              PERFORM P036-PASSADA
                 VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND NOT LESS WS-QTD-RANK
           END-IF
           .
       P036-PASSADA.

           PERFORM P037-COMPARA-PAR
              VARYING WS-IND2 FROM 1 BY 1
                 UNTIL WS-IND2 NOT LESS WS-QTD-RANK
           .
       P037-COMPARA-PAR.

           IF WS-RANK-VLR (WS-IND2) LESS WS-RANK-VLR (WS-IND2 + 1)
              MOVE WS-RANK (WS-IND2)     TO WS-RANK-TROCA
              MOVE WS-RANK (WS-IND2 + 1) TO WS-RANK (WS-IND2)
              MOVE WS-RANK-TROCA         TO WS-RANK (WS-IND2 + 1)
           END-IF
           .
      *----------------------------------------------------------------
      *   PRIMEIRA PARTE: O RANKING COM A CLASSE PELO PERCENTUAL
      *   ACUMULADO ANTES DO ITEM (O ITEM QUE CRUZA OS 80% AINDA E A),
      *   E O RESUMO POR CLASSE
      *----------------------------------------------------------------
       P040-IMPRIME-ABC.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-MESES              TO WS-CAB-MESES
           MOVE WS-JANELA-DIAS        TO WS-CAB-DIAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PERIODO      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TIT-ABC            TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CAB-ABC            TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-RANK EQUAL ZEROS
              MOVE WS-LINHA-VAZIA     TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE ZEROS                 TO WS-ACUMULADO

           PERFORM P041-IMPRIME-ITEM-ABC
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-RANK

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P043-IMPRIME-CLASSE
              VARYING WS-IND-CLASSE FROM 1 BY 1
                 UNTIL WS-IND-CLASSE GREATER 3

           MOVE WS-TOT-CONSUMO        TO WS-LTA-VLR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL-ABC    TO REL-LINHA
           WRITE REL-LINHA
           .
       P041-IMPRIME-ITEM-ABC.

           COMPUTE WS-PCT-ANTES = WS-ACUMULADO * 100 / WS-TOT-CONSUMO
           ADD WS-RANK-VLR (WS-IND)   TO WS-ACUMULADO
           COMPUTE WS-PCT-ACUM ROUNDED =
                   WS-ACUMULADO * 100 / WS-TOT-CONSUMO

           EVALUATE TRUE
               WHEN WS-PCT-ANTES LESS 80
                  MOVE 1              TO WS-IND-CLASSE
               WHEN WS-PCT-ANTES LESS 95
                  MOVE 2              TO WS-IND-CLASSE
               WHEN OTHER
                  MOVE 3              TO WS-IND-CLASSE
           END-EVALUATE

           ADD 1                      TO WS-CLS-ITENS (WS-IND-CLASSE)
           ADD WS-RANK-VLR (WS-IND)   TO WS-CLS-VLR (WS-IND-CLASSE)

           MOVE WS-RANK-ID (WS-IND)   TO ID-ESTQ
           READ ESTOQUE
               INVALID KEY
                  MOVE "** ITEM NAO CADASTRADO **" TO DESC-ESTQ
                  MOVE ZEROS          TO QTD-ESTQ
                                         CUSTO-ESTQ
           END-READ

           COMPUTE WS-VLR-ESTOQUE = QTD-ESTQ * CUSTO-ESTQ

      *   COBERTURA = SALDO / CONSUMO MEDIO DIARIO DA JANELA
           MOVE ZEROS                 TO WS-COBERTURA
           IF WS-TAB-QTD (WS-RANK-ID (WS-IND)) GREATER ZEROS
              COMPUTE WS-COBERTURA = QTD-ESTQ * WS-JANELA-DIAS
                    / WS-TAB-QTD (WS-RANK-ID (WS-IND))
              END-COMPUTE
           END-IF
           IF WS-COBERTURA GREATER 999999
              MOVE 999999             TO WS-COBERTURA
           END-IF

           MOVE WS-IND                TO WS-DA-ORDEM
           MOVE WS-RANK-ID (WS-IND)   TO WS-DA-ITEM
           MOVE DESC-ESTQ             TO WS-DA-DESC
           MOVE WS-RANK-VLR (WS-IND)  TO WS-DA-VLR
           MOVE WS-PCT-ACUM           TO WS-DA-PCT
           MOVE WS-NOME-CLASSE (WS-IND-CLASSE) TO WS-DA-CLASSE
           MOVE WS-VLR-ESTOQUE        TO WS-DA-ESTOQUE
           MOVE WS-COBERTURA          TO WS-DA-COBERTURA

           MOVE WS-TAB-ULT-MOV (WS-RANK-ID (WS-IND)) TO WS-DATA-AUX
           PERFORM P060-EDITA-DATA
           MOVE WS-DATA-ED            TO WS-DA-ULT-MOV

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE-ABC        TO REL-LINHA
           WRITE REL-LINHA
           .
       P043-IMPRIME-CLASSE.

           MOVE WS-NOME-CLASSE (WS-IND-CLASSE) TO WS-LC-CLASSE
           MOVE WS-CLS-ITENS (WS-IND-CLASSE)   TO WS-LC-ITENS
           MOVE WS-CLS-VLR (WS-IND-CLASSE)     TO WS-LC-VLR

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-CLASSE       TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   SEGUNDA PARTE: ITENS COM SALDO SEM CONSUMO HA 90 DIAS OU
      *   MAIS, PELO CADASTRO INTEIRO
      *----------------------------------------------------------------
       P050-IMPRIME-PARADO.

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-TIT-PARADO         TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CAB-PARADO         TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO ID-ESTQ

           START ESTOQUE KEY IS NOT LESS THAN ID-ESTQ
               INVALID KEY
                  MOVE 10             TO WS-FS-EST
           END-START

           PERFORM P051-LE-ITEM UNTIL WS-FS-EST-EOF

           IF WS-TOT-LENTO-QTD EQUAL ZEROS
              AND WS-TOT-PARADO-QTD EQUAL ZEROS
              MOVE WS-LINHA-VAZIA     TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE "LENTOS    "          TO WS-LTP-NOME
           MOVE WS-TOT-LENTO-QTD      TO WS-LTP-ITENS
           MOVE WS-TOT-LENTO-VLR      TO WS-LTP-VLR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL-PARADO TO REL-LINHA
           WRITE REL-LINHA

           MOVE "PARADOS   "          TO WS-LTP-NOME
           MOVE WS-TOT-PARADO-QTD     TO WS-LTP-ITENS
           MOVE WS-TOT-PARADO-VLR     TO WS-LTP-VLR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-TOTAL-PARADO TO REL-LINHA
           WRITE REL-LINHA
           .
       P051-LE-ITEM.

           READ ESTOQUE NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-EST
               NOT AT END
                  IF QTD-ESTQ GREATER ZEROS
                     PERFORM P052-AVALIA-ITEM THRU P052-FIM
                  END-IF
           END-READ
           .
       P052-AVALIA-ITEM.

           IF WS-TAB-ULT-CONS (ID-ESTQ) EQUAL ZEROS
              MOVE 99999              TO WS-DIAS-SEM-CONSUMO
           ELSE
              CALL "PGMDIADIF" USING WS-TAB-ULT-CONS (ID-ESTQ),
                                     WS-DATA-HOJE,
                                     WS-DIAS-SEM-CONSUMO
           END-IF

           IF WS-DIAS-SEM-CONSUMO LESS 90
              GO TO P052-FIM
           END-IF

           COMPUTE WS-VLR-ESTOQUE = QTD-ESTQ * CUSTO-ESTQ

           IF WS-DIAS-SEM-CONSUMO LESS 180
              MOVE "LENTO"            TO WS-DP-SITUACAO
              ADD 1                   TO WS-TOT-LENTO-QTD
              ADD WS-VLR-ESTOQUE      TO WS-TOT-LENTO-VLR
           ELSE
              MOVE "PARADO"           TO WS-DP-SITUACAO
              ADD 1                   TO WS-TOT-PARADO-QTD
              ADD WS-VLR-ESTOQUE      TO WS-TOT-PARADO-VLR
           END-IF

           MOVE ID-ESTQ               TO WS-DP-ITEM
           MOVE DESC-ESTQ             TO WS-DP-DESC
           MOVE QTD-ESTQ              TO WS-DP-SALDO
           MOVE WS-VLR-ESTOQUE        TO WS-DP-VLR

           IF WS-TAB-ULT-CONS (ID-ESTQ) EQUAL ZEROS
              MOVE "NUNCA"            TO WS-DP-ULT-CONS
              MOVE SPACES             TO WS-DP-DIAS
           ELSE
              MOVE WS-TAB-ULT-CONS (ID-ESTQ) TO WS-DATA-AUX
              PERFORM P060-EDITA-DATA
              MOVE WS-DATA-ED         TO WS-DP-ULT-CONS
              MOVE WS-DIAS-SEM-CONSUMO TO WS-DIAS-ED
              MOVE WS-DIAS-ED         TO WS-DP-DIAS
           END-IF

           IF WS-TAB-VAL-LOTE (ID-ESTQ) EQUAL ZEROS
              MOVE "SEM LOTE"         TO WS-DP-VAL-LOTE
           ELSE
              MOVE WS-TAB-VAL-LOTE (ID-ESTQ) TO WS-DATA-AUX
              PERFORM P060-EDITA-DATA
              MOVE WS-DATA-ED         TO WS-DP-VAL-LOTE
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE-PARADO     TO REL-LINHA
           WRITE REL-LINHA
           .
       P052-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   AAAAMMDD EM WS-DATA-AUX PARA DD/MM/AAAA EM WS-DATA-ED
      *----------------------------------------------------------------
       P060-EDITA-DATA.

           MOVE WS-AUX-DIA            TO WS-DTE-DIA
           MOVE WS-AUX-MES            TO WS-DTE-MES
           MOVE WS-AUX-ANO            TO WS-DTE-ANO
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE ESTMOV
           CLOSE ESTOQUE
           CLOSE RELABC

           IF LOTES-ABERTO
              CLOSE LOTEST
           END-IF
           .
       END PROGRAM PGMABCREL.
