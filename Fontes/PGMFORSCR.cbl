      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: DESEMPENHO DE FORNECEDORES. SOBRE OS PEDIDOS DE
      *          COMPRA RECEBIDOS (PGMCMP03) NOS ULTIMOS N MESES, POR
      *          FORNECEDOR: PRAZO MEDIO EM DIAS DA EMISSAO AO
      *          RECEBIMENTO, PERCENTUAL DE PEDIDOS ENTREGUES COMPLETOS
      *          E ATE A PREVISAO DE ENTREGA (DATA-PREV-PED), TAXA DE
      *          DIVERGENCIA DE QUANTIDADE (ALGUM ITEM RECEBIDO
      *          DIFERENTE DO PEDIDO) E DE PRECO (TITULO DO PEDIDO
      *          BLOQUEADO NO CONFRONTO DE TRES VIAS DO PGMPAG01) E AS
      *          DEVOLUCOES DA JANELA (ARQDEVFOR) SOBRE O VALOR
      *          RECEBIDO. DEBAIXO DE CADA FORNECEDOR SAI A EVOLUCAO
      *          DO PRECO MEDIO DE CADA ITEM COMPRADO CONTRA OS N
      *          MESES ANTERIORES. A NOTA DE 0 A 100 PESA 40 PARA A
      *          PONTUALIDADE E 20 PARA CADA UMA DAS OUTRAS TRES
      *          TAXAS; FICA EM ARQFORSCR PARA O PGMCOT01 MOSTRAR AO
      *          LADO DA COTACAO. PEDIDO RECEBIDO ANTES DE EXISTIR A
      *          DATA DE RECEBIMENTO NAO ENTRA NA CONTA. SAI EM
      *          RELFORSCR.LST, GUARDADO NO SPOOL PELO PGMSPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFORSCR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEDIDOS ASSIGN TO
           WS-PATH-ARQPEDCMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PEDIDO
           FILE STATUS  IS WS-FS.

           SELECT PEDITENS ASSIGN TO
           WS-PATH-ARQPEDIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-PEDIT
           FILE STATUS  IS WS-FS-PIT.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT DEVOLUCOES ASSIGN TO
           WS-PATH-ARQDEVFOR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-DEV
           FILE STATUS  IS WS-FS-DEV.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT FORSCR ASSIGN TO
           WS-PATH-ARQFORSCR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN-SCR
           FILE STATUS  IS WS-FS-SCR.

           SELECT RELFORSCR ASSIGN TO
           WS-PATH-RELFORSCR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
           COPY CPYPEDCMP.

       FD PEDITENS.
           COPY CPYPEDIT.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD PAGAR.
           COPY CPYPAGAR.

       FD DEVOLUCOES.
           COPY CPYDEVFOR.

       FD FORNECED.
           COPY CPYFORN.

       FD FORSCR.
           COPY CPYFORSCR.

       FD RELFORSCR
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PIT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PIT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PIT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PIT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PIT-EOF
                          WS-FS-OK BY WS-FS-PIT-OK
                          WS-FS BY WS-FS-PIT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-DEV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-DEV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-DEV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-DEV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-DEV-EOF
                          WS-FS-OK BY WS-FS-DEV-OK
                          WS-FS BY WS-FS-DEV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SCR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SCR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SCR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SCR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SCR-EOF
                          WS-FS-OK BY WS-FS-SCR-OK
                          WS-FS BY WS-FS-SCR.
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
       77 WS-JANELA-ANT           PIC 9(05)  VALUE ZEROS.
       77 WS-DIAS-ATRAS           PIC 9(05)  VALUE ZEROS.
       77 WS-DATA-EMISSAO         PIC 9(08)  VALUE ZEROS.
       77 WS-PRAZO-DIAS           PIC 9(05)  VALUE ZEROS.
       77 WS-SEQ                  PIC 9(02)  VALUE ZEROS.
       77 WS-FORN                 PIC 9(05)  VALUE ZEROS.
       77 WS-IND                  PIC 9(04)  VALUE ZEROS.
       77 WS-IND-PRC              PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-PRECOS           PIC 9(04)  VALUE ZEROS.
       77 WS-VLR-ITEM             PIC 9(10)V99 VALUE ZEROS.
       77 WS-PRECO-ANT            PIC 9(06)V99 VALUE ZEROS.
       77 WS-PRECO-ATU            PIC 9(06)V99 VALUE ZEROS.
       77 WS-VARIACAO             PIC S9(05)V9 VALUE ZEROS.
       77 WS-PCT-DEV              PIC 9(05)  VALUE ZEROS.
       77 WS-NOTA                 PIC 9(05)V99 VALUE ZEROS.
       77 WS-TOTAL-FORN           PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-PEDIDOS        PIC 9(05)  VALUE ZEROS.
       77 WS-TOTAL-SEM-DATA       PIC 9(05)  VALUE ZEROS.
       77 WS-TAB-CHEIA            PIC X(01)  VALUE 'N'.
          88 TABELA-PRECOS-CHEIA  VALUE 'S'.
       77 WS-COMPLETO             PIC X(01)  VALUE 'S'.
          88 PEDIDO-COMPLETO      VALUE 'S'.
       77 WS-DIVERGIU             PIC X(01)  VALUE 'N'.
          88 PEDIDO-DIVERGENTE    VALUE 'S'.
       77 WS-PERIODO              PIC X(01)  VALUE SPACES.
          88 PERIODO-ATUAL        VALUE 'A'.
          88 PERIODO-ANTERIOR     VALUE 'P'.

      *   SITUACAO DE CADA PEDIDO NA JANELA (INDEXADO PELO ID): 'J'
      *   RECEBIDO NA JANELA, 'D' JA CONTADO COMO DIVERGENTE DE PRECO
       01 WS-TAB-PEDIDOS.
          03 WS-PED-SIT           PIC X(01)  OCCURS 9999 TIMES.

      *   ACUMULADOS DA JANELA POR FORNECEDOR (INDEXADO PELO ID)
       01 WS-TAB-FORNECEDORES.
          03 WS-TAB-FORN OCCURS 9999 TIMES.
             05 WS-TF-PEDIDOS     PIC 9(04).
             05 WS-TF-SOMA-PRAZO  PIC 9(07).
             05 WS-TF-PONTUAIS    PIC 9(04).
             05 WS-TF-DIV-QTD     PIC 9(04).
             05 WS-TF-DIV-PRECO   PIC 9(04).
             05 WS-TF-VLR-RECEB   PIC 9(10)V99.
             05 WS-TF-DEVOLUCOES  PIC 9(04).
             05 WS-TF-VLR-DEV     PIC 9(10)V99.

      *   PRECO MEDIO PAGO POR FORNECEDOR X ITEM NA JANELA E NOS N
      *   MESES ANTERIORES (QUANTIDADE E VALOR RECEBIDOS)
       01 WS-TAB-PRECOS.
          03 WS-TAB-PRC OCCURS 3000 TIMES.
             05 WS-TP-FORN        PIC 9(04).
             05 WS-TP-ITEM        PIC 9(04).
             05 WS-TP-QTD-ATU     PIC 9(08).
             05 WS-TP-VLR-ATU     PIC 9(10)V99.
             05 WS-TP-QTD-ANT     PIC 9(08).
             05 WS-TP-VLR-ANT     PIC 9(10)V99.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(50)  VALUE
             "DESEMPENHO DE FORNECEDORES".

       01 WS-LINHA-PERIODO.
          03 FILLER               PIC X(32)  VALUE
             "PEDIDOS RECEBIDOS NOS ULTIMOS ".
          03 WS-CAB-MESES         PIC Z9.
          03 FILLER               PIC X(08)  VALUE " MESES (".
          03 WS-CAB-DIAS          PIC ZZZZ9.
          03 FILLER               PIC X(41)  VALUE
             " DIAS); PRECOS CONTRA OS MESES ANTERIORES".

       01 WS-CAB-02.
          03 FILLER               PIC X(44)  VALUE
             "FORN NOME                          PEDIDOS  ".
          03 FILLER               PIC X(42)  VALUE
             "PRAZO %PONTUAL %DIV.QTD %DIV.PRC   DEVOL. ".
          03 FILLER               PIC X(28)  VALUE
             "    VLR DEVOLVIDO %DEV  NOTA".

       01 WS-DETALHE.
          03 WS-DET-FORN          PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NOME          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PEDIDOS       PIC ZZ.ZZ9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PRAZO         PIC ZZ9,9.
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 WS-DET-PONTUAL       PIC ZZ9.
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 WS-DET-DIV-QTD       PIC ZZ9.
          03 FILLER               PIC X(06)  VALUE SPACES.
          03 WS-DET-DIV-PRC       PIC ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-DEVOL         PIC ZZ.ZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VLR-DEV       PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PCT-DEV       PIC ZZ9.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DET-NOTA          PIC ZZ9.

       01 WS-CAB-ITEM.
          03 FILLER               PIC X(45)  VALUE
             "          ITEM DESCRICAO".
          03 FILLER               PIC X(39)  VALUE
             "  PRECO ANTERIOR  PRECO ATUAL     VAR.%".

       01 WS-DETALHE-ITEM.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 WS-DI-ITEM           PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DI-DESC           PIC X(30).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DI-PRECO-ANT      PIC X(14).
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-DI-PRECO-ATU      PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DI-VARIACAO       PIC X(08).

       01 WS-PRECO-ED             PIC ZZZ.ZZZ.ZZ9,99.
       01 WS-VARIACAO-ED          PIC +ZZZ9,9.

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "FORNECEDORES AVALIADOS............: ".
          03 WS-ROD-FORN          PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "PEDIDOS RECEBIDOS NA JANELA.......: ".
          03 WS-ROD-PEDIDOS       PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "RECEBIDOS SEM DATA (NAO AVALIADOS): ".
          03 WS-ROD-SEM-DATA      PIC ZZZ.ZZ9.

       01 WS-RODAPE-04.
          03 FILLER               PIC X(52)  VALUE
             "NOTA = 40% PONTUALIDADE + 20% CADA: SEM DIVERGENCIA".
          03 FILLER               PIC X(50)  VALUE
             " DE QTD, SEM DIVERGENCIA DE PRECO E SEM DEVOLUCAO".

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(60)  VALUE
             "NENHUM PEDIDO RECEBIDO NA JANELA.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELFORSCR".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-APURA-PEDIDOS
           PERFORM P040-APURA-TITULOS THRU P040-FIM
           PERFORM P050-APURA-DEVOLUCOES THRU P050-FIM
           PERFORM P060-IMPRIME-FORNECEDOR THRU P060-FIM
              VARYING WS-FORN FROM 1 BY 1
                 UNTIL WS-FORN GREATER 9999
           PERFORM P080-RODAPES
           PERFORM P090-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELFORSCR,
                                 WS-SPOOL-PARMS

           DISPLAY "DESEMPENHO DE FORNECEDORES CONCLUIDO. "
                   "FORNECEDORES AVALIADOS: " WS-TOTAL-FORN

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPEDCMP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPEDCMP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPEDIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPEDIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDEVFOR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDEVFOR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORSCR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORSCR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELFORSCR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELFORSCR
           END-IF
           .
      *----------------------------------------------------------------
      *   JANELA DE AVALIACAO EM MESES (PADRAO 6, MAXIMO 12), CONTADA
      *   EM BLOCOS DE 30 DIAS PARA TRAS A PARTIR DE HOJE. A JANELA
      *   ANTERIOR, DE MESMO TAMANHO, SO SERVE A EVOLUCAO DE PRECOS
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           DISPLAY "JANELA DE AVALIACAO EM MESES (PADRAO 6): "
           ACCEPT WS-MESES

           IF WS-MESES EQUAL ZEROS
              MOVE 6                  TO WS-MESES
           END-IF

           IF WS-MESES GREATER 12
              MOVE 12                 TO WS-MESES
           END-IF

           COMPUTE WS-JANELA-DIAS = WS-MESES * 30
           COMPUTE WS-JANELA-ANT  = WS-JANELA-DIAS * 2
           .
      *----------------------------------------------------------------
      *   SEM TITULOS OU SEM DEVOLUCOES AS TAXAS CORRESPONDENTES SAEM
      *   ZERADAS; O ARQUIVO DE NOTAS E REFEITO A CADA RODADA
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT PEDIDOS
           OPEN INPUT PEDITENS
           OPEN INPUT ESTOQUE
           OPEN INPUT FORNECED
           OPEN OUTPUT FORSCR
           OPEN OUTPUT RELFORSCR

           IF NOT WS-FS-OK OR NOT WS-FS-PIT-OK OR NOT WS-FS-EST-OK
              OR NOT WS-FS-FRN-OK OR NOT WS-FS-SCR-OK
              OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO DESEMPENHO "
                      "DE FORNECEDORES."
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-FORNECEDORES
                      WS-TAB-PRECOS
           MOVE SPACES                TO WS-TAB-PEDIDOS

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

           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE ALL "-"               TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   UMA PASSADA NOS PEDIDOS RECEBIDOS: OS DA JANELA CONTAM PARA
      *   A NOTA E PARA O PRECO ATUAL; OS DA JANELA ANTERIOR SO PARA O
      *   PRECO ANTERIOR
      *----------------------------------------------------------------
       P020-APURA-PEDIDOS.
      *----------------------------------------------------------------
           PERFORM P021-LE-PEDIDO THRU P021-FIM UNTIL WS-FS-EOF

           CLOSE PEDIDOS
           .
      *----------------------------------------------------------------
       P021-LE-PEDIDO.
      *----------------------------------------------------------------
           READ PEDIDOS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
                  GO TO P021-FIM
           END-READ

           IF NOT PED-RECEBIDO OR ID-FORN-PED EQUAL ZEROS
              GO TO P021-FIM
           END-IF

           IF DATA-RECEB-PED EQUAL ZEROS
              ADD 1                   TO WS-TOTAL-SEM-DATA
              GO TO P021-FIM
           END-IF

           CALL "PGMDIADIF" USING DATA-RECEB-PED, WS-DATA-HOJE,
                                  WS-DIAS-ATRAS

           EVALUATE TRUE
               WHEN WS-DIAS-ATRAS NOT GREATER WS-JANELA-DIAS
                  SET PERIODO-ATUAL   TO TRUE
               WHEN WS-DIAS-ATRAS NOT GREATER WS-JANELA-ANT
                  SET PERIODO-ANTERIOR TO TRUE
               WHEN OTHER
                  GO TO P021-FIM
           END-EVALUATE

           MOVE 'S'                   TO WS-COMPLETO
           MOVE 'N'                   TO WS-DIVERGIU

           PERFORM P030-CONFERE-ITEM THRU P030-FIM
              VARYING WS-SEQ FROM 1 BY 1
                 UNTIL WS-SEQ GREATER QTD-ITENS-PED

           IF PERIODO-ANTERIOR
              GO TO P021-FIM
           END-IF

           PERFORM P025-ACUMULA-PEDIDO
           .
       P021-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PRAZO DA EMISSAO (APROVACAO; PEDIDO ANTIGO SEM APROVACAO USA
      *   A DATA DO RASCUNHO) AO RECEBIMENTO E PONTUALIDADE: COMPLETO
      *   E ATE A PREVISAO. PEDIDO SEM PREVISAO CONTA COMO NO PRAZO
      *----------------------------------------------------------------
       P025-ACUMULA-PEDIDO.
      *----------------------------------------------------------------
           MOVE 'J'                   TO WS-PED-SIT (ID-PEDIDO)
           ADD 1                      TO WS-TOTAL-PEDIDOS
           ADD 1                      TO WS-TF-PEDIDOS (ID-FORN-PED)

           IF DATA-APROV-PED GREATER ZEROS
              MOVE DATA-APROV-PED     TO WS-DATA-EMISSAO
           ELSE
              CALL "PGMSECULO" USING DATA-EMIS-PED, WS-DATA-EMISSAO
           END-IF

           CALL "PGMDIADIF" USING WS-DATA-EMISSAO, DATA-RECEB-PED,
                                  WS-PRAZO-DIAS
           ADD WS-PRAZO-DIAS          TO WS-TF-SOMA-PRAZO (ID-FORN-PED)

           IF PEDIDO-COMPLETO
              AND (DATA-PREV-PED EQUAL ZEROS
                   OR DATA-RECEB-PED NOT GREATER DATA-PREV-PED)
              ADD 1                   TO WS-TF-PONTUAIS (ID-FORN-PED)
           END-IF

           IF PEDIDO-DIVERGENTE
              ADD 1                   TO WS-TF-DIV-QTD (ID-FORN-PED)
           END-IF
           .
      *----------------------------------------------------------------
      *   ITEM DO PEDIDO: ENTREGA A MENOS DEIXA O PEDIDO INCOMPLETO,
      *   QUALQUER DIFERENCA O TORNA DIVERGENTE. O VALOR RECEBIDO SAI
      *   DO PRECO DO RECEBIMENTO OU, SEM ELE, DO CUSTO MEDIO DO ITEM
      *----------------------------------------------------------------
       P030-CONFERE-ITEM.
      *----------------------------------------------------------------
           MOVE ID-PEDIDO             TO ID-PED-IT
           MOVE WS-SEQ                TO SEQ-PED-IT

           READ PEDITENS
               INVALID KEY
                  GO TO P030-FIM
           END-READ

           IF QTD-RECEBIDA-IT LESS QTD-PEDIDA-IT
              MOVE 'N'                TO WS-COMPLETO
           END-IF

           IF QTD-RECEBIDA-IT NOT EQUAL QTD-PEDIDA-IT
              MOVE 'S'                TO WS-DIVERGIU
           END-IF

           IF QTD-RECEBIDA-IT EQUAL ZEROS
              GO TO P030-FIM
           END-IF

           IF PERIODO-ATUAL
              IF PRECO-RECEB-IT GREATER ZEROS
                 COMPUTE WS-VLR-ITEM = QTD-RECEBIDA-IT * PRECO-RECEB-IT
              ELSE
                 MOVE ZEROS           TO WS-VLR-ITEM
                 MOVE ID-ESTQ-IT      TO ID-ESTQ
                 READ ESTOQUE
                     NOT INVALID KEY
                        COMPUTE WS-VLR-ITEM = QTD-RECEBIDA-IT
                                            * CUSTO-ESTQ
                 END-READ
              END-IF
              ADD WS-VLR-ITEM         TO WS-TF-VLR-RECEB (ID-FORN-PED)
           END-IF

           IF PRECO-RECEB-IT EQUAL ZEROS
              GO TO P030-FIM
           END-IF

           PERFORM P035-LOCALIZA-PRECO THRU P035-FIM

           IF WS-IND-PRC EQUAL ZEROS
              GO TO P030-FIM
           END-IF

           COMPUTE WS-VLR-ITEM = QTD-RECEBIDA-IT * PRECO-RECEB-IT

           IF PERIODO-ATUAL
              ADD QTD-RECEBIDA-IT     TO WS-TP-QTD-ATU (WS-IND-PRC)
              ADD WS-VLR-ITEM         TO WS-TP-VLR-ATU (WS-IND-PRC)
           ELSE
              ADD QTD-RECEBIDA-IT     TO WS-TP-QTD-ANT (WS-IND-PRC)
              ADD WS-VLR-ITEM         TO WS-TP-VLR-ANT (WS-IND-PRC)
           END-IF
           .
       P030-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   POSICAO DO PAR FORNECEDOR X ITEM NA TABELA DE PRECOS, CRIANDO
      *   A LINHA NA PRIMEIRA COMPRA. TABELA CHEIA DEVOLVE ZERO
      *----------------------------------------------------------------
       P035-LOCALIZA-PRECO.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-IND-PRC

           PERFORM P036-COMPARA-PRECO
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-PRECOS
                    OR WS-IND-PRC GREATER ZEROS

           IF WS-IND-PRC GREATER ZEROS
              GO TO P035-FIM
           END-IF

           IF WS-QTD-PRECOS NOT LESS 3000
              IF NOT TABELA-PRECOS-CHEIA
                 SET TABELA-PRECOS-CHEIA TO TRUE
                 DISPLAY "TABELA DE PRECOS CHEIA; EVOLUCAO DE PRECO "
                         "PARCIAL."
              END-IF
              GO TO P035-FIM
           END-IF

           ADD 1                      TO WS-QTD-PRECOS
           MOVE WS-QTD-PRECOS         TO WS-IND-PRC
           MOVE ID-FORN-PED           TO WS-TP-FORN (WS-IND-PRC)
           MOVE ID-ESTQ-IT            TO WS-TP-ITEM (WS-IND-PRC)
           .
       P035-FIM.
           EXIT.
      *----------------------------------------------------------------
       P036-COMPARA-PRECO.
      *----------------------------------------------------------------
           IF WS-TP-FORN (WS-IND) EQUAL ID-FORN-PED
              AND WS-TP-ITEM (WS-IND) EQUAL ID-ESTQ-IT
              MOVE WS-IND             TO WS-IND-PRC
           END-IF
           .
      *----------------------------------------------------------------
      *   DIVERGENCIA DE PRECO: PEDIDO DA JANELA COM TITULO BLOQUEADO
      *   NO CONFRONTO PEDIDO X RECEBIDO X FATURADO (CONTADO UMA VEZ
      *   POR PEDIDO, MESMO COM MAIS DE UM TITULO)
      *----------------------------------------------------------------
       P040-APURA-TITULOS.
      *----------------------------------------------------------------
           OPEN INPUT PAGAR

           IF NOT WS-FS-PAG-OK
              DISPLAY "ARQPAGAR INDISPONIVEL; DIVERGENCIA DE PRECO "
                      "NAO APURADA."
              GO TO P040-FIM
           END-IF

           PERFORM P041-LE-TITULO UNTIL WS-FS-PAG-EOF

           CLOSE PAGAR
           .
       P040-FIM.
           EXIT.
      *----------------------------------------------------------------
       P041-LE-TITULO.
      *----------------------------------------------------------------
           READ PAGAR NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-PAG
               NOT AT END
                  IF NOT TITULO-SEM-PEDIDO
                     AND TITULO-BLOQ-DIVERG
                     AND WS-PED-SIT (ID-PED-PAG) EQUAL 'J'
                     MOVE 'D'         TO WS-PED-SIT (ID-PED-PAG)
                     ADD 1            TO WS-TF-DIV-PRECO (ID-FORN-PAG)
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   DEVOLUCOES A FORNECEDOR FEITAS NA JANELA
      *----------------------------------------------------------------
       P050-APURA-DEVOLUCOES.
      *----------------------------------------------------------------
           OPEN INPUT DEVOLUCOES

           IF NOT WS-FS-DEV-OK
              GO TO P050-FIM
           END-IF

           PERFORM P051-LE-DEVOLUCAO UNTIL WS-FS-DEV-EOF

           CLOSE DEVOLUCOES
           .
       P050-FIM.
           EXIT.
      *----------------------------------------------------------------
       P051-LE-DEVOLUCAO.
      *----------------------------------------------------------------
           READ DEVOLUCOES NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-DEV
               NOT AT END
                  IF ID-FORN-DEV GREATER ZEROS
                     AND DATA-DEV GREATER ZEROS
                     CALL "PGMDIADIF" USING DATA-DEV, WS-DATA-HOJE,
                                            WS-DIAS-ATRAS
                     IF WS-DIAS-ATRAS NOT GREATER WS-JANELA-DIAS
                        ADD 1         TO WS-TF-DEVOLUCOES (ID-FORN-DEV)
                        ADD VLR-TOTAL-DEV
                                      TO WS-TF-VLR-DEV (ID-FORN-DEV)
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   FORNECEDOR COM PEDIDO RECEBIDO NA JANELA: CALCULA AS TAXAS E
      *   A NOTA, GRAVA EM ARQFORSCR E IMPRIME COM A EVOLUCAO DE PRECO
      *   DOS ITENS. DEVOLUCAO ACIMA DO VALOR RECEBIDO LIMITA A 100%
      *----------------------------------------------------------------
       P060-IMPRIME-FORNECEDOR.
      *----------------------------------------------------------------
           IF WS-TF-PEDIDOS (WS-FORN) EQUAL ZEROS
              GO TO P060-FIM
           END-IF

           ADD 1                      TO WS-TOTAL-FORN

           MOVE WS-FORN               TO ID-FORN-SCR
           MOVE WS-DATA-HOJE          TO DATA-CALC-SCR
           MOVE WS-MESES              TO MESES-SCR
           MOVE WS-TF-PEDIDOS (WS-FORN) TO QTD-PED-SCR

           COMPUTE PRAZO-MEDIO-SCR ROUNDED =
                   WS-TF-SOMA-PRAZO (WS-FORN) / WS-TF-PEDIDOS (WS-FORN)
           COMPUTE PCT-PONTUAL-SCR ROUNDED =
                   WS-TF-PONTUAIS (WS-FORN) * 100
                 / WS-TF-PEDIDOS (WS-FORN)
           COMPUTE PCT-DIV-QTD-SCR ROUNDED =
                   WS-TF-DIV-QTD (WS-FORN) * 100
                 / WS-TF-PEDIDOS (WS-FORN)
           COMPUTE PCT-DIV-PRECO-SCR ROUNDED =
                   WS-TF-DIV-PRECO (WS-FORN) * 100
                 / WS-TF-PEDIDOS (WS-FORN)

           MOVE WS-TF-DEVOLUCOES (WS-FORN) TO QTD-DEV-SCR
           MOVE WS-TF-VLR-DEV (WS-FORN)    TO VLR-DEV-SCR

           EVALUATE TRUE
               WHEN WS-TF-VLR-DEV (WS-FORN) EQUAL ZEROS
                  MOVE ZEROS          TO WS-PCT-DEV
               WHEN WS-TF-VLR-DEV (WS-FORN)
                    NOT LESS WS-TF-VLR-RECEB (WS-FORN)
                  MOVE 100            TO WS-PCT-DEV
               WHEN OTHER
                  COMPUTE WS-PCT-DEV ROUNDED =
                          WS-TF-VLR-DEV (WS-FORN) * 100
                        / WS-TF-VLR-RECEB (WS-FORN)
           END-EVALUATE
           MOVE WS-PCT-DEV            TO PCT-DEV-SCR

           COMPUTE WS-NOTA = (PCT-PONTUAL-SCR * 40
                           + (100 - PCT-DIV-QTD-SCR) * 20
                           + (100 - PCT-DIV-PRECO-SCR) * 20
                           + (100 - PCT-DEV-SCR) * 20) / 100
           COMPUTE NOTA-SCR ROUNDED = WS-NOTA

           WRITE REG-FORSCR
               INVALID KEY
                  DISPLAY "ERRO AO GRAVAR A NOTA DO FORNECEDOR "
                          WS-FORN
           END-WRITE

           MOVE WS-FORN               TO ID-FORN
           READ FORNECED
               INVALID KEY
                  MOVE "*FORNECEDOR NAO ENCONTRADO*" TO NM-FORN
           END-READ

           MOVE WS-FORN               TO WS-DET-FORN
           MOVE NM-FORN               TO WS-DET-NOME
           MOVE QTD-PED-SCR           TO WS-DET-PEDIDOS
           MOVE PRAZO-MEDIO-SCR       TO WS-DET-PRAZO
           MOVE PCT-PONTUAL-SCR       TO WS-DET-PONTUAL
           MOVE PCT-DIV-QTD-SCR       TO WS-DET-DIV-QTD
           MOVE PCT-DIV-PRECO-SCR     TO WS-DET-DIV-PRC
           MOVE QTD-DEV-SCR           TO WS-DET-DEVOL
           MOVE VLR-DEV-SCR           TO WS-DET-VLR-DEV
           MOVE PCT-DEV-SCR           TO WS-DET-PCT-DEV
           MOVE NOTA-SCR              TO WS-DET-NOTA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-ITEM           TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P065-IMPRIME-PRECO THRU P065-FIM
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-PRECOS

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
       P060-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PRECO MEDIO DO ITEM NA JANELA CONTRA O DA JANELA ANTERIOR;
      *   ITEM SO COMPRADO ANTES NAO ENTRA
      *----------------------------------------------------------------
       P065-IMPRIME-PRECO.
      *----------------------------------------------------------------
           IF WS-TP-FORN (WS-IND) NOT EQUAL WS-FORN
              OR WS-TP-QTD-ATU (WS-IND) EQUAL ZEROS
              GO TO P065-FIM
           END-IF

           COMPUTE WS-PRECO-ATU ROUNDED =
                   WS-TP-VLR-ATU (WS-IND) / WS-TP-QTD-ATU (WS-IND)

           MOVE WS-TP-ITEM (WS-IND)   TO WS-DI-ITEM
                                         ID-ESTQ
           READ ESTOQUE
               INVALID KEY
                  MOVE "*ITEM NAO ENCONTRADO*" TO DESC-ESTQ
           END-READ
           MOVE DESC-ESTQ             TO WS-DI-DESC
           MOVE WS-PRECO-ATU          TO WS-DI-PRECO-ATU

           IF WS-TP-QTD-ANT (WS-IND) EQUAL ZEROS
              MOVE "SEM COMPRA ANT"   TO WS-DI-PRECO-ANT
              MOVE SPACES             TO WS-DI-VARIACAO
           ELSE
              COMPUTE WS-PRECO-ANT ROUNDED =
                      WS-TP-VLR-ANT (WS-IND) / WS-TP-QTD-ANT (WS-IND)
              MOVE WS-PRECO-ANT       TO WS-PRECO-ED
              MOVE WS-PRECO-ED        TO WS-DI-PRECO-ANT
              IF WS-PRECO-ANT GREATER ZEROS
                 COMPUTE WS-VARIACAO ROUNDED =
                         (WS-PRECO-ATU - WS-PRECO-ANT) * 100
                       / WS-PRECO-ANT
                 MOVE WS-VARIACAO     TO WS-VARIACAO-ED
                 MOVE WS-VARIACAO-ED  TO WS-DI-VARIACAO
              ELSE
                 MOVE SPACES          TO WS-DI-VARIACAO
              END-IF
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE-ITEM       TO REL-LINHA
           WRITE REL-LINHA
           .
       P065-FIM.
           EXIT.
      *----------------------------------------------------------------
       P080-RODAPES.
      *----------------------------------------------------------------
           IF WS-TOTAL-FORN EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE ALL "-"               TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-FORN         TO WS-ROD-FORN
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-PEDIDOS      TO WS-ROD-PEDIDOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-SEM-DATA     TO WS-ROD-SEM-DATA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-04          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P090-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PEDITENS
           CLOSE ESTOQUE
           CLOSE FORNECED
           CLOSE FORSCR
           CLOSE RELFORSCR
           .
       END PROGRAM PGMFORSCR.
