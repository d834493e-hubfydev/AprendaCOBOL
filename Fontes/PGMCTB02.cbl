      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONTABILIZACAO AUTOMATICA (RODADA NOTURNA): VARRE OS
      *          ARQUIVOS DO NEGOCIO E GRAVA NO LIVRO DIARIO
      *          (ARQLANCTB) UM LANCAMENTO DE PARTIDA DOBRADA PARA CADA
      *          FATO AINDA NAO CONTABILIZADO, COM AS CONTAS DA TABELA
      *          DE EVENTOS (ARQEVCTB, MANTIDA NO PGMCTB01):
      *            FATURAS (ARQFATURA) - EMISSAO (FEMI, OU FMOR NA
      *            FATURA DE MORA) E ESTORNO (FEST). A FATURA DE ACORDO
      *            DE RENEGOCIACAO NAO E LANCADA: O SALDO DAS FATURAS
      *            ORIGINAIS JA ESTA EM CLIENTES A RECEBER;
      *            MOVIMENTO DE CAIXA (ARQCXMOV) - RECEBIMENTO PELA
      *            FORMA (RDIN/RCAR/RPIX/RCHQ/ROUT), DESCONTO (RDES),
      *            ADIANTAMENTO (RADT); O ESTORNO DO RECEBIMENTO USA O
      *            EVENTO DA FORMA COM DEBITO E CREDITO TROCADOS;
      *            BOLETOS LIQUIDADOS NO BANCO (ARQBOLETO) - BLIQ;
      *            GLOSAS DE CONVENIO (ARQGLOSA) - GLOS;
      *            CONTAS A PAGAR (ARQPAGAR) - TITULO PELO LIQUIDO
      *            (PTIT), TRIBUTOS RETIDOS (PRET) E PAGAMENTO (PPAG).
      *            TITULO COM VALOR AINDA ESTIMADO (RECORRENTE) SO E
      *            LANCADO QUANDO O VALOR FOR CONFIRMADO;
      *            CONSUMO DE MATERIAL DO KARDEX (ARQESTMOV) - CMVC,
      *            PELO CUSTO MEDIO CARIMBADO NO MOVIMENTO.
      *          A FILIAL DO LANCAMENTO E A DO CLIENTE (FATURA, BOLETO,
      *          GLOSA), A DO CAIXA (MOVIMENTO DE CAIXA) E A DO TITULO
      *          (CONTAS A PAGAR); O KARDEX NAO TEM FILIAL E O CMV VAI
      *          PARA A FILIAL ZERO. A CHAVE DO LANCAMENTO (ORIGEM,
      *          DOCUMENTO, EVENTO) IMPEDE LANCAR DUAS VEZES: FATO JA
      *          LANCADO E PULADO, E FATO CUJO EVENTO NAO ESTA
      *          CONFIGURADO (OU ESTA INATIVO) FICA PENDENTE E ENTRA
      *          NA PRIMEIRA RODADA DEPOIS DE CONFIGURADO. NAO PEDE
      *          NADA AO OPERADOR (RODA NA CORRENTE DO PGMNOITE). OS
      *          LANCAMENTOS NOVOS SAEM EM RELLANCTB.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTB02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANCTB ASSIGN TO
           WS-PATH-ARQLANCTB
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-LCT
           FILE STATUS  IS WS-FS.

           SELECT EVCTB ASSIGN TO
           WS-PATH-ARQEVCTB
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS COD-EVC
           FILE STATUS  IS WS-FS-EVC.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT CAIXA ASSIGN TO
           WS-PATH-ARQCAIXA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CAIXA
           FILE STATUS  IS WS-FS-CXA.

           SELECT CXMOV ASSIGN TO
           WS-PATH-ARQCXMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MOV.

           SELECT BOLETOS ASSIGN TO
           WS-PATH-ARQBOLETO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-BOLETO
           FILE STATUS  IS WS-FS-BOL.

           SELECT GLOSAS ASSIGN TO
           WS-PATH-ARQGLOSA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-GLO.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT ESTMOV ASSIGN TO
           WS-PATH-ARQESTMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-EST.

           SELECT RELLANCTB ASSIGN TO
           WS-PATH-RELLANCTB
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD LANCTB.
           COPY CPYLANCTB.

       FD EVCTB.
           COPY CPYEVCTB.

       FD FATURA.
           COPY CPYFATURA.

       FD CLIENTES.
           COPY CPYCLI.

       FD CAIXA.
           COPY CPYCAIXA.

       FD CXMOV.
           COPY CPYCXMOV.

       FD BOLETOS.
           COPY CPYBOLETO.

       FD GLOSAS.
           COPY CPYGLOSA.

       FD PAGAR.
           COPY CPYPAGAR.

       FD ESTMOV.
           COPY CPYESTMOV.

       FD RELLANCTB
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EVC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EVC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EVC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EVC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EVC-EOF
                          WS-FS-OK BY WS-FS-EVC-OK
                          WS-FS BY WS-FS-EVC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CXA-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CXA-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CXA-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CXA-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CXA-EOF
                          WS-FS-OK BY WS-FS-CXA-OK
                          WS-FS BY WS-FS-CXA.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MOV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MOV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MOV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MOV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MOV-EOF
                          WS-FS-OK BY WS-FS-MOV-OK
                          WS-FS BY WS-FS-MOV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BOL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BOL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-BOL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-BOL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-BOL-EOF
                          WS-FS-OK BY WS-FS-BOL-OK
                          WS-FS BY WS-FS-BOL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-GLO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-GLO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-GLO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-GLO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-GLO-EOF
                          WS-FS-OK BY WS-FS-GLO-OK
                          WS-FS BY WS-FS-GLO.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
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

       77 WS-EVC-ABERTO           PIC X(01)  VALUE 'N'.
          88 EVCTB-ABERTO         VALUE 'S'.
       77 WS-FAT-ABERTO           PIC X(01)  VALUE 'N'.
          88 FATURA-ABERTO        VALUE 'S'.
       77 WS-CLI-ABERTO           PIC X(01)  VALUE 'N'.
          88 CLIENTES-ABERTO      VALUE 'S'.
       77 WS-CXA-ABERTO           PIC X(01)  VALUE 'N'.
          88 CAIXA-ABERTO-ARQ     VALUE 'S'.
       77 WS-MOV-ABERTO           PIC X(01)  VALUE 'N'.
          88 CXMOV-ABERTO         VALUE 'S'.
       77 WS-BOL-ABERTO           PIC X(01)  VALUE 'N'.
          88 BOLETOS-ABERTO       VALUE 'S'.
       77 WS-GLO-ABERTO           PIC X(01)  VALUE 'N'.
          88 GLOSAS-ABERTO        VALUE 'S'.
       77 WS-PAG-ABERTO           PIC X(01)  VALUE 'N'.
          88 PAGAR-ABERTO         VALUE 'S'.
       77 WS-EST-ABERTO           PIC X(01)  VALUE 'N'.
          88 ESTMOV-ABERTO        VALUE 'S'.

       77 WS-SEQ-REG              PIC 9(08)  VALUE ZEROS.
       77 WS-ID-CLI               PIC 9(04)  VALUE ZEROS.
       77 WS-FILIAL               PIC 9(02)  VALUE ZEROS.
       77 WS-CAIXA-ANT            PIC 9(04)  VALUE ZEROS.
       77 WS-FILIAL-CAIXA         PIC 9(02)  VALUE ZEROS.
       77 WS-DATA-8               PIC 9(08)  VALUE ZEROS.
       77 WS-VLR-RETIDO           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-LIQUIDO          PIC S9(08)V99 VALUE ZEROS.
       77 WS-CONTA-TROCA          PIC X(12)  VALUE SPACES.

      *   FATO A LANCAR, MONTADO POR CADA ORIGEM ANTES DO P090
       77 WS-LCT-ORIG             PIC X(01)  VALUE SPACES.
       77 WS-LCT-DOC              PIC 9(08)  VALUE ZEROS.
       77 WS-LCT-EVT              PIC X(04)  VALUE SPACES.
       77 WS-LCT-DATA             PIC 9(08)  VALUE ZEROS.
       77 WS-LCT-FILIAL           PIC 9(02)  VALUE ZEROS.
       77 WS-LCT-VLR              PIC 9(08)V99 VALUE ZEROS.
       77 WS-LCT-HIST             PIC X(40)  VALUE SPACES.
       77 WS-LCT-INVERTE          PIC X(01)  VALUE 'N'.
          88 LCT-INVERTIDO        VALUE 'S'.

       77 WS-TOTAL-GRAVADOS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-JA-LANCADOS    PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-PENDENTES      PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-TOTAL            PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-PENDENTE         PIC 9(10)V99 VALUE ZEROS.

       01 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "CONTABIL".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(44)  VALUE
             "LANCAMENTOS CONTABEIS AUTOMATICOS - RODADA ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE "DATA".
          03 FILLER               PIC X(16)  VALUE "ORIGEM/DOC/EVT".
          03 FILLER               PIC X(04)  VALUE "FIL".
          03 FILLER               PIC X(13)  VALUE "DEBITO".
          03 FILLER               PIC X(13)  VALUE "CREDITO".
          03 FILLER               PIC X(15)  VALUE "          VALOR".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE "HISTORICO".

       01 WS-DETALHE.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ORIG          PIC X(01).
          03 FILLER               PIC X(01)  VALUE '-'.
          03 WS-DET-DOC           PIC 9(08).
          03 FILLER               PIC X(01)  VALUE '-'.
          03 WS-DET-EVT           PIC X(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-FILIAL        PIC Z9.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DEB           PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CRED          PIC X(12).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-HIST          PIC X(40).

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(30)  VALUE
             "LANCAMENTOS GRAVADOS........: ".
          03 WS-TOT-GRAVADOS      PIC ZZZ.ZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TOT-VLR           PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(30)  VALUE
             "JA LANCADOS ANTES...........: ".
          03 WS-TOT-JA-LANCADOS   PIC ZZZ.ZZ9.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(30)  VALUE
             "PENDENTES (EVENTO SEM CONTA): ".
          03 WS-TOT-PENDENTES     PIC ZZZ.ZZ9.
          03 FILLER               PIC X(10)  VALUE "  VALOR: ".
          03 WS-TOT-VLR-PEND      PIC Z.ZZZ.ZZZ.ZZ9,99.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELLANCTB".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P040-IMPRIME-CABECALHO

           PERFORM P100-FATURAS
           PERFORM P200-MOVIMENTO-CAIXA
           PERFORM P300-BOLETOS
           PERFORM P400-GLOSAS
           PERFORM P500-CONTAS-PAGAR
           PERFORM P600-CONSUMO-ESTOQUE

           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELLANCTB,
                                 WS-SPOOL-PARMS

           DISPLAY "LANCAMENTOS GRAVADOS......: " WS-TOTAL-GRAVADOS
           DISPLAY "VALOR LANCADO.............: " WS-VLR-TOTAL
           DISPLAY "JA LANCADOS ANTES.........: " WS-TOTAL-JA-LANCADOS
           DISPLAY "PENDENTES (EVENTO)........: " WS-TOTAL-PENDENTES

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE WS-TOTAL-GRAVADOS    TO WS-RUN-GRAVADOS
           MOVE WS-VLR-TOTAL         TO WS-RUN-TOTAL
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLANCTB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLANCTB
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEVCTB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEVCTB
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCAIXA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCAIXA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCXMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCXMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBOLETO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBOLETO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQGLOSA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQGLOSA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELLANCTB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELLANCTB
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   O LIVRO DIARIO E CRIADO NA PRIMEIRA RODADA. ARQUIVO DE
      *   ORIGEM QUE AINDA NAO EXISTE NAO TEM O QUE CONTABILIZAR; SEM
      *   A TABELA DE EVENTOS TUDO FICA PENDENTE
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE          TO WS-CAB-DATA

           OPEN I-O    LANCTB

           IF WS-FS EQUAL 35
              OPEN OUTPUT LANCTB
              CLOSE LANCTB
              OPEN I-O LANCTB
           END-IF

           OPEN OUTPUT RELLANCTB

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO LIVRO DIARIO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT  EVCTB
           IF WS-FS-EVC-OK
              SET EVCTB-ABERTO        TO TRUE
           ELSE
              DISPLAY "TABELA DE EVENTOS CONTABEIS INDISPONIVEL ("
                      WS-FS-EVC "): NADA SERA LANCADO."
           END-IF

           OPEN INPUT  FATURA
           IF WS-FS-FAT-OK
              SET FATURA-ABERTO       TO TRUE
           END-IF

           OPEN INPUT  CLIENTES
           IF WS-FS-CLI-OK
              SET CLIENTES-ABERTO     TO TRUE
           END-IF

           OPEN INPUT  CAIXA
           IF WS-FS-CXA-OK
              SET CAIXA-ABERTO-ARQ    TO TRUE
           END-IF

           OPEN INPUT  CXMOV
           IF WS-FS-MOV-OK
              SET CXMOV-ABERTO        TO TRUE
           END-IF

           OPEN INPUT  BOLETOS
           IF WS-FS-BOL-OK
              SET BOLETOS-ABERTO      TO TRUE
           END-IF

           OPEN INPUT  GLOSAS
           IF WS-FS-GLO-OK
              SET GLOSAS-ABERTO       TO TRUE
           END-IF

           OPEN INPUT  PAGAR
           IF WS-FS-PAG-OK
              SET PAGAR-ABERTO        TO TRUE
           END-IF

           OPEN INPUT  ESTMOV
           IF WS-FS-EST-OK
              SET ESTMOV-ABERTO       TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
      *   FATURAS: EMISSAO E ESTORNO
      *----------------------------------------------------------------
       P100-FATURAS.
      *----------------------------------------------------------------
           IF FATURA-ABERTO
              MOVE ZEROS              TO ID-FATURA
              START FATURA KEY IS NOT LESS THAN ID-FATURA
                  INVALID KEY
                     MOVE 10          TO WS-FS-FAT
              END-START
              IF WS-FS-FAT-OK
                 PERFORM P101-LER-FATURA
              END-IF
              PERFORM P102-PROCESSA-FATURA UNTIL WS-FS-FAT-EOF
           END-IF
           .
       P101-LER-FATURA.

           READ FATURA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-FAT
           END-READ
           .
       P102-PROCESSA-FATURA.

           ADD 1                      TO WS-RUN-LIDOS

           IF NOT FAT-ACORDO
              MOVE ID-CLI-FAT         TO WS-ID-CLI
              PERFORM P085-FILIAL-CLIENTE

              MOVE 'F'                TO WS-LCT-ORIG
              MOVE ID-FATURA          TO WS-LCT-DOC
              MOVE WS-FILIAL          TO WS-LCT-FILIAL
              MOVE VLR-FAT            TO WS-LCT-VLR
              MOVE 'N'                TO WS-LCT-INVERTE

              IF FAT-MORA
                 MOVE 'FMOR'          TO WS-LCT-EVT
              ELSE
                 MOVE 'FEMI'          TO WS-LCT-EVT
              END-IF
              MOVE DATA-FAT           TO WS-LCT-DATA
              MOVE SPACES             TO WS-LCT-HIST
              STRING "FATURA " ID-FATURA " CLIENTE " ID-CLI-FAT
                     DELIMITED BY SIZE INTO WS-LCT-HIST
              PERFORM P090-LANCA THRU P090-FIM

              IF FATURA-ESTORNADA
                 MOVE 'FEST'          TO WS-LCT-EVT
                 IF DATA-ESTORNO-FAT GREATER ZEROS
                    MOVE DATA-ESTORNO-FAT TO WS-LCT-DATA
                 END-IF
                 MOVE SPACES          TO WS-LCT-HIST
                 STRING "ESTORNO DA FATURA " ID-FATURA
                        DELIMITED BY SIZE INTO WS-LCT-HIST
                 PERFORM P090-LANCA THRU P090-FIM
              END-IF
           END-IF

           PERFORM P101-LER-FATURA
           .
      *----------------------------------------------------------------
      *   MOVIMENTO DE CAIXA: O DOCUMENTO E A POSICAO DO REGISTRO NO
      *   ARQUIVO (SO RECEBE REGISTROS NO FIM)
      *----------------------------------------------------------------
       P200-MOVIMENTO-CAIXA.
      *----------------------------------------------------------------
           IF CXMOV-ABERTO
              MOVE ZEROS              TO WS-SEQ-REG
              MOVE 99                 TO WS-FILIAL-CAIXA
              MOVE ZEROS              TO WS-CAIXA-ANT
              PERFORM P201-LER-CXMOV
              PERFORM P202-PROCESSA-CXMOV UNTIL WS-FS-MOV-EOF
           END-IF
           .
       P201-LER-CXMOV.

           READ CXMOV
               AT END
                  MOVE 10             TO WS-FS-MOV
               NOT AT END
                  ADD 1               TO WS-SEQ-REG
           END-READ
           .
       P202-PROCESSA-CXMOV.

           ADD 1                      TO WS-RUN-LIDOS

           PERFORM P203-FILIAL-CAIXA

           CALL "PGMSECULO" USING DATA-MOV, WS-DATA-8

           MOVE 'C'                   TO WS-LCT-ORIG
           MOVE WS-SEQ-REG            TO WS-LCT-DOC
           MOVE WS-DATA-8             TO WS-LCT-DATA
           MOVE WS-FILIAL-CAIXA       TO WS-LCT-FILIAL
           MOVE VLR-MOV               TO WS-LCT-VLR
           MOVE 'N'                   TO WS-LCT-INVERTE

           EVALUATE TRUE
               WHEN MOV-ADIANTAMENTO
                  MOVE 'RADT'         TO WS-LCT-EVT
               WHEN MOV-DINHEIRO
                  MOVE 'RDIN'         TO WS-LCT-EVT
               WHEN MOV-CARTAO
                  MOVE 'RCAR'         TO WS-LCT-EVT
               WHEN MOV-PIX
                  MOVE 'RPIX'         TO WS-LCT-EVT
               WHEN MOV-CHEQUE
                  MOVE 'RCHQ'         TO WS-LCT-EVT
               WHEN MOV-DESCONTO
                  MOVE 'RDES'         TO WS-LCT-EVT
               WHEN OTHER
                  MOVE 'ROUT'         TO WS-LCT-EVT
           END-EVALUATE

           MOVE SPACES                TO WS-LCT-HIST
           IF MOV-ESTORNO-REC
              MOVE 'S'                TO WS-LCT-INVERTE
              STRING "ESTORNO RECEB. FATURA " ID-FAT-MOV
                     " CAIXA " ID-CAIXA-MOV
                     DELIMITED BY SIZE INTO WS-LCT-HIST
           ELSE
              STRING "RECEB. FATURA " ID-FAT-MOV
                     " CAIXA " ID-CAIXA-MOV
                     DELIMITED BY SIZE INTO WS-LCT-HIST
           END-IF

           PERFORM P090-LANCA THRU P090-FIM

           PERFORM P201-LER-CXMOV
           .
      *----------------------------------------------------------------
      *   FILIAL DO CAIXA DO MOVIMENTO (GUARDA A ULTIMA LIDA: O
      *   MOVIMENTO DE UM MESMO CAIXA VEM JUNTO)
      *----------------------------------------------------------------
       P203-FILIAL-CAIXA.

           IF ID-CAIXA-MOV NOT EQUAL WS-CAIXA-ANT
              OR WS-FILIAL-CAIXA EQUAL 99
              MOVE ID-CAIXA-MOV       TO WS-CAIXA-ANT
              MOVE ZEROS              TO WS-FILIAL-CAIXA
              IF CAIXA-ABERTO-ARQ
                 MOVE ID-CAIXA-MOV    TO ID-CAIXA
                 READ CAIXA
                     NOT INVALID KEY
                        MOVE FILIAL-CAIXA TO WS-FILIAL-CAIXA
                 END-READ
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   BOLETOS LIQUIDADOS NO RETORNO DO BANCO (NAO PASSAM PELO
      *   CAIXA)
      *----------------------------------------------------------------
       P300-BOLETOS.
      *----------------------------------------------------------------
           IF BOLETOS-ABERTO
              PERFORM P301-LER-BOLETO
              PERFORM P302-PROCESSA-BOLETO UNTIL WS-FS-BOL-EOF
           END-IF
           .
       P301-LER-BOLETO.

           READ BOLETOS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-BOL
           END-READ
           .
       P302-PROCESSA-BOLETO.

           ADD 1                      TO WS-RUN-LIDOS

           IF BOLETO-PAGO
              MOVE ID-CLI-BOL         TO WS-ID-CLI
              PERFORM P085-FILIAL-CLIENTE

              MOVE 'B'                TO WS-LCT-ORIG
              MOVE ID-BOLETO          TO WS-LCT-DOC
              MOVE 'BLIQ'             TO WS-LCT-EVT
              MOVE DATA-PAG-BOL       TO WS-LCT-DATA
              MOVE WS-FILIAL          TO WS-LCT-FILIAL
              MOVE VLR-PAGO-BOL       TO WS-LCT-VLR
              MOVE 'N'                TO WS-LCT-INVERTE
              MOVE SPACES             TO WS-LCT-HIST
              STRING "BOLETO " ID-BOLETO " FATURA " ID-FAT-BOL
                     DELIMITED BY SIZE INTO WS-LCT-HIST
              PERFORM P090-LANCA THRU P090-FIM
           END-IF

           PERFORM P301-LER-BOLETO
           .
      *----------------------------------------------------------------
      *   GLOSAS: A FILIAL E A DO CLIENTE DA FATURA GLOSADA
      *----------------------------------------------------------------
       P400-GLOSAS.
      *----------------------------------------------------------------
           IF GLOSAS-ABERTO
              MOVE ZEROS              TO WS-SEQ-REG
              PERFORM P401-LER-GLOSA
              PERFORM P402-PROCESSA-GLOSA UNTIL WS-FS-GLO-EOF
           END-IF
           .
       P401-LER-GLOSA.

           READ GLOSAS
               AT END
                  MOVE 10             TO WS-FS-GLO
               NOT AT END
                  ADD 1               TO WS-SEQ-REG
           END-READ
           .
       P402-PROCESSA-GLOSA.

           ADD 1                      TO WS-RUN-LIDOS

           MOVE ZEROS                 TO WS-FILIAL
           IF FATURA-ABERTO
              MOVE ID-FAT-GLOSA       TO ID-FATURA
              READ FATURA KEY IS ID-FATURA
                  INVALID KEY
                     MOVE ZEROS       TO WS-ID-CLI
                  NOT INVALID KEY
                     MOVE ID-CLI-FAT  TO WS-ID-CLI
                     PERFORM P085-FILIAL-CLIENTE
              END-READ
           END-IF

           CALL "PGMSECULO" USING DATA-GLOSA, WS-DATA-8

           MOVE 'G'                   TO WS-LCT-ORIG
           MOVE WS-SEQ-REG            TO WS-LCT-DOC
           MOVE 'GLOS'                TO WS-LCT-EVT
           MOVE WS-DATA-8             TO WS-LCT-DATA
           MOVE WS-FILIAL             TO WS-LCT-FILIAL
           MOVE VLR-GLOSA             TO WS-LCT-VLR
           MOVE 'N'                   TO WS-LCT-INVERTE
           MOVE SPACES                TO WS-LCT-HIST
           STRING "GLOSA " COD-GLOSA " FATURA " ID-FAT-GLOSA
                  " LOTE " ID-LOTE-GLOSA
                  DELIMITED BY SIZE INTO WS-LCT-HIST
           PERFORM P090-LANCA THRU P090-FIM

           PERFORM P401-LER-GLOSA
           .
      *----------------------------------------------------------------
      *   CONTAS A PAGAR: O TITULO (LIQUIDO + RETIDO = VALOR DA NOTA)
      *   E O PAGAMENTO
      *----------------------------------------------------------------
       P500-CONTAS-PAGAR.
      *----------------------------------------------------------------
           IF PAGAR-ABERTO
              PERFORM P501-LER-TITULO
              PERFORM P502-PROCESSA-TITULO UNTIL WS-FS-PAG-EOF
           END-IF
           .
       P501-LER-TITULO.

           READ PAGAR NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-PAG
           END-READ
           .
       P502-PROCESSA-TITULO.

           ADD 1                      TO WS-RUN-LIDOS

           MOVE 'P'                   TO WS-LCT-ORIG
           MOVE ID-PAGAR              TO WS-LCT-DOC
           MOVE FILIAL-PAG            TO WS-LCT-FILIAL
           MOVE 'N'                   TO WS-LCT-INVERTE

           IF NOT TITULO-VLR-ESTIMADO
              COMPUTE WS-VLR-RETIDO = VLR-ISS-PAG + VLR-IRRF-PAG
                                    + VLR-PIS-PAG + VLR-COFINS-PAG
                                    + VLR-CSLL-PAG
              COMPUTE WS-VLR-LIQUIDO = VLR-PAG - WS-VLR-RETIDO
              IF WS-VLR-LIQUIDO LESS ZEROS
                 MOVE ZEROS           TO WS-VLR-LIQUIDO
              END-IF

              MOVE DATA-EMIS-PAG      TO WS-LCT-DATA
              MOVE 'PTIT'             TO WS-LCT-EVT
              MOVE WS-VLR-LIQUIDO     TO WS-LCT-VLR
              MOVE SPACES             TO WS-LCT-HIST
              STRING "TITULO " ID-PAGAR " DOC " NUM-DOC-PAG
                     " FORN " ID-FORN-PAG
                     DELIMITED BY SIZE INTO WS-LCT-HIST
              PERFORM P090-LANCA THRU P090-FIM

              MOVE 'PRET'             TO WS-LCT-EVT
              MOVE WS-VLR-RETIDO      TO WS-LCT-VLR
              MOVE SPACES             TO WS-LCT-HIST
              STRING "RETENCOES DO TITULO " ID-PAGAR
                     " DOC " NUM-DOC-PAG
                     DELIMITED BY SIZE INTO WS-LCT-HIST
              PERFORM P090-LANCA THRU P090-FIM
           END-IF

           IF TITULO-PAGO
              MOVE DATA-PGTO-PAG      TO WS-LCT-DATA
              MOVE 'PPAG'             TO WS-LCT-EVT
              MOVE VLR-PAGO-PAG       TO WS-LCT-VLR
              MOVE SPACES             TO WS-LCT-HIST
              STRING "PAGTO TITULO " ID-PAGAR " DOC " NUM-DOC-PAG
                     DELIMITED BY SIZE INTO WS-LCT-HIST
              PERFORM P090-LANCA THRU P090-FIM
           END-IF

           PERFORM P501-LER-TITULO
           .
      *----------------------------------------------------------------
      *   CONSUMO DE MATERIAL NOS ATENDIMENTOS (CMV)
      *----------------------------------------------------------------
       P600-CONSUMO-ESTOQUE.
      *----------------------------------------------------------------
           IF ESTMOV-ABERTO
              MOVE ZEROS              TO WS-SEQ-REG
              PERFORM P601-LER-ESTMOV
              PERFORM P602-PROCESSA-ESTMOV UNTIL WS-FS-EST-EOF
           END-IF
           .
       P601-LER-ESTMOV.

           READ ESTMOV
               AT END
                  MOVE 10             TO WS-FS-EST
               NOT AT END
                  ADD 1               TO WS-SEQ-REG
           END-READ
           .
       P602-PROCESSA-ESTMOV.

           ADD 1                      TO WS-RUN-LIDOS

           IF MOV-EST-CONSUMO
              CALL "PGMSECULO" USING DATA-MOV-EST, WS-DATA-8

              MOVE 'E'                TO WS-LCT-ORIG
              MOVE WS-SEQ-REG         TO WS-LCT-DOC
              MOVE 'CMVC'             TO WS-LCT-EVT
              MOVE WS-DATA-8          TO WS-LCT-DATA
              MOVE ZEROS              TO WS-LCT-FILIAL
              COMPUTE WS-LCT-VLR = QTD-MOV-EST * VLR-UNIT-MOV-EST
              MOVE 'N'                TO WS-LCT-INVERTE
              MOVE SPACES             TO WS-LCT-HIST
              STRING "CONSUMO ITEM " ID-ESTQ-MOV " QTD " QTD-MOV-EST
                     " DOC " DOC-REF-MOV-EST
                     DELIMITED BY SIZE INTO WS-LCT-HIST
              PERFORM P090-LANCA THRU P090-FIM
           END-IF

           PERFORM P601-LER-ESTMOV
           .
      *----------------------------------------------------------------
      *   FILIAL DO CLIENTE (ZERO SE NAO ACHAR)
      *----------------------------------------------------------------
       P085-FILIAL-CLIENTE.

           MOVE ZEROS                 TO WS-FILIAL

           IF CLIENTES-ABERTO AND WS-ID-CLI GREATER ZEROS
              MOVE WS-ID-CLI          TO ID-CLI
              READ CLIENTES KEY IS ID-CLI
                  NOT INVALID KEY
                     MOVE FILIAL-CLI  TO WS-FILIAL
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   GRAVA O LANCAMENTO DO FATO MONTADO EM WS-LCT-*: VALOR ZERO
      *   NAO LANCA, FATO JA LANCADO E PULADO E EVENTO SEM CONTAS
      *   (OU INATIVO) DEIXA O FATO PENDENTE
      *----------------------------------------------------------------
       P090-LANCA.

           IF WS-LCT-VLR EQUAL ZEROS
              GO TO P090-FIM
           END-IF

           MOVE WS-LCT-ORIG           TO ORIG-LCT
           MOVE WS-LCT-DOC            TO DOC-LCT
           MOVE WS-LCT-EVT            TO EVT-LCT

           READ LANCTB
               NOT INVALID KEY
                  ADD 1               TO WS-TOTAL-JA-LANCADOS
                  GO TO P090-FIM
           END-READ

           IF NOT EVCTB-ABERTO
              PERFORM P091-PENDENTE
              GO TO P090-FIM
           END-IF

           MOVE WS-LCT-EVT            TO COD-EVC
           READ EVCTB
               INVALID KEY
                  PERFORM P091-PENDENTE
                  GO TO P090-FIM
           END-READ

           IF EVC-INATIVO
              PERFORM P091-PENDENTE
              GO TO P090-FIM
           END-IF

           MOVE WS-LCT-ORIG           TO ORIG-LCT
           MOVE WS-LCT-DOC            TO DOC-LCT
           MOVE WS-LCT-EVT            TO EVT-LCT
           MOVE WS-LCT-DATA           TO DATA-LCT
           MOVE WS-LCT-FILIAL         TO FILIAL-LCT
           MOVE WS-LCT-VLR            TO VLR-LCT
           MOVE WS-LCT-HIST           TO HIST-LCT
           MOVE WS-DATA-HOJE          TO DATA-PROC-LCT

           IF LCT-INVERTIDO
              MOVE CRED-EVC           TO DEB-LCT
              MOVE DEB-EVC            TO CRED-LCT
           ELSE
              MOVE DEB-EVC            TO DEB-LCT
              MOVE CRED-EVC           TO CRED-LCT
           END-IF

           WRITE REG-LANCTB
               INVALID KEY
                  ADD 1               TO WS-TOTAL-JA-LANCADOS
                  GO TO P090-FIM
           END-WRITE

           ADD 1                      TO WS-TOTAL-GRAVADOS
           ADD VLR-LCT                TO WS-VLR-TOTAL
           PERFORM P051-IMPRIME-DETALHE
           .
       P090-FIM.
           EXIT.
       P091-PENDENTE.

           ADD 1                      TO WS-TOTAL-PENDENTES
           ADD WS-LCT-VLR             TO WS-VLR-PENDENTE
           .
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
       P051-IMPRIME-DETALHE.

           MOVE DATA-LCT              TO WS-DET-DATA
           MOVE ORIG-LCT              TO WS-DET-ORIG
           MOVE DOC-LCT               TO WS-DET-DOC
           MOVE EVT-LCT               TO WS-DET-EVT
           MOVE FILIAL-LCT            TO WS-DET-FILIAL
           MOVE DEB-LCT               TO WS-DET-DEB
           MOVE CRED-LCT              TO WS-DET-CRED
           MOVE VLR-LCT               TO WS-DET-VLR
           MOVE HIST-LCT              TO WS-DET-HIST

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-GRAVADOS     TO WS-TOT-GRAVADOS
           MOVE WS-VLR-TOTAL          TO WS-TOT-VLR
           MOVE WS-TOTAL-JA-LANCADOS  TO WS-TOT-JA-LANCADOS
           MOVE WS-TOTAL-PENDENTES    TO WS-TOT-PENDENTES
           MOVE WS-VLR-PENDENTE       TO WS-TOT-VLR-PEND

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-01     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-03     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE LANCTB
           CLOSE RELLANCTB

           IF EVCTB-ABERTO
              CLOSE EVCTB
           END-IF
           IF FATURA-ABERTO
              CLOSE FATURA
           END-IF
           IF CLIENTES-ABERTO
              CLOSE CLIENTES
           END-IF
           IF CAIXA-ABERTO-ARQ
              CLOSE CAIXA
           END-IF
           IF CXMOV-ABERTO
              CLOSE CXMOV
           END-IF
           IF BOLETOS-ABERTO
              CLOSE BOLETOS
           END-IF
           IF GLOSAS-ABERTO
              CLOSE GLOSAS
           END-IF
           IF PAGAR-ABERTO
              CLOSE PAGAR
           END-IF
           IF ESTMOV-ABERTO
              CLOSE ESTMOV
           END-IF
           .
       END PROGRAM PGMCTB02.
