      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: PENDENCIAS DA CONCILIACAO BANCARIA E CONCILIACAO
      *          MANUAL. LISTA OS LANCAMENTOS DO EXTRATO QUE A
      *          IMPORTACAO (PGMEXT01) NAO CONSEGUIU CASAR E OS
      *          MOVIMENTOS DO SISTEMA DO MES QUE AINDA NAO APARECERAM
      *          NO EXTRATO (DEPOSITOS DA TESOURARIA, BOLETOS PAGOS,
      *          CREDITOS DE CARTAO E TITULOS PAGOS). O OPERADOR CASA UM
      *          LANCAMENTO COM O MOVIMENTO ESCOLHIDO (COM DIFERENCA DE
      *          VALOR SO DEPOIS DE CONFIRMAR) OU O BAIXA SEM
      *          CONTRAPARTIDA (TIPO M, COM O MOTIVO: TARIFA, IOF,
      *          ESTORNO...), E PODE DESFAZER UMA CONCILIACAO. MES JA
      *          FECHADO (PGMEXT03) NAO ACEITA MAIS ALTERACAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMEXT02.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTABCO ASSIGN TO
           WS-PATH-ARQCTABCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CTA
           FILE STATUS  IS WS-FS-CTA.

           SELECT EXTBCO ASSIGN TO
           WS-PATH-ARQEXTBCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-EXT
           FILE STATUS  IS WS-FS.

           SELECT CONCBCO ASSIGN TO
           WS-PATH-ARQCONCBCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-CCB
           FILE STATUS  IS WS-FS-CCB.

           SELECT TESOUR ASSIGN TO
           WS-PATH-ARQTESOUR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-TESOUR
           FILE STATUS  IS WS-FS-TES.

           SELECT BOLETOS ASSIGN TO
           WS-PATH-ARQBOLETO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-BOLETO
           FILE STATUS  IS WS-FS-BOL.

           SELECT LIQCAR ASSIGN TO
           WS-PATH-ARQLIQCAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS DATA-CRED-LQC
           FILE STATUS  IS WS-FS-LQC.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD CTABCO.
           COPY CPYCTABCO.

       FD EXTBCO.
           COPY CPYEXTBCO.

       FD CONCBCO.
           COPY CPYCONCBCO.

       FD TESOUR.
           COPY CPYTESOUR.

       FD BOLETOS.
           COPY CPYBOLETO.

       FD LIQCAR.
           COPY CPYLIQCAR.

       FD PAGAR.
           COPY CPYPAGAR.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CTA-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CTA-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CTA-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CTA-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CTA-EOF
                          WS-FS-OK BY WS-FS-CTA-OK
                          WS-FS BY WS-FS-CTA.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CCB-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CCB-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CCB-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CCB-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CCB-EOF
                          WS-FS-OK BY WS-FS-CCB-OK
                          WS-FS BY WS-FS-CCB.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-TES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-TES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-TES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-TES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-TES-EOF
                          WS-FS-OK BY WS-FS-TES-OK
                          WS-FS BY WS-FS-TES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BOL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BOL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-BOL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-BOL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-BOL-EOF
                          WS-FS-OK BY WS-FS-BOL-OK
                          WS-FS BY WS-FS-BOL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LQC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LQC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LQC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LQC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LQC-EOF
                          WS-FS-OK BY WS-FS-LQC-OK
                          WS-FS BY WS-FS-LQC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-ID-CTA           PIC 9(04) VALUE ZEROS.
       77 WS-FILIAL           PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LISTADOS     PIC 9(04) VALUE ZEROS.
       77 WS-VLR-LISTADO      PIC 9(10)V99 VALUE ZEROS.
       77 WS-TIPO             PIC X(01) VALUE SPACES.
          88 TIPO-VALIDO      VALUE 'T' 'Q' 'B' 'C' 'P' 'M'.
       77 WS-ITEM-OK          PIC X(01) VALUE 'N'.
          88 ITEM-OK          VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-NAT-ITEM         PIC X(01) VALUE SPACES.
       77 WS-VLR-ITEM         PIC 9(09)V99 VALUE ZEROS.
       77 WS-VLR-DIFER        PIC S9(09)V99 VALUE ZEROS.
       77 WS-REF              PIC X(12) VALUE SPACES.
       77 WS-ID-BOLETO        PIC 9(04) VALUE ZEROS.
       77 WS-ID-PAGAR         PIC 9(04) VALUE ZEROS.
       77 WS-VLR-ED           PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-DIF-ED           PIC -ZZZ.ZZZ.ZZ9,99.

       01 WS-MES              PIC 9(06) VALUE ZEROS.
       01 REDEFINES WS-MES.
          03 WS-MES-ANO       PIC 9(04).
          03 WS-MES-MES       PIC 9(02).

       01 WS-DATA-INI         PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-INI.
          03 WS-INI-MES       PIC 9(06).
          03 WS-INI-DIA       PIC 9(02).

       01 WS-DATA-FIM         PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-FIM.
          03 WS-FIM-MES       PIC 9(06).
          03 WS-FIM-DIA       PIC 9(02).

       01 WS-DATA-LANC        PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-LANC.
          03 WS-LANC-MES      PIC 9(06).
          03 WS-LANC-DIA      PIC 9(02).

       01 WS-CHAVE-TES.
          03 WS-TES-DATA      PIC 9(08).
          03 WS-TES-FILIAL    PIC 9(02).

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       01 WS-AUD-CHAVE-EXT.
          03 WS-AUD-CTA       PIC 9(04).
          03 WS-AUD-LANC      PIC 9(06).

       01 WS-AUD-CONC.
          03 WS-AUD-TIPO      PIC X(01).
          03 FILLER           PIC X(01) VALUE SPACES.
          03 WS-AUD-REF       PIC X(12).

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN INPUT CTABCO

           IF NOT WS-FS-CTA-OK
              DISPLAY "NAO HA CONTAS BANCARIAS CADASTRADAS ("
                      WS-FS-CTA ")."
              GOBACK
           END-IF

           OPEN I-O EXTBCO

           IF NOT WS-FS-OK
              DISPLAY "NENHUM EXTRATO IMPORTADO AINDA (" WS-FS ")."
              CLOSE CTABCO
              GOBACK
           END-IF

           OPEN I-O CONCBCO

           IF WS-FS-CCB EQUAL 35
              OPEN OUTPUT CONCBCO
              CLOSE CONCBCO
              OPEN I-O CONCBCO
           END-IF

           IF NOT WS-FS-CCB-OK
              DISPLAY "ERRO NA ABERTURA DA CONCILIACAO BANCARIA: "
                      WS-FS-CCB
              MOVE WS-FS-CCB          TO WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
              CLOSE CTABCO
              CLOSE EXTBCO
              GOBACK
           END-IF

           OPEN INPUT TESOUR
           OPEN INPUT BOLETOS
           OPEN INPUT LIQCAR
           OPEN INPUT PAGAR

           PERFORM P003-LE-SESSAO THRU P003-FIM

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE CTABCO
           CLOSE EXTBCO
           CLOSE CONCBCO
           CLOSE TESOUR
           CLOSE BOLETOS
           CLOSE LIQCAR
           CLOSE PAGAR

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCTABCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCTABCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEXTBCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEXTBCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONCBCO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONCBCO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQTESOUR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQTESOUR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBOLETO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBOLETO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLIQCAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQLIQCAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
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
      *----------------------------------------------------------------
      *   OPERADOR LOGADO, GRAVADO NA CONCILIACAO MANUAL
      *----------------------------------------------------------------
       P003-LE-SESSAO.

           MOVE SPACES                TO SESSAO-LOGIN

           OPEN INPUT SESSAO

           IF WS-FS-SES-OK
              READ SESSAO
                  AT END
                     CONTINUE
              END-READ
              CLOSE SESSAO
           END-IF
           .
       P003-FIM.
      *----------------------------------------------------------------
      *             MENU DAS PENDENCIAS DA CONCILIACAO
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- CONCILIACAO BANCARIA - PENDENCIAS"
           DISPLAY "1 - LANCAMENTOS DO EXTRATO PENDENTES"
           DISPLAY "2 - MOVIMENTOS DO SISTEMA NAO CONCILIADOS"
           DISPLAY "3 - CONCILIAR LANCAMENTO MANUALMENTE"
           DISPLAY "4 - DESFAZER CONCILIACAO"
           DISPLAY "5 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-PENDENTES-EXTRATO  THRU P010-FIM
               WHEN 2
                  PERFORM P020-PENDENTES-SISTEMA  THRU P020-FIM
               WHEN 3
                  PERFORM P030-CONCILIA-MANUAL    THRU P030-FIM
               WHEN 4
                  PERFORM P040-DESFAZ             THRU P040-FIM
               WHEN 5
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   MES DE REFERENCIA DAS LISTAGENS, DO PRIMEIRO AO ULTIMO DIA
      *----------------------------------------------------------------
       P006-PEDE-MES.

           DISPLAY "MES (AAAAMM): "
           ACCEPT WS-MES

           MOVE WS-MES                TO WS-INI-MES
                                          WS-FIM-MES
           MOVE 01                    TO WS-INI-DIA
           MOVE 31                    TO WS-FIM-DIA
           .
       P006-FIM.
      *----------------------------------------------------------------
      *   LANCAMENTOS DO EXTRATO DE UMA CONTA NO MES QUE AINDA NAO
      *   FORAM CONCILIADOS
      *----------------------------------------------------------------
       P010-PENDENTES-EXTRATO.

           DISPLAY "ID DA CONTA: "
           ACCEPT WS-ID-CTA
           PERFORM P006-PEDE-MES THRU P006-FIM

           MOVE ZEROS                 TO WS-QTD-LISTADOS
                                          WS-VLR-LISTADO
           MOVE WS-ID-CTA             TO ID-CTA-EXT
           MOVE WS-DATA-INI           TO DATA-EXT
           MOVE ZEROS                 TO NUM-LANC-EXT
           SET WS-EOF-OK              TO FALSE

           START EXTBCO KEY IS NOT LESS THAN CHAVE-EXT
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           DISPLAY "DATA     LANCAM. N           VALOR  HISTORICO"
           PERFORM P011-LE-LANCAMENTO THRU P011-FIM UNTIL WS-EOF-OK

           MOVE WS-VLR-LISTADO        TO WS-VLR-ED
           DISPLAY "PENDENTES: " WS-QTD-LISTADOS "  TOTAL: " WS-VLR-ED
           .
       P010-FIM.
       P011-LE-LANCAMENTO.

           READ EXTBCO NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P011-FIM
           END-READ

           IF ID-CTA-EXT NOT EQUAL WS-ID-CTA
              OR DATA-EXT GREATER WS-DATA-FIM
              SET WS-EOF-OK           TO TRUE
              GO TO P011-FIM
           END-IF

           IF EXT-PENDENTE
              ADD 1                   TO WS-QTD-LISTADOS
              ADD VLR-EXT             TO WS-VLR-LISTADO
              MOVE VLR-EXT            TO WS-VLR-ED
              DISPLAY DATA-EXT " " NUM-LANC-EXT " " NAT-EXT " "
                      WS-VLR-ED "  " HIST-EXT " " DOC-EXT
           END-IF
           .
       P011-FIM.
      *----------------------------------------------------------------
      *   MOVIMENTOS DO SISTEMA NO MES SEM LANCAMENTO CORRESPONDENTE
      *   NO EXTRATO (DEPOSITOS EM TRANSITO, CHEQUES NAO COMPENSADOS,
      *   CREDITOS AINDA NAO FEITOS PELO BANCO OU PELA ADQUIRENTE)
      *----------------------------------------------------------------
       P020-PENDENTES-SISTEMA.

           PERFORM P006-PEDE-MES THRU P006-FIM
           DISPLAY "FILIAL (0 = TODAS): "
           ACCEPT WS-FILIAL

           MOVE ZEROS                 TO WS-QTD-LISTADOS
                                          WS-VLR-LISTADO

           DISPLAY "T REFERENCIA   DATA     N           VALOR"

           IF WS-FS-TES-OK
              MOVE WS-DATA-INI        TO DATA-TES
              MOVE ZEROS              TO FILIAL-TES
              SET WS-EOF-OK           TO FALSE
              START TESOUR KEY IS NOT LESS THAN CHAVE-TESOUR
                  INVALID KEY
                     SET WS-EOF-OK    TO TRUE
              END-START
              PERFORM P021-LE-TESOURARIA THRU P021-FIM UNTIL WS-EOF-OK
           END-IF

           IF WS-FS-BOL-OK AND WS-FILIAL EQUAL ZEROS
              MOVE ZEROS              TO ID-BOLETO
              SET WS-EOF-OK           TO FALSE
              START BOLETOS KEY IS NOT LESS THAN ID-BOLETO
                  INVALID KEY
                     SET WS-EOF-OK    TO TRUE
              END-START
              PERFORM P022-LE-BOLETO THRU P022-FIM UNTIL WS-EOF-OK
           END-IF

           IF WS-FS-LQC-OK AND WS-FILIAL EQUAL ZEROS
              MOVE WS-DATA-INI        TO DATA-CRED-LQC
              SET WS-EOF-OK           TO FALSE
              START LIQCAR KEY IS NOT LESS THAN DATA-CRED-LQC
                  INVALID KEY
                     SET WS-EOF-OK    TO TRUE
              END-START
              PERFORM P023-LE-LIQUIDACAO THRU P023-FIM UNTIL WS-EOF-OK
           END-IF

           IF WS-FS-PAG-OK
              MOVE ZEROS              TO ID-PAGAR
              SET WS-EOF-OK           TO FALSE
              START PAGAR KEY IS NOT LESS THAN ID-PAGAR
                  INVALID KEY
                     SET WS-EOF-OK    TO TRUE
              END-START
              PERFORM P024-LE-TITULO THRU P024-FIM UNTIL WS-EOF-OK
           END-IF

           MOVE WS-VLR-LISTADO        TO WS-VLR-ED
           DISPLAY "NAO CONCILIADOS: " WS-QTD-LISTADOS "  TOTAL: "
                   WS-VLR-ED
           .
       P020-FIM.
       P021-LE-TESOURARIA.

           READ TESOUR NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P021-FIM
           END-READ

           IF DATA-TES GREATER WS-DATA-FIM
              SET WS-EOF-OK           TO TRUE
              GO TO P021-FIM
           END-IF

           IF WS-FILIAL NOT EQUAL ZEROS
              AND FILIAL-TES NOT EQUAL WS-FILIAL
              GO TO P021-FIM
           END-IF

           MOVE CHAVE-TESOUR          TO WS-REF

           IF VLR-DEPOSITO-TES GREATER ZEROS
              MOVE 'T'                TO WS-TIPO
              MOVE DATA-TES           TO WS-DATA-LANC
              MOVE 'C'                TO WS-NAT-ITEM
              MOVE VLR-DEPOSITO-TES   TO WS-VLR-ITEM
              PERFORM P025-EXIBE-SE-PENDENTE THRU P025-FIM
           END-IF

           IF VLR-CHQ-DEP-TES GREATER ZEROS
              MOVE 'Q'                TO WS-TIPO
              MOVE DATA-TES           TO WS-DATA-LANC
              MOVE 'C'                TO WS-NAT-ITEM
              MOVE VLR-CHQ-DEP-TES    TO WS-VLR-ITEM
              PERFORM P025-EXIBE-SE-PENDENTE THRU P025-FIM
           END-IF
           .
       P021-FIM.
       P022-LE-BOLETO.

           READ BOLETOS NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P022-FIM
           END-READ

           IF BOLETO-PAGO
              AND DATA-PAG-BOL NOT LESS WS-DATA-INI
              AND DATA-PAG-BOL NOT GREATER WS-DATA-FIM
              MOVE 'B'                TO WS-TIPO
              MOVE ID-BOLETO          TO WS-REF
              MOVE DATA-PAG-BOL       TO WS-DATA-LANC
              MOVE 'C'                TO WS-NAT-ITEM
              MOVE VLR-PAGO-BOL       TO WS-VLR-ITEM
              PERFORM P025-EXIBE-SE-PENDENTE THRU P025-FIM
           END-IF
           .
       P022-FIM.
       P023-LE-LIQUIDACAO.

           READ LIQCAR NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P023-FIM
           END-READ

           IF DATA-CRED-LQC GREATER WS-DATA-FIM
              SET WS-EOF-OK           TO TRUE
              GO TO P023-FIM
           END-IF

           MOVE 'C'                   TO WS-TIPO
           MOVE DATA-CRED-LQC         TO WS-REF
           MOVE DATA-CRED-LQC         TO WS-DATA-LANC
           MOVE 'C'                   TO WS-NAT-ITEM
           MOVE VLR-LIQ-LQC           TO WS-VLR-ITEM
           PERFORM P025-EXIBE-SE-PENDENTE THRU P025-FIM
           .
       P023-FIM.
       P024-LE-TITULO.

           READ PAGAR NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P024-FIM
           END-READ

           IF WS-FILIAL NOT EQUAL ZEROS
              AND FILIAL-PAG NOT EQUAL WS-FILIAL
              GO TO P024-FIM
           END-IF

           IF TITULO-PAGO
              AND VLR-PAGO-PAG GREATER ZEROS
              AND DATA-PGTO-PAG NOT LESS WS-DATA-INI
              AND DATA-PGTO-PAG NOT GREATER WS-DATA-FIM
              MOVE 'P'                TO WS-TIPO
              MOVE ID-PAGAR           TO WS-REF
              MOVE DATA-PGTO-PAG      TO WS-DATA-LANC
              MOVE 'D'                TO WS-NAT-ITEM
              MOVE VLR-PAGO-PAG       TO WS-VLR-ITEM
              PERFORM P025-EXIBE-SE-PENDENTE THRU P025-FIM
           END-IF
           .
       P024-FIM.
       P025-EXIBE-SE-PENDENTE.

           MOVE WS-TIPO               TO TIPO-CCB
           MOVE WS-REF                TO REF-CCB

           READ CONCBCO
               INVALID KEY
                  ADD 1               TO WS-QTD-LISTADOS
                  ADD WS-VLR-ITEM     TO WS-VLR-LISTADO
                  MOVE WS-VLR-ITEM    TO WS-VLR-ED
                  DISPLAY WS-TIPO " " WS-REF " " WS-DATA-LANC " "
                          WS-NAT-ITEM " " WS-VLR-ED
           END-READ
           .
       P025-FIM.
      *----------------------------------------------------------------
      *   CASA UM LANCAMENTO PENDENTE DO EXTRATO COM O MOVIMENTO DO
      *   SISTEMA INFORMADO, OU O BAIXA SEM CONTRAPARTIDA (TIPO M)
      *----------------------------------------------------------------
       P030-CONCILIA-MANUAL.

           PERFORM P031-PEDE-LANCAMENTO THRU P031-FIM

           IF NOT ITEM-OK
              GO TO P030-FIM
           END-IF

           IF EXT-CONCILIADO
              DISPLAY "LANCAMENTO JA CONCILIADO (" TIPO-CONC-EXT " "
                      REF-CONC-EXT ")."
              GO TO P030-FIM
           END-IF

           DISPLAY "TIPO DO MOVIMENTO: T=DEPOSITO DINHEIRO  "
                   "Q=DEPOSITO CHEQUES  B=BOLETO"
           DISPLAY "                   C=CARTAO  P=TITULO PAGO  "
                   "M=SEM CONTRAPARTIDA"
           ACCEPT WS-TIPO

           IF NOT TIPO-VALIDO
              DISPLAY "TIPO INVALIDO."
              GO TO P030-FIM
           END-IF

           MOVE 'N'                   TO WS-ITEM-OK

           EVALUATE WS-TIPO
               WHEN 'T'
               WHEN 'Q'
                  PERFORM P032-ITEM-TESOURARIA THRU P032-FIM
               WHEN 'B'
                  PERFORM P033-ITEM-BOLETO     THRU P033-FIM
               WHEN 'C'
                  PERFORM P034-ITEM-CARTAO     THRU P034-FIM
               WHEN 'P'
                  PERFORM P035-ITEM-TITULO     THRU P035-FIM
               WHEN 'M'
                  DISPLAY "MOTIVO (EX.: TARIFA, IOF, ESTORNO): "
                  MOVE SPACES         TO WS-REF
                  ACCEPT WS-REF
                  IF WS-REF NOT EQUAL SPACES
                     SET ITEM-OK      TO TRUE
                  END-IF
                  MOVE NAT-EXT        TO WS-NAT-ITEM
                  MOVE VLR-EXT        TO WS-VLR-ITEM
           END-EVALUATE

           IF NOT ITEM-OK
              DISPLAY "CONCILIACAO NAO FEITA."
              GO TO P030-FIM
           END-IF

           IF WS-NAT-ITEM NOT EQUAL NAT-EXT
              DISPLAY "NATUREZA DO MOVIMENTO DIFERENTE DA DO "
                      "LANCAMENTO. CONCILIACAO NAO FEITA."
              GO TO P030-FIM
           END-IF

           IF WS-TIPO NOT EQUAL 'M'
              MOVE WS-TIPO            TO TIPO-CCB
              MOVE WS-REF             TO REF-CCB
              READ CONCBCO
                  NOT INVALID KEY
                     DISPLAY "MOVIMENTO JA CONCILIADO COM O LANCAMENTO "
                             NUM-LANC-CCB " DE " DATA-EXT-CCB
                             " DA CONTA " ID-CTA-CCB "."
                     GO TO P030-FIM
              END-READ
           END-IF

           COMPUTE WS-VLR-DIFER = VLR-EXT - WS-VLR-ITEM

           MOVE 'S'                   TO WS-CONFIRMA

           IF WS-VLR-DIFER NOT EQUAL ZEROS
              MOVE WS-VLR-ITEM        TO WS-VLR-ED
              MOVE WS-VLR-DIFER       TO WS-DIF-ED
              DISPLAY "VALOR DO MOVIMENTO: " WS-VLR-ED
                      "  DIFERENCA: " WS-DIF-ED
              DISPLAY "CONCILIAR MESMO ASSIM (S/N)? "
              ACCEPT WS-CONFIRMA
           END-IF

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              DISPLAY "CONCILIACAO NAO FEITA."
              GO TO P030-FIM
           END-IF

           IF WS-TIPO NOT EQUAL 'M'
              MOVE WS-TIPO            TO TIPO-CCB
              MOVE WS-REF             TO REF-CCB
              MOVE ID-CTA-EXT         TO ID-CTA-CCB
              MOVE DATA-EXT           TO DATA-EXT-CCB
              MOVE NUM-LANC-EXT       TO NUM-LANC-CCB
              WRITE REG-CONCBCO
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR A CONCILIACAO."
                     GO TO P030-FIM
              END-WRITE
           END-IF

           SET EXT-CONCILIADO         TO TRUE
           MOVE WS-TIPO               TO TIPO-CONC-EXT
           MOVE WS-REF                TO REF-CONC-EXT
           MOVE WS-DATA-HOJE          TO DATA-CONC-EXT
           MOVE SESSAO-LOGIN          TO LOGIN-CONC-EXT

           REWRITE REG-EXTBCO
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR O LANCAMENTO."
               NOT INVALID KEY
                  DISPLAY "LANCAMENTO CONCILIADO."
                  MOVE 'I'            TO WS-AUD-OPER
                  MOVE SPACES         TO WS-AUD-ANTES
                  MOVE WS-TIPO        TO WS-AUD-TIPO
                  MOVE WS-REF         TO WS-AUD-REF
                  MOVE WS-AUD-CONC    TO WS-AUD-DEPOIS
                  PERFORM P090-AUDITA THRU P090-FIM
           END-REWRITE
           .
       P030-FIM.
      *----------------------------------------------------------------
      *   LE O LANCAMENTO DO EXTRATO E CONFERE SE O MES AINDA ESTA
      *   ABERTO NA CONTA
      *----------------------------------------------------------------
       P031-PEDE-LANCAMENTO.

           MOVE 'N'                   TO WS-ITEM-OK

           DISPLAY "ID DA CONTA: "
           ACCEPT ID-CTA-EXT
           DISPLAY "DATA DO LANCAMENTO (AAAAMMDD): "
           ACCEPT DATA-EXT
           DISPLAY "NUMERO DO LANCAMENTO: "
           ACCEPT NUM-LANC-EXT

           READ EXTBCO
               INVALID KEY
                  DISPLAY "LANCAMENTO NAO ENCONTRADO NO EXTRATO."
                  GO TO P031-FIM
           END-READ

           MOVE ID-CTA-EXT            TO ID-CTA

           READ CTABCO
               INVALID KEY
                  DISPLAY "CONTA NAO ENCONTRADA."
                  GO TO P031-FIM
           END-READ

           MOVE DATA-EXT              TO WS-DATA-LANC

           IF WS-LANC-MES NOT GREATER ULT-FECH-CTA
              DISPLAY "MES " WS-LANC-MES " JA FECHADO NA CONTA. "
                      "NENHUMA ALTERACAO PERMITIDA."
              GO TO P031-FIM
           END-IF

           MOVE VLR-EXT               TO WS-VLR-ED
           DISPLAY "LANCAMENTO: " DATA-EXT " " NAT-EXT " " WS-VLR-ED
                   " " HIST-EXT
           SET ITEM-OK                TO TRUE
           .
       P031-FIM.
       P032-ITEM-TESOURARIA.

           IF NOT WS-FS-TES-OK
              DISPLAY "BOLETIM DE TESOURARIA INDISPONIVEL."
              GO TO P032-FIM
           END-IF

           DISPLAY "DATA DO BOLETIM (AAAAMMDD): "
           ACCEPT WS-TES-DATA
           DISPLAY "FILIAL DO BOLETIM: "
           ACCEPT WS-TES-FILIAL
           MOVE WS-CHAVE-TES          TO CHAVE-TESOUR

           READ TESOUR
               INVALID KEY
                  DISPLAY "BOLETIM NAO ENCONTRADO."
                  GO TO P032-FIM
           END-READ

           IF WS-TIPO EQUAL 'T'
              MOVE VLR-DEPOSITO-TES   TO WS-VLR-ITEM
           ELSE
              MOVE VLR-CHQ-DEP-TES    TO WS-VLR-ITEM
           END-IF

           IF WS-VLR-ITEM EQUAL ZEROS
              DISPLAY "BOLETIM SEM ESSE DEPOSITO."
              GO TO P032-FIM
           END-IF

           MOVE CHAVE-TESOUR          TO WS-REF
           MOVE 'C'                   TO WS-NAT-ITEM
           SET ITEM-OK                TO TRUE
           .
       P032-FIM.
       P033-ITEM-BOLETO.

           IF NOT WS-FS-BOL-OK
              DISPLAY "ARQUIVO DE BOLETOS INDISPONIVEL."
              GO TO P033-FIM
           END-IF

           DISPLAY "ID DO BOLETO: "
           ACCEPT WS-ID-BOLETO
           MOVE WS-ID-BOLETO          TO ID-BOLETO

           READ BOLETOS
               INVALID KEY
                  DISPLAY "BOLETO NAO ENCONTRADO."
                  GO TO P033-FIM
           END-READ

           IF NOT BOLETO-PAGO
              DISPLAY "BOLETO NAO ESTA PAGO."
              GO TO P033-FIM
           END-IF

           MOVE ID-BOLETO             TO WS-REF
           MOVE VLR-PAGO-BOL          TO WS-VLR-ITEM
           MOVE 'C'                   TO WS-NAT-ITEM
           SET ITEM-OK                TO TRUE
           .
       P033-FIM.
       P034-ITEM-CARTAO.

           IF NOT WS-FS-LQC-OK
              DISPLAY "CREDITOS DE CARTAO INDISPONIVEIS."
              GO TO P034-FIM
           END-IF

           DISPLAY "DATA DO CREDITO DA ADQUIRENTE (AAAAMMDD): "
           ACCEPT DATA-CRED-LQC

           READ LIQCAR
               INVALID KEY
                  DISPLAY "NAO HA CREDITO DE CARTAO NESSA DATA."
                  GO TO P034-FIM
           END-READ

           MOVE DATA-CRED-LQC         TO WS-REF
           MOVE VLR-LIQ-LQC           TO WS-VLR-ITEM
           MOVE 'C'                   TO WS-NAT-ITEM
           SET ITEM-OK                TO TRUE
           .
       P034-FIM.
       P035-ITEM-TITULO.

           IF NOT WS-FS-PAG-OK
              DISPLAY "CONTAS A PAGAR INDISPONIVEL."
              GO TO P035-FIM
           END-IF

           DISPLAY "ID DO TITULO: "
           ACCEPT WS-ID-PAGAR
           MOVE WS-ID-PAGAR           TO ID-PAGAR

           READ PAGAR
               INVALID KEY
                  DISPLAY "TITULO NAO ENCONTRADO."
                  GO TO P035-FIM
           END-READ

           IF NOT TITULO-PAGO
              DISPLAY "TITULO NAO ESTA PAGO."
              GO TO P035-FIM
           END-IF

           MOVE ID-PAGAR              TO WS-REF
           MOVE VLR-PAGO-PAG          TO WS-VLR-ITEM
           MOVE 'D'                   TO WS-NAT-ITEM
           SET ITEM-OK                TO TRUE
           .
       P035-FIM.
      *----------------------------------------------------------------
      *   DESFAZ A CONCILIACAO DE UM LANCAMENTO EM MES ABERTO: O
      *   LANCAMENTO VOLTA A PENDENTE E O MOVIMENTO DO SISTEMA FICA
      *   LIVRE PARA SER CASADO DE NOVO
      *----------------------------------------------------------------
       P040-DESFAZ.

           PERFORM P031-PEDE-LANCAMENTO THRU P031-FIM

           IF NOT ITEM-OK
              GO TO P040-FIM
           END-IF

           IF EXT-PENDENTE
              DISPLAY "LANCAMENTO NAO ESTA CONCILIADO."
              GO TO P040-FIM
           END-IF

           DISPLAY "CONCILIADO COM " TIPO-CONC-EXT " " REF-CONC-EXT
                   " POR " LOGIN-CONC-EXT " EM " DATA-CONC-EXT
           DISPLAY "CONFIRMA DESFAZER (S/N)? "
           ACCEPT WS-CONFIRMA

           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
              GO TO P040-FIM
           END-IF

           MOVE TIPO-CONC-EXT         TO WS-AUD-TIPO
           MOVE REF-CONC-EXT          TO WS-AUD-REF

           IF NOT CONC-MANUAL
              MOVE TIPO-CONC-EXT      TO TIPO-CCB
              MOVE REF-CONC-EXT       TO REF-CCB
              DELETE CONCBCO
                  INVALID KEY
                     CONTINUE
              END-DELETE
           END-IF

           SET EXT-PENDENTE           TO TRUE
           MOVE SPACES                TO TIPO-CONC-EXT
                                          REF-CONC-EXT
                                          LOGIN-CONC-EXT
           MOVE ZEROS                 TO DATA-CONC-EXT

           REWRITE REG-EXTBCO
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR O LANCAMENTO."
               NOT INVALID KEY
                  DISPLAY "CONCILIACAO DESFEITA."
                  MOVE 'E'            TO WS-AUD-OPER
                  MOVE WS-AUD-CONC    TO WS-AUD-ANTES
                  MOVE SPACES         TO WS-AUD-DEPOIS
                  PERFORM P090-AUDITA THRU P090-FIM
           END-REWRITE
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A CONCILIACAO MANUAL NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

           MOVE "CONCBCO"             TO WS-AUD-MODULO
           MOVE ID-CTA-EXT            TO WS-AUD-CTA
           MOVE NUM-LANC-EXT          TO WS-AUD-LANC
           MOVE WS-AUD-CHAVE-EXT      TO WS-AUD-CHAVE
           MOVE "CONCILIACAO"         TO WS-AUD-CAMPO
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P090-FIM.
       END PROGRAM PGMEXT02.
