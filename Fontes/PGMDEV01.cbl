      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: DEVOLUCAO A FORNECEDOR DE MATERIAL COM DEFEITO, ERRADO
      *          OU VENCIDO. O DOCUMENTO (ARQDEVFOR, ID DA SEQUENCIA
      *          PGMPROXDV) NASCE DO PEDIDO RECEBIDO E DO ITEM DO
      *          RECEBIMENTO (PGMCMP03): NAO DEIXA DEVOLVER MAIS DO QUE
      *          FOI RECEBIDO, DESCONTADAS AS DEVOLUCOES ANTERIORES DO
      *          MESMO ITEM. BAIXA O SALDO DO ITEM (ARQESTQ), O LOTE
      *          EXATO INFORMADO (ARQLOTEST) E O SALDO DA FILIAL DE
      *          ONDE O MATERIAL SAIU (ARQESTFIL), COM O MOVIMENTO 'D'
      *          NO KARDEX (PGMESTMOV). O VALOR ABATE O TITULO EM
      *          ABERTO DO PEDIDO EM ARQPAGAR (BRUTO E LIQUIDO, ATE O
      *          LIQUIDO) E O QUE SOBRA VIRA CREDITO DO FORNECEDOR
      *          (PGMCREDFOR), DESCONTADO NA INCLUSAO DO PROXIMO TITULO
      *          PELO PGMPAG01. O RELATORIO POR FORNECEDOR E MOTIVO E
      *          O PGMDEVREL.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDEV01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEVOLUCOES ASSIGN TO
           WS-PATH-ARQDEVFOR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-DEV
           FILE STATUS  IS WS-FS.

           SELECT PEDIDOS ASSIGN TO
           WS-PATH-ARQPEDCMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PEDIDO
           FILE STATUS  IS WS-FS-PED.

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

           SELECT ESTFIL ASSIGN TO
           WS-PATH-ARQESTFIL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-ESTFIL
           FILE STATUS  IS WS-FS-EFL.

           SELECT LOTEST ASSIGN TO
           WS-PATH-ARQLOTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-LOTEST
           FILE STATUS  IS WS-FS-LOT.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD DEVOLUCOES.
           COPY CPYDEVFOR.

       FD PEDIDOS.
           COPY CPYPEDCMP.

       FD PEDITENS.
           COPY CPYPEDIT.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD ESTFIL.
           COPY CPYESTFIL.

       FD LOTEST.
           COPY CPYLOTEST.

       FD PAGAR.
           COPY CPYPAGAR.

       FD FORNECED.
           COPY CPYFORN.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PED-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PED-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PED-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PED-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PED-EOF
                          WS-FS-OK BY WS-FS-PED-OK
                          WS-FS BY WS-FS-PED.
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EFL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EFL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EFL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EFL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EFL-EOF
                          WS-FS-OK BY WS-FS-EFL-OK
                          WS-FS BY WS-FS-EFL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LOT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LOT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LOT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LOT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LOT-EOF
                          WS-FS-OK BY WS-FS-LOT-OK
                          WS-FS BY WS-FS-LOT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-ARQ-ABERTOS      PIC X(01) VALUE 'N'.
          88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WS-EFL-ABERTO       PIC X(01) VALUE 'N'.
          88 ESTFIL-ABERTO    VALUE 'S'.
       77 WS-LOT-ABERTO       PIC X(01) VALUE 'N'.
          88 LOTEST-ABERTO    VALUE 'S'.
       77 WS-PAG-ABERTO       PIC X(01) VALUE 'N'.
          88 PAGAR-ABERTO     VALUE 'S'.
       77 WS-ACHOU-TIT        PIC X(01) VALUE 'N'.
          88 TITULO-ACHADO    VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-PROX-ID          PIC 9(08) VALUE ZEROS.
       77 WS-ID-PEDIDO        PIC 9(04) VALUE ZEROS.
       77 WS-SEQ-ITEM         PIC 9(02) VALUE ZEROS.
       77 WS-SEQ              PIC 9(02) VALUE ZEROS.
       77 WS-QTD-JA-DEV       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DEVOLVIVEL   PIC 9(06) VALUE ZEROS.
       77 WS-TIPO-MOV         PIC X(01) VALUE 'D'.
       77 WS-DOC-REF          PIC X(10) VALUE SPACES.
       77 WS-QTD-ED           PIC ZZZ.ZZ9.
       77 WS-VLR-ED           PIC ZZ.ZZZ.ZZ9,99.

       77 WS-CRF-ACAO         PIC X(01) VALUE SPACE.
       77 WS-CRF-TIPO         PIC X(01) VALUE SPACE.
       77 WS-CRF-ID-FORN      PIC 9(04) VALUE ZEROS.
       77 WS-CRF-VLR          PIC 9(08)V99 VALUE ZEROS.
       77 WS-CRF-DOC          PIC 9(08) VALUE ZEROS.
       77 WS-CRF-OK           PIC X(01) VALUE 'N'.
          88 CREDITO-OK       VALUE 'S'.
       77 WS-CRF-SALDO        PIC 9(08)V99 VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMDEV01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDEVFOR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQDEVFOR
            END-IF

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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTFIL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTFIL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTEST_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQLOTEST
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
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

            IF NOT WS-FS-OK
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
            END-IF
            IF NOT WS-FS-PED-OK
               CALL "PGMFSMSG" USING WS-FS-PED, WS-FS-PED-MSG
               DISPLAY WS-FS-PED-MSG
            END-IF
            IF NOT WS-FS-PIT-OK
               CALL "PGMFSMSG" USING WS-FS-PIT, WS-FS-PIT-MSG
               DISPLAY WS-FS-PIT-MSG
            END-IF
            IF NOT WS-FS-EST-OK
               CALL "PGMFSMSG" USING WS-FS-EST, WS-FS-EST-MSG
               DISPLAY WS-FS-EST-MSG
            END-IF
            IF NOT WS-FS-FRN-OK
               CALL "PGMFSMSG" USING WS-FS-FRN, WS-FS-FRN-MSG
               DISPLAY WS-FS-FRN-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER QUEM REGISTROU
      *   A DEVOLUCAO
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN

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
      *             MENU DA DEVOLUCAO A FORNECEDOR
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "************************************************"
            DISPLAY "*****     DEVOLUCAO A FORNECEDOR           *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - REGISTRAR DEVOLUCAO"
            DISPLAY "* 2 - CONSULTAR DEVOLUCAO"
            DISPLAY "* 3 - CREDITO DO FORNECEDOR"
            DISPLAY "* 4 - RELATORIO POR FORNECEDOR"
            DISPLAY "* 5 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P020-REGISTRA THRU P020-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                WHEN 2
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P040-CONSULTA THRU P040-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                WHEN 3
                   PERFORM P050-CREDITO THRU P050-FIM
                WHEN 4
                   CALL "PGMDEVREL"
                WHEN 5
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   REGISTRO DA DEVOLUCAO: PEDIDO RECEBIDO, ITEM, QUANTIDADE,
      *   MOTIVO, LOTE E FILIAL DE ORIGEM E VALOR. SO GRAVA DEPOIS DA
      *   CONFIRMACAO, E AI BAIXA O ESTOQUE E ACERTA O FINANCEIRO
      *----------------------------------------------------------------
       P020-REGISTRA.

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
            PERFORM P003-LE-SESSAO THRU P003-FIM

            INITIALIZE REG-DEVFOR

            DISPLAY "INFORME O NUMERO DO PEDIDO DE COMPRA: "
            ACCEPT WS-ID-PEDIDO

            MOVE WS-ID-PEDIDO         TO ID-PEDIDO
            READ PEDIDOS
                INVALID KEY
                   DISPLAY "PEDIDO NAO ENCONTRADO."
                   GO TO P020-FIM
            END-READ

            IF NOT PED-RECEBIDO
               DISPLAY "SO PEDIDO JA RECEBIDO PODE TER DEVOLUCAO."
               GO TO P020-FIM
            END-IF

            MOVE ID-FORN-PED          TO ID-FORN
            READ FORNECED
                INVALID KEY
                   MOVE "** FORNECEDOR NAO CADASTRADO **" TO NM-FORN
            END-READ

            DISPLAY "FORNECEDOR: " ID-FORN-PED " - " NM-FORN
            DISPLAY "ITENS RECEBIDOS NO PEDIDO:"

            PERFORM P021-MOSTRA-ITEM THRU P021-FIM
                    VARYING WS-SEQ FROM 1 BY 1
                    UNTIL WS-SEQ GREATER QTD-ITENS-PED

            DISPLAY "INFORME A SEQUENCIA DO ITEM A DEVOLVER: "
            ACCEPT WS-SEQ-ITEM

            MOVE WS-ID-PEDIDO         TO ID-PED-IT
            MOVE WS-SEQ-ITEM          TO SEQ-PED-IT
            READ PEDITENS
                INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO NO PEDIDO."
                   GO TO P020-FIM
            END-READ

            IF QTD-RECEBIDA-IT EQUAL ZEROS
               DISPLAY "ITEM SEM QUANTIDADE RECEBIDA."
               GO TO P020-FIM
            END-IF

            PERFORM P022-JA-DEVOLVIDO THRU P022-FIM

            IF WS-QTD-JA-DEV NOT LESS QTD-RECEBIDA-IT
               DISPLAY "TODA A QUANTIDADE RECEBIDA DESTE ITEM JA FOI "
                       "DEVOLVIDA."
               GO TO P020-FIM
            END-IF

            COMPUTE WS-QTD-DEVOLVIVEL = QTD-RECEBIDA-IT - WS-QTD-JA-DEV

            MOVE ID-ESTQ-IT           TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM DE ESTOQUE NAO ENCONTRADO: " ID-ESTQ-IT
                   GO TO P020-FIM
            END-READ

            MOVE WS-QTD-DEVOLVIVEL    TO WS-QTD-ED
            DISPLAY "ITEM: " DESC-ESTQ
            DISPLAY "PODE DEVOLVER ATE: " WS-QTD-ED
            DISPLAY "INFORME A QUANTIDADE DEVOLVIDA: "
            ACCEPT QTD-DEV

            IF QTD-DEV EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA."
               GO TO P020-FIM
            END-IF

            IF QTD-DEV GREATER WS-QTD-DEVOLVIVEL
               DISPLAY "QUANTIDADE MAIOR QUE A RECEBIDA E AINDA NAO "
                       "DEVOLVIDA."
               GO TO P020-FIM
            END-IF

            IF QTD-DEV GREATER QTD-ESTQ
               MOVE QTD-ESTQ          TO WS-QTD-ED
               DISPLAY "SALDO INSUFICIENTE NO ESTOQUE: " WS-QTD-ED
               GO TO P020-FIM
            END-IF

            PERFORM P023-PEDE-MOTIVO THRU P023-FIM
                    UNTIL MOTIVO-DEV-VALIDO

            DISPLAY "OBSERVACAO (OPCIONAL): "
            ACCEPT OBS-DEV

            PERFORM P024-LOTE THRU P024-FIM

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            PERFORM P025-FILIAL THRU P025-FIM

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            DISPLAY "VALOR UNITARIO (ZERO = CUSTO MEDIO DO ITEM): "
            ACCEPT VLR-UNIT-DEV

            IF VLR-UNIT-DEV EQUAL ZEROS
               MOVE CUSTO-ESTQ        TO VLR-UNIT-DEV
            END-IF

            COMPUTE VLR-TOTAL-DEV = QTD-DEV * VLR-UNIT-DEV

            MOVE VLR-TOTAL-DEV        TO WS-VLR-ED
            DISPLAY "VALOR DA DEVOLUCAO: " WS-VLR-ED
            DISPLAY "CONFIRMA A DEVOLUCAO? (S/N): "
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "DEVOLUCAO CANCELADA."
               GO TO P020-FIM
            END-IF

            CALL "PGMPROXDV" USING WS-PROX-ID

            IF WS-PROX-ID EQUAL ZEROS
               DISPLAY "NAO FOI POSSIVEL NUMERAR A DEVOLUCAO."
               GO TO P020-FIM
            END-IF

            MOVE WS-PROX-ID           TO ID-DEV
            MOVE WS-DATA-HOJE         TO DATA-DEV
            MOVE ID-FORN-PED          TO ID-FORN-DEV
            MOVE WS-ID-PEDIDO         TO ID-PED-DEV
            MOVE WS-SEQ-ITEM          TO SEQ-PED-DEV
            MOVE ID-ESTQ-IT           TO ID-ESTQ-DEV
            MOVE SESSAO-LOGIN         TO LOGIN-DEV

            PERFORM P026-BAIXA-ESTOQUE THRU P026-FIM
            PERFORM P030-ABATE-TITULO THRU P030-FIM

            WRITE REG-DEVFOR
                INVALID KEY
                   DISPLAY "JA EXISTE DEVOLUCAO COM ESTE ID: " ID-DEV
                   GO TO P020-FIM
            END-WRITE

            DISPLAY "DEVOLUCAO " ID-DEV " REGISTRADA."

            IF NOT DEV-SEM-TITULO
               MOVE VLR-ABAT-DEV      TO WS-VLR-ED
               DISPLAY "ABATIDO DO TITULO " ID-PAGAR-DEV ": "
                       WS-VLR-ED
            END-IF

            IF VLR-CRED-DEV GREATER ZEROS
               MOVE VLR-CRED-DEV      TO WS-VLR-ED
               DISPLAY "CREDITO LANCADO PARA O FORNECEDOR: " WS-VLR-ED
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   UMA LINHA POR ITEM DO PEDIDO, COM A QUANTIDADE RECEBIDA
      *----------------------------------------------------------------
       P021-MOSTRA-ITEM.

            MOVE WS-ID-PEDIDO         TO ID-PED-IT
            MOVE WS-SEQ               TO SEQ-PED-IT

            READ PEDITENS
                INVALID KEY
                   GO TO P021-FIM
            END-READ

            MOVE ID-ESTQ-IT           TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   MOVE SPACES        TO DESC-ESTQ
            END-READ

            MOVE QTD-RECEBIDA-IT      TO WS-QTD-ED
            DISPLAY "  " SEQ-PED-IT " - " ID-ESTQ-IT " " DESC-ESTQ
                    " RECEBIDO: " WS-QTD-ED
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   SOMA O QUE JA FOI DEVOLVIDO DO MESMO ITEM DO MESMO PEDIDO
      *----------------------------------------------------------------
       P022-JA-DEVOLVIDO.

            MOVE ZEROS                TO WS-QTD-JA-DEV
            SET WS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-DEV

            START DEVOLUCOES KEY IS NOT LESS ID-DEV
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P027-SOMA-DEVOLVIDO THRU P027-FIM
                    UNTIL WS-EOF-OK

            INITIALIZE REG-DEVFOR
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   MOTIVO: DEFEITO, ITEM ERRADO, VALIDADE OU OUTRO
      *----------------------------------------------------------------
       P023-PEDE-MOTIVO.

            DISPLAY "MOTIVO (D=DEFEITO E=ITEM ERRADO V=VALIDADE "
                    "O=OUTRO): "
            ACCEPT MOTIVO-DEV
            INSPECT MOTIVO-DEV CONVERTING "devo" TO "DEVO"

            IF NOT MOTIVO-DEV-VALIDO
               DISPLAY "MOTIVO INVALIDO."
            END-IF
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   LOTE DE ONDE SAI O MATERIAL (OPCIONAL). INFORMADO, TEM DE
      *   EXISTIR PARA O ITEM E TER SALDO; WS-CONFIRMA 'X' CANCELA
      *----------------------------------------------------------------
       P024-LOTE.

            MOVE SPACE                TO WS-CONFIRMA

            IF NOT LOTEST-ABERTO
               GO TO P024-FIM
            END-IF

            DISPLAY "LOTE DEVOLVIDO (EM BRANCO = SEM LOTE): "
            ACCEPT NUM-LOTE-DEV

            IF NUM-LOTE-DEV EQUAL SPACES
               GO TO P024-FIM
            END-IF

            MOVE ID-ESTQ-IT           TO ID-ESTQ-LE
            MOVE NUM-LOTE-DEV         TO NUM-LOTE-LE
            READ LOTEST
                INVALID KEY
                   DISPLAY "LOTE NAO ENCONTRADO PARA ESTE ITEM."
                   MOVE 'X'           TO WS-CONFIRMA
                   GO TO P024-FIM
            END-READ

            IF QTD-LOTE-LE LESS QTD-DEV
               MOVE QTD-LOTE-LE       TO WS-QTD-ED
               DISPLAY "SALDO INSUFICIENTE NO LOTE: " WS-QTD-ED
               MOVE 'X'               TO WS-CONFIRMA
            END-IF
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   FILIAL DE ONDE SAI O MATERIAL (ZERO = SEM CONTROLE POR
      *   FILIAL). INFORMADA, PRECISA TER SALDO DO ITEM EM ARQESTFIL
      *----------------------------------------------------------------
       P025-FILIAL.

            MOVE SPACE                TO WS-CONFIRMA

            IF NOT ESTFIL-ABERTO
               GO TO P025-FIM
            END-IF

            DISPLAY "FILIAL DE ORIGEM (ZERO = SEM FILIAL): "
            ACCEPT FILIAL-DEV

            IF FILIAL-DEV EQUAL ZEROS
               GO TO P025-FIM
            END-IF

            MOVE ID-ESTQ-IT           TO ID-ESTQ-FIL
            MOVE FILIAL-DEV           TO FILIAL-EST
            READ ESTFIL
                INVALID KEY
                   DISPLAY "FILIAL SEM SALDO DESTE ITEM."
                   MOVE 'X'           TO WS-CONFIRMA
                   GO TO P025-FIM
            END-READ

            IF QTD-ESTFIL LESS QTD-DEV
               MOVE QTD-ESTFIL        TO WS-QTD-ED
               DISPLAY "SALDO INSUFICIENTE NA FILIAL: " WS-QTD-ED
               MOVE 'X'               TO WS-CONFIRMA
            END-IF
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   BAIXA O ITEM, O LOTE E A FILIAL E GRAVA O MOVIMENTO 'D' NO
      *   KARDEX COM O DOCUMENTO DA DEVOLUCAO
      *----------------------------------------------------------------
       P026-BAIXA-ESTOQUE.

            SUBTRACT QTD-DEV        FROM QTD-ESTQ
            REWRITE REG-ESTQ
                INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ESTOQUE: " WS-FS-EST
            END-REWRITE
            MOVE "ARQESTQ"            TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-EST, REG-ESTQ

            IF NUM-LOTE-DEV NOT EQUAL SPACES
               SUBTRACT QTD-DEV     FROM QTD-LOTE-LE
               REWRITE REG-LOTEST
                   INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR O LOTE: " WS-FS-LOT
               END-REWRITE
            END-IF

            IF FILIAL-DEV NOT EQUAL ZEROS
               SUBTRACT QTD-DEV     FROM QTD-ESTFIL
               REWRITE REG-ESTFIL
                   INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR A FILIAL: " WS-FS-EFL
               END-REWRITE
            END-IF

            MOVE SPACES               TO WS-DOC-REF
            STRING "DV" ID-DEV DELIMITED BY SIZE INTO WS-DOC-REF

            CALL "PGMESTMOV" USING ID-ESTQ, WS-TIPO-MOV, QTD-DEV,
                                   QTD-ESTQ, WS-DOC-REF
            .
       P026-FIM.
      *----------------------------------------------------------------
      *   LE A PROXIMA DEVOLUCAO E SOMA SE FOR DO MESMO PEDIDO E ITEM
      *----------------------------------------------------------------
       P027-SOMA-DEVOLVIDO.

            READ DEVOLUCOES NEXT
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P027-FIM
            END-READ

            IF ID-PED-DEV EQUAL WS-ID-PEDIDO
               AND SEQ-PED-DEV EQUAL WS-SEQ-ITEM
               ADD QTD-DEV            TO WS-QTD-JA-DEV
            END-IF
            .
       P027-FIM.
      *----------------------------------------------------------------
      *   ABATE O VALOR DO TITULO EM ABERTO DO PEDIDO (BRUTO E LIQUIDO,
      *   NO MAXIMO O LIQUIDO). O QUE NAO COUBER, OU TODO O VALOR SE
      *   NAO HOUVER TITULO EM ABERTO, VIRA CREDITO DO FORNECEDOR
      *----------------------------------------------------------------
       P030-ABATE-TITULO.

            MOVE ZEROS                TO ID-PAGAR-DEV
            MOVE ZEROS                TO VLR-ABAT-DEV
            MOVE VLR-TOTAL-DEV        TO VLR-CRED-DEV
            MOVE 'N'                  TO WS-ACHOU-TIT

            IF PAGAR-ABERTO
               SET WS-EOF-OK          TO FALSE
               MOVE ZEROS             TO ID-PAGAR
               START PAGAR KEY IS NOT LESS ID-PAGAR
                   INVALID KEY
                      SET WS-EOF-OK   TO TRUE
               END-START
               PERFORM P031-PROCURA-TITULO THRU P031-FIM
                       UNTIL WS-EOF-OK OR TITULO-ACHADO
            END-IF

            IF TITULO-ACHADO
               IF VLR-TOTAL-DEV GREATER VLR-LIQ-PAG
                  MOVE VLR-LIQ-PAG    TO VLR-ABAT-DEV
               ELSE
                  MOVE VLR-TOTAL-DEV  TO VLR-ABAT-DEV
               END-IF
               SUBTRACT VLR-ABAT-DEV FROM VLR-PAG
               SUBTRACT VLR-ABAT-DEV FROM VLR-LIQ-PAG
               REWRITE REG-PAGAR
                   INVALID KEY
                      DISPLAY "ERRO AO ATUALIZAR O TITULO: " WS-FS-PAG
                      MOVE ZEROS      TO VLR-ABAT-DEV
               END-REWRITE
               IF VLR-ABAT-DEV GREATER ZEROS
                  MOVE ID-PAGAR       TO ID-PAGAR-DEV
               END-IF
               COMPUTE VLR-CRED-DEV = VLR-TOTAL-DEV - VLR-ABAT-DEV
            END-IF

            IF VLR-CRED-DEV GREATER ZEROS
               MOVE 'C'               TO WS-CRF-ACAO
               MOVE 'D'               TO WS-CRF-TIPO
               MOVE ID-FORN-DEV       TO WS-CRF-ID-FORN
               MOVE VLR-CRED-DEV      TO WS-CRF-VLR
               MOVE ID-DEV            TO WS-CRF-DOC
               CALL "PGMCREDFOR" USING WS-CRF-ACAO, WS-CRF-ID-FORN,
                                       WS-CRF-VLR, WS-CRF-TIPO,
                                       WS-CRF-DOC, LOGIN-DEV,
                                       WS-CRF-OK, WS-CRF-SALDO
               IF NOT CREDITO-OK
                  DISPLAY "ATENCAO: CREDITO DO FORNECEDOR NAO LANCADO."
                  MOVE ZEROS          TO VLR-CRED-DEV
               END-IF
            END-IF
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   PRIMEIRO TITULO EM ABERTO DO PEDIDO, DO MESMO FORNECEDOR E
      *   COM VALOR LIQUIDO A ABATER
      *----------------------------------------------------------------
       P031-PROCURA-TITULO.

            READ PAGAR NEXT
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P031-FIM
            END-READ

            IF TITULO-ABERTO
               AND ID-PED-PAG EQUAL WS-ID-PEDIDO
               AND ID-FORN-PAG EQUAL ID-FORN-DEV
               AND VLR-LIQ-PAG GREATER ZEROS
               MOVE 'S'               TO WS-ACHOU-TIT
            END-IF
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   CONSULTA DE UMA DEVOLUCAO PELO NUMERO
      *----------------------------------------------------------------
       P040-CONSULTA.

            DISPLAY "INFORME O NUMERO DA DEVOLUCAO: "
            ACCEPT ID-DEV

            READ DEVOLUCOES
                INVALID KEY
                   DISPLAY "DEVOLUCAO NAO ENCONTRADA."
                   GO TO P040-FIM
            END-READ

            MOVE ID-FORN-DEV          TO ID-FORN
            READ FORNECED
                INVALID KEY
                   MOVE SPACES        TO NM-FORN
            END-READ

            MOVE ID-ESTQ-DEV          TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   MOVE SPACES        TO DESC-ESTQ
            END-READ

            DISPLAY "DEVOLUCAO.....: " ID-DEV "  DATA: " DATA-DEV
            DISPLAY "FORNECEDOR....: " ID-FORN-DEV " - " NM-FORN
            DISPLAY "PEDIDO/ITEM...: " ID-PED-DEV " / " SEQ-PED-DEV
            DISPLAY "MATERIAL......: " ID-ESTQ-DEV " - " DESC-ESTQ
            MOVE QTD-DEV              TO WS-QTD-ED
            DISPLAY "QUANTIDADE....: " WS-QTD-ED
            DISPLAY "LOTE / FILIAL.: " NUM-LOTE-DEV " / " FILIAL-DEV

            EVALUATE TRUE
                WHEN DEV-DEFEITO
                   DISPLAY "MOTIVO........: DEFEITO"
                WHEN DEV-ERRADO
                   DISPLAY "MOTIVO........: ITEM ERRADO"
                WHEN DEV-VALIDADE
                   DISPLAY "MOTIVO........: VALIDADE"
                WHEN OTHER
                   DISPLAY "MOTIVO........: OUTRO"
            END-EVALUATE

            DISPLAY "OBSERVACAO....: " OBS-DEV
            MOVE VLR-TOTAL-DEV        TO WS-VLR-ED
            DISPLAY "VALOR TOTAL...: " WS-VLR-ED
            MOVE VLR-ABAT-DEV         TO WS-VLR-ED
            DISPLAY "ABATIDO.......: " WS-VLR-ED
                    "  TITULO: " ID-PAGAR-DEV
            MOVE VLR-CRED-DEV         TO WS-VLR-ED
            DISPLAY "EM CREDITO....: " WS-VLR-ED
            DISPLAY "REGISTRADA POR: " LOGIN-DEV
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   SALDO DE CREDITO DE UM FORNECEDOR (DEVOLUCOES NAO USADAS)
      *----------------------------------------------------------------
       P050-CREDITO.

            DISPLAY "INFORME O ID DO FORNECEDOR: "
            ACCEPT WS-CRF-ID-FORN

            MOVE 'S'                  TO WS-CRF-ACAO
            MOVE ZEROS                TO WS-CRF-VLR
            MOVE SPACE                TO WS-CRF-TIPO
            MOVE ZEROS                TO WS-CRF-DOC
            MOVE SPACES               TO SESSAO-LOGIN

            CALL "PGMCREDFOR" USING WS-CRF-ACAO, WS-CRF-ID-FORN,
                                    WS-CRF-VLR, WS-CRF-TIPO,
                                    WS-CRF-DOC, SESSAO-LOGIN,
                                    WS-CRF-OK, WS-CRF-SALDO

            MOVE WS-CRF-SALDO         TO WS-VLR-ED
            DISPLAY "CREDITO DISPONIVEL DO FORNECEDOR " WS-CRF-ID-FORN
                    ": " WS-VLR-ED
            .
       P050-FIM.
      *----------------------------------------------------------------
      *   ABRE OS ARQUIVOS. LOTES, SALDO POR FILIAL E CONTAS A PAGAR
      *   SAO OPCIONAIS: SEM O ARQUIVO, A ETAPA CORRESPONDENTE E PULADA
      *----------------------------------------------------------------
       P090-ABRE-ARQUIVOS.

            MOVE 'N'                  TO WS-ARQ-ABERTOS
            MOVE 'N'                  TO WS-EFL-ABERTO
            MOVE 'N'                  TO WS-LOT-ABERTO
            MOVE 'N'                  TO WS-PAG-ABERTO

            OPEN I-O DEVOLUCOES

            IF WS-FS EQUAL 35
               OPEN OUTPUT DEVOLUCOES
               CLOSE DEVOLUCOES
               OPEN I-O DEVOLUCOES
            END-IF

            OPEN INPUT PEDIDOS
            OPEN INPUT PEDITENS
            OPEN I-O   ESTOQUE
            OPEN INPUT FORNECED

            IF NOT WS-FS-OK OR NOT WS-FS-PED-OK OR NOT WS-FS-PIT-OK
               OR NOT WS-FS-EST-OK OR NOT WS-FS-FRN-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE DEVOLUCAO."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
               GO TO P090-FIM
            END-IF

            OPEN I-O ESTFIL
            IF WS-FS-EFL-OK
               MOVE 'S'               TO WS-EFL-ABERTO
            END-IF

            OPEN I-O LOTEST
            IF WS-FS-LOT-OK
               MOVE 'S'               TO WS-LOT-ABERTO
            END-IF

            OPEN I-O PAGAR
            IF WS-FS-PAG-OK
               MOVE 'S'               TO WS-PAG-ABERTO
            END-IF

            MOVE 'S'                  TO WS-ARQ-ABERTOS
            .
       P090-FIM.
       P095-FECHA-ARQUIVOS.

            CLOSE DEVOLUCOES
            CLOSE PEDIDOS
            CLOSE PEDITENS
            CLOSE ESTOQUE
            CLOSE FORNECED

            IF ESTFIL-ABERTO
               CLOSE ESTFIL
            END-IF
            IF LOTEST-ABERTO
               CLOSE LOTEST
            END-IF
            IF PAGAR-ABERTO
               CLOSE PAGAR
            END-IF
            .
       P095-FIM.
       END PROGRAM PGMDEV01.
