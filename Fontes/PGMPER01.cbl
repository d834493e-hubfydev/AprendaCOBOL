      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: BAIXA DE ESTOQUE POR PERDA (VENCIDO, QUEBRADO,
      *          CONTAMINADO OU EXTRAVIADO): O OPERADOR INFORMA O ITEM,
      *          O LOTE E A FILIAL DE ONDE O MATERIAL SAI, A QUANTIDADE
      *          E O MOTIVO; A PERDA E VALORIZADA PELO CUSTO MEDIO DO
      *          ITEM E, ACIMA DO LIMITE DA TABELA CENTRAL (PERDALIM,
      *          PGMPARAM, PADRAO 500,00), SO SEGUE COM A SENHA DE UM
      *          SUPERVISOR (PGMAUTADM). A GRAVACAO - SALDOS, KARDEX
      *          'P' E DOCUMENTO EM ARQPERDA - E DO PGMPERGRV. TAMBEM
      *          CONSULTA UMA BAIXA E CHAMA O RELATORIO MENSAL DE
      *          PERDAS (PGMPERREL). A PERDA DEIXA DE SE ESCONDER NAS
      *          DIFERENCAS DO INVENTARIO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPER01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERDAS ASSIGN TO
           WS-PATH-ARQPERDA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PERDA
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

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD PERDAS.
           COPY CPYPERDA.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD LOTEST.
           COPY CPYLOTEST.

       FD ESTFIL.
           COPY CPYESTFIL.

       FD SESSAO.
           COPY CPYSESSAO.

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-ARQ-ABERTOS      PIC X(01) VALUE 'N'.
          88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WS-PER-ABERTO       PIC X(01) VALUE 'N'.
          88 PERDAS-ABERTO    VALUE 'S'.
       77 WS-LOT-ABERTO       PIC X(01) VALUE 'N'.
          88 LOTEST-ABERTO    VALUE 'S'.
       77 WS-EFL-ABERTO       PIC X(01) VALUE 'N'.
          88 ESTFIL-ABERTO    VALUE 'S'.
       77 WS-GRAVAR           PIC X(01) VALUE 'N'.
          88 BAIXA-CONFIRMADA VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE           PIC 9(08)V99 VALUE 500.
       77 WS-QTD-ED           PIC ZZZ.ZZ9.
       77 WS-VLR-ED           PIC ZZ.ZZZ.ZZ9,99.

       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.

       77 WS-AUT-OK           PIC X(01) VALUE 'N'.
          88 AUTORIZADO       VALUE 'S'.
       77 WS-AUT-LOGIN        PIC X(10) VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 4

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

            IF NOT WS-FS-EST-OK
               CALL "PGMFSMSG" USING WS-FS-EST, WS-FS-EST-MSG
               DISPLAY WS-FS-EST-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER QUEM BAIXOU
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
      *             MENU DA BAIXA POR PERDA
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "************************************************"
            DISPLAY "*****     BAIXA DE ESTOQUE POR PERDA       *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - REGISTRAR BAIXA POR PERDA"
            DISPLAY "* 2 - CONSULTAR BAIXA"
            DISPLAY "* 3 - RELATORIO MENSAL DE PERDAS"
            DISPLAY "* 4 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   MOVE 'N'           TO WS-GRAVAR
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P020-REGISTRA THRU P020-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                   IF BAIXA-CONFIRMADA
                      PERFORM P030-GRAVA THRU P030-FIM
                   END-IF
                WHEN 2
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P040-CONSULTA THRU P040-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                WHEN 3
                   CALL "PGMPERREL"
                WHEN 4
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   COLETA E CONFERE OS DADOS DA BAIXA; A AUTORIZACAO DO
      *   SUPERVISOR E A CONFIRMACAO VEM ANTES DE QUALQUER GRAVACAO
      *----------------------------------------------------------------
       P020-REGISTRA.

            PERFORM P003-LE-SESSAO THRU P003-FIM

            INITIALIZE REG-PERDA
            MOVE SESSAO-LOGIN         TO LOGIN-PERDA
            SET PERDA-MANUAL          TO TRUE

            DISPLAY "INFORME O ID DO ITEM: "
            ACCEPT ID-ESTQ-PERDA

            MOVE ID-ESTQ-PERDA        TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO."
                   GO TO P020-FIM
            END-READ

            MOVE QTD-ESTQ             TO WS-QTD-ED
            MOVE CUSTO-ESTQ           TO WS-VLR-ED
            DISPLAY "ITEM: " DESC-ESTQ
            DISPLAY "SALDO: " WS-QTD-ED "  CUSTO MEDIO: " WS-VLR-ED

            DISPLAY "QUANTIDADE PERDIDA: "
            ACCEPT QTD-PERDA

            IF QTD-PERDA EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA."
               GO TO P020-FIM
            END-IF

            IF QTD-PERDA GREATER QTD-ESTQ
               DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO ITEM."
               GO TO P020-FIM
            END-IF

            PERFORM P021-LOTE THRU P021-FIM

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            PERFORM P022-FILIAL THRU P022-FIM

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            PERFORM P023-PEDE-MOTIVO THRU P023-FIM
                    UNTIL MOTIVO-PERDA-VALIDO

            DISPLAY "OBSERVACAO (OPCIONAL): "
            ACCEPT OBS-PERDA

            MOVE CUSTO-ESTQ           TO CUSTO-PERDA
            COMPUTE VLR-PERDA = QTD-PERDA * CUSTO-PERDA

            MOVE VLR-PERDA            TO WS-VLR-ED
            DISPLAY "VALOR DA PERDA: " WS-VLR-ED

            PERFORM P024-AUTORIZA THRU P024-FIM

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            DISPLAY "CONFIRMA A BAIXA POR PERDA? (S/N): "
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "BAIXA CANCELADA."
               GO TO P020-FIM
            END-IF

            MOVE 'S'                  TO WS-GRAVAR
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   LOTE DE ONDE SAI O MATERIAL (EM BRANCO = SEM LOTE); WS-
      *   CONFIRMA 'X' CANCELA A BAIXA
      *----------------------------------------------------------------
       P021-LOTE.

            MOVE SPACE                TO WS-CONFIRMA

            IF NOT LOTEST-ABERTO
               GO TO P021-FIM
            END-IF

            DISPLAY "LOTE (EM BRANCO = SEM LOTE): "
            ACCEPT NUM-LOTE-PERDA

            IF NUM-LOTE-PERDA EQUAL SPACES
               GO TO P021-FIM
            END-IF

            MOVE ID-ESTQ-PERDA        TO ID-ESTQ-LE
            MOVE NUM-LOTE-PERDA       TO NUM-LOTE-LE
            READ LOTEST
                INVALID KEY
                   DISPLAY "LOTE NAO ENCONTRADO PARA ESTE ITEM."
                   MOVE 'X'           TO WS-CONFIRMA
                   GO TO P021-FIM
            END-READ

            MOVE QTD-LOTE-LE          TO WS-QTD-ED
            DISPLAY "VALIDADE DO LOTE: " DATA-VAL-LE
                    "  SALDO: " WS-QTD-ED

            IF QTD-PERDA GREATER QTD-LOTE-LE
               DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO LOTE."
               MOVE 'X'               TO WS-CONFIRMA
            END-IF
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   FILIAL DE ONDE SAI O MATERIAL (ZERO = SEM FILIAL)
      *----------------------------------------------------------------
       P022-FILIAL.

            MOVE SPACE                TO WS-CONFIRMA

            IF NOT ESTFIL-ABERTO
               GO TO P022-FIM
            END-IF

            DISPLAY "FILIAL (ZERO = SEM FILIAL): "
            ACCEPT FILIAL-PERDA

            IF FILIAL-PERDA EQUAL ZEROS
               GO TO P022-FIM
            END-IF

            MOVE ID-ESTQ-PERDA        TO ID-ESTQ-FIL
            MOVE FILIAL-PERDA         TO FILIAL-EST
            READ ESTFIL
                INVALID KEY
                   DISPLAY "FILIAL SEM SALDO DESTE ITEM."
                   MOVE 'X'           TO WS-CONFIRMA
                   GO TO P022-FIM
            END-READ

            IF QTD-PERDA GREATER QTD-ESTFIL
               MOVE QTD-ESTFIL        TO WS-QTD-ED
               DISPLAY "SALDO INSUFICIENTE NA FILIAL: " WS-QTD-ED
               MOVE 'X'               TO WS-CONFIRMA
            END-IF
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   MOTIVO: VENCIDO, QUEBRADO, CONTAMINADO OU EXTRAVIADO
      *----------------------------------------------------------------
       P023-PEDE-MOTIVO.

            DISPLAY "MOTIVO (V=VENCIDO Q=QUEBRADO C=CONTAMINADO "
                    "E=EXTRAVIADO): "
            ACCEPT MOTIVO-PERDA
            INSPECT MOTIVO-PERDA CONVERTING "vqce" TO "VQCE"

            IF NOT MOTIVO-PERDA-VALIDO
               DISPLAY "MOTIVO INVALIDO."
            END-IF
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   PERDA ACIMA DO LIMITE (PERDALIM) SO COM A SENHA DE UM
      *   SUPERVISOR; SEM AUTORIZACAO, WS-CONFIRMA 'X' CANCELA
      *----------------------------------------------------------------
       P024-AUTORIZA.

            MOVE SPACE                TO WS-CONFIRMA
            MOVE SPACES               TO LOGIN-AUT-PERDA

            MOVE "PERDALIM"           TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG

            IF PARAM-ACHADO
               MOVE WS-PAR-NUM        TO WS-LIMITE
            END-IF

            IF VLR-PERDA NOT GREATER WS-LIMITE
               GO TO P024-FIM
            END-IF

            MOVE WS-LIMITE            TO WS-VLR-ED
            DISPLAY "PERDA ACIMA DO LIMITE DE " WS-VLR-ED
                    ": EXIGE AUTORIZACAO DO SUPERVISOR."

            CALL "PGMAUTADM" USING WS-AUT-OK, WS-AUT-LOGIN

            IF NOT AUTORIZADO
               DISPLAY "BAIXA NAO AUTORIZADA."
               MOVE 'X'               TO WS-CONFIRMA
               GO TO P024-FIM
            END-IF

            MOVE WS-AUT-LOGIN         TO LOGIN-AUT-PERDA
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   GRAVA A BAIXA PELO PGMPERGRV (COM OS ARQUIVOS JA FECHADOS)
      *----------------------------------------------------------------
       P030-GRAVA.

            CALL "PGMPERGRV" USING REG-PERDA

            IF ID-PERDA EQUAL ZEROS
               DISPLAY "BAIXA POR PERDA NAO GRAVADA."
               GO TO P030-FIM
            END-IF

            MOVE VLR-PERDA            TO WS-VLR-ED
            DISPLAY "BAIXA POR PERDA " ID-PERDA " REGISTRADA. VALOR: "
                    WS-VLR-ED
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   CONSULTA DE UMA BAIXA PELO NUMERO
      *----------------------------------------------------------------
       P040-CONSULTA.

            IF NOT PERDAS-ABERTO
               DISPLAY "NENHUMA BAIXA POR PERDA REGISTRADA."
               GO TO P040-FIM
            END-IF

            DISPLAY "INFORME O NUMERO DA BAIXA: "
            ACCEPT ID-PERDA

            READ PERDAS
                INVALID KEY
                   DISPLAY "BAIXA NAO ENCONTRADA."
                   GO TO P040-FIM
            END-READ

            MOVE ID-ESTQ-PERDA        TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   MOVE SPACES        TO DESC-ESTQ
            END-READ

            DISPLAY "BAIXA.........: " ID-PERDA "  DATA: " DATA-PERDA
            DISPLAY "ITEM..........: " ID-ESTQ-PERDA " - " DESC-ESTQ
            DISPLAY "LOTE / FILIAL.: " NUM-LOTE-PERDA " / "
                    FILIAL-PERDA
            MOVE QTD-PERDA            TO WS-QTD-ED
            DISPLAY "QUANTIDADE....: " WS-QTD-ED

            EVALUATE TRUE
                WHEN PERDA-VENCIDO
                   DISPLAY "MOTIVO........: VENCIDO"
                WHEN PERDA-QUEBRADO
                   DISPLAY "MOTIVO........: QUEBRADO"
                WHEN PERDA-CONTAMINADO
                   DISPLAY "MOTIVO........: CONTAMINADO"
                WHEN OTHER
                   DISPLAY "MOTIVO........: EXTRAVIADO"
            END-EVALUATE

            MOVE CUSTO-PERDA          TO WS-VLR-ED
            DISPLAY "CUSTO UNITARIO: " WS-VLR-ED
            MOVE VLR-PERDA            TO WS-VLR-ED
            DISPLAY "VALOR.........: " WS-VLR-ED

            IF PERDA-AUTOMATICA
               DISPLAY "ORIGEM........: AUTOMATICA (LOTE VENCIDO)"
            ELSE
               DISPLAY "ORIGEM........: MANUAL - " LOGIN-PERDA
            END-IF

            IF LOGIN-AUT-PERDA NOT EQUAL SPACES
               DISPLAY "AUTORIZADA POR: " LOGIN-AUT-PERDA
            END-IF

            DISPLAY "OBSERVACAO....: " OBS-PERDA
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   ABRE OS ARQUIVOS PARA CONSULTA. LOTES, SALDO POR FILIAL E O
      *   PROPRIO ARQPERDA SAO OPCIONAIS
      *----------------------------------------------------------------
       P090-ABRE-ARQUIVOS.

            MOVE 'N'                  TO WS-ARQ-ABERTOS
            MOVE 'N'                  TO WS-PER-ABERTO
            MOVE 'N'                  TO WS-LOT-ABERTO
            MOVE 'N'                  TO WS-EFL-ABERTO

            OPEN INPUT ESTOQUE

            IF NOT WS-FS-EST-OK
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE ESTOQUE."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P090-FIM
            END-IF

            OPEN INPUT PERDAS
            IF WS-FS-OK
               MOVE 'S'               TO WS-PER-ABERTO
            END-IF

            OPEN INPUT LOTEST
            IF WS-FS-LOT-OK
               MOVE 'S'               TO WS-LOT-ABERTO
            END-IF

            OPEN INPUT ESTFIL
            IF WS-FS-EFL-OK
               MOVE 'S'               TO WS-EFL-ABERTO
            END-IF

            MOVE 'S'                  TO WS-ARQ-ABERTOS
            .
       P090-FIM.
       P095-FECHA-ARQUIVOS.

            CLOSE ESTOQUE

            IF PERDAS-ABERTO
               CLOSE PERDAS
            END-IF
            IF LOTEST-ABERTO
               CLOSE LOTEST
            END-IF
            IF ESTFIL-ABERTO
               CLOSE ESTFIL
            END-IF
            .
       P095-FIM.
       END PROGRAM PGMPER01.
