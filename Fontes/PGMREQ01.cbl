      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: REQUISICAO INTERNA DE MATERIAL: O CONSUMO QUE NAO
      *          SAI PELA FICHA TECNICA DO PROCEDIMENTO (LIMPEZA,
      *          LUVAS DA RECEPCAO, ESCRITORIO, ESTERILIZACAO) PASSA A
      *          TER DOCUMENTO. O OPERADOR DO ESTOQUE INFORMA O
      *          DESTINO (UMA SALA DE ARQSALA OU UM DEPARTAMENTO), A
      *          FILIAL, QUEM PEDIU E OS ITENS COM AS QUANTIDADES; NA
      *          EMISSAO CADA ITEM SAI DOS LOTES PELO FEFO (PGMLOTBXA),
      *          DO SALDO DO ITEM E DO SALDO DA FILIAL (QUANDO A FILIAL
      *          TEM POSICAO DO ITEM EM ARQESTFIL), GRAVA O MOVIMENTO
      *          'Q' NO KARDEX (PGMESTMOV, QUE CARIMBA O DESTINO) E A
      *          LINHA EM ARQREQIT AO CUSTO MEDIO DO ITEM. TAMBEM
      *          CONSULTA UMA REQUISICAO E CHAMA O RELATORIO MENSAL DE
      *          CONSUMO POR DESTINO E FILIAL (PGMREQREL).
      * Manutencao: 15 OUT 2026 - LINHA QUE INVADE O SALDO RESERVADO
      *             PARA ATENDIMENTOS AGENDADOS NA FILIAL (PGMRESDSP)
      *             PEDE CONFIRMACAO DO OPERADOR ANTES DE ENTRAR.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREQ01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUISICAO ASSIGN TO
           WS-PATH-ARQREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-REQ
           FILE STATUS  IS WS-FS.

           SELECT REQITENS ASSIGN TO
           WS-PATH-ARQREQIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-REQIT
           FILE STATUS  IS WS-FS-ITE.

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

           SELECT SALAS ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-SALA
           ALTERNATE RECORD KEY IS NM-SALA WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAL.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FILIAL
           ALTERNATE RECORD KEY IS NM-FILIAL WITH DUPLICATES
           FILE STATUS  IS WS-FS-FIL.

           SELECT USUARIOS ASSIGN TO
           WS-PATH-ARQUSU
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS USU-LOGIN
           FILE STATUS  IS WS-FS-USU.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD REQUISICAO.
           COPY CPYREQ.

       FD REQITENS.
           COPY CPYREQIT.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD ESTFIL.
           COPY CPYESTFIL.

       FD SALAS.
           COPY CPYSALA.

       FD FILIAIS.
           COPY CPYFILIAL.

       FD USUARIOS.
           COPY CPYUSU.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ITE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ITE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ITE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ITE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ITE-EOF
                          WS-FS-OK BY WS-FS-ITE-OK
                          WS-FS BY WS-FS-ITE.
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAL-EOF
                          WS-FS-OK BY WS-FS-SAL-OK
                          WS-FS BY WS-FS-SAL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-USU-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-USU-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-USU-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-USU-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-USU-EOF
                          WS-FS-OK BY WS-FS-USU-OK
                          WS-FS BY WS-FS-USU.
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
       77 WS-REQ-ABERTO       PIC X(01) VALUE 'N'.
          88 REQUISICAO-ABERTA VALUE 'S'.
       77 WS-EFL-ABERTO       PIC X(01) VALUE 'N'.
          88 ESTFIL-ABERTO    VALUE 'S'.
       77 WS-SAL-ABERTO       PIC X(01) VALUE 'N'.
          88 SALAS-ABERTO     VALUE 'S'.
       77 WS-FIL-ABERTO       PIC X(01) VALUE 'N'.
          88 FILIAIS-ABERTO   VALUE 'S'.
       77 WS-USU-ABERTO       PIC X(01) VALUE 'N'.
          88 USUARIOS-ABERTO  VALUE 'S'.
       77 WS-EMITIR           PIC X(01) VALUE 'N'.
          88 EMISSAO-CONFIRMADA VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-MAIS-ITENS       PIC X(01) VALUE 'S'.
          88 QUER-MAIS-ITENS  VALUE 'S' 's'.
       77 WS-DEST-OK          PIC X(01) VALUE 'N'.
          88 DESTINO-OK       VALUE 'S'.
       77 WS-FILIAL-OK        PIC X(01) VALUE 'N'.
          88 FILIAL-OK        VALUE 'S'.
       77 WS-QTD-LINHAS       PIC 9(02) VALUE ZEROS.
       77 WS-IND              PIC 9(02) VALUE ZEROS.
       77 WS-IND-ACHOU        PIC 9(02) VALUE ZEROS.
       77 WS-SEQ              PIC 9(02) VALUE ZEROS.
       77 WS-ID-REQ           PIC 9(08) VALUE ZEROS.
       77 WS-ID-ESTQ          PIC 9(04) VALUE ZEROS.
       77 WS-QTD              PIC 9(06) VALUE ZEROS.
       77 WS-VLR-LINHA        PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-PREVISTO     PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-ENTREGUE     PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-DEBITO       PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-RESULT      PIC X(01) VALUE SPACE.
          88 LOTE-RECUSADO    VALUE 'N'.
       77 WS-TIPO-MOV         PIC X(01) VALUE 'Q'.
       77 WS-DOC-REF          PIC X(10) VALUE SPACES.
       77 WS-QTD-ED           PIC ZZZ.ZZ9.
       77 WS-QTD-FISICO       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RESERVADA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DISPONIVEL   PIC S9(06) VALUE ZEROS.
       77 WS-DISP-ED          PIC -ZZZZZ9.
       77 WS-VLR-ED           PIC ZZ.ZZZ.ZZ9,99.

      *   LINHAS DA REQUISICAO, CONFERIDAS NA DIGITACAO E ENTREGUES SO
      *   DEPOIS DA CONFIRMACAO
       01 WS-TAB-LINHAS.
          03 WS-TAB-LINHA OCCURS 20 TIMES.
             05 WS-LIN-ID-ESTQ    PIC 9(04).
             05 WS-LIN-DESC       PIC X(30).
             05 WS-LIN-QTD        PIC 9(06).
             05 WS-LIN-CUSTO      PIC 9(06)V99.

      *   CABECALHO DIGITADO, GUARDADO PARA A GRAVACAO (O ARQREQ SO E
      *   ABERTO PARA GRAVAR)
       01 WS-REQ-DIGITADA     PIC X(93) VALUE SPACES.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMREQ01".
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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQREQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREQIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQREQIT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTFIL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTFIL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSALA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSALA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQUSU_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQUSU
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
            IF NOT WS-FS-ITE-OK
               CALL "PGMFSMSG" USING WS-FS-ITE, WS-FS-ITE-MSG
               DISPLAY WS-FS-ITE-MSG
            END-IF
            IF NOT WS-FS-EST-OK
               CALL "PGMFSMSG" USING WS-FS-EST, WS-FS-EST-MSG
               DISPLAY WS-FS-EST-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER QUEM ENTREGA
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN
            MOVE ZEROS                TO SESSAO-FILIAL

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
      *             MENU DA REQUISICAO INTERNA
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "************************************************"
            DISPLAY "*****  REQUISICAO INTERNA DE MATERIAL      *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - EMITIR REQUISICAO"
            DISPLAY "* 2 - CONSULTAR REQUISICAO"
            DISPLAY "* 3 - RELATORIO MENSAL DE CONSUMO POR DESTINO"
            DISPLAY "* 4 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   MOVE 'N'           TO WS-EMITIR
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P020-REQUISITA THRU P020-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                   IF EMISSAO-CONFIRMADA
                      PERFORM P030-EMITE THRU P030-FIM
                   END-IF
                WHEN 2
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P040-CONSULTA THRU P040-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                WHEN 3
                   CALL "PGMREQREL"
                WHEN 4
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   COLETA DESTINO, FILIAL, SOLICITANTE E ITENS; NADA SAI DO
      *   ESTOQUE ANTES DA CONFIRMACAO
      *----------------------------------------------------------------
       P020-REQUISITA.

            PERFORM P003-LE-SESSAO THRU P003-FIM

            INITIALIZE REG-REQ
            INITIALIZE WS-TAB-LINHAS
            MOVE ZEROS                TO WS-QTD-LINHAS
                                         WS-VLR-PREVISTO
            MOVE SESSAO-LOGIN         TO LOGIN-EMIT-REQ

            MOVE 'N'                  TO WS-DEST-OK
            PERFORM P021-DESTINO THRU P021-FIM UNTIL DESTINO-OK

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            MOVE 'N'                  TO WS-FILIAL-OK
            PERFORM P023-FILIAL THRU P023-FIM UNTIL FILIAL-OK

            PERFORM P024-SOLICITANTE THRU P024-FIM

            IF WS-CONFIRMA EQUAL 'X'
               GO TO P020-FIM
            END-IF

            MOVE 'S'                  TO WS-MAIS-ITENS
            PERFORM P025-ACEITA-ITEM THRU P025-FIM
               UNTIL NOT QUER-MAIS-ITENS OR WS-QTD-LINHAS EQUAL 20

            IF WS-QTD-LINHAS EQUAL ZEROS
               DISPLAY "REQUISICAO SEM ITENS NAO FOI EMITIDA."
               GO TO P020-FIM
            END-IF

            DISPLAY "OBSERVACAO (OPCIONAL): "
            ACCEPT OBS-REQ

            MOVE WS-QTD-LINHAS        TO WS-QTD-ED
            MOVE WS-VLR-PREVISTO      TO WS-VLR-ED
            DISPLAY "ITENS: " WS-QTD-ED "  VALOR AO CUSTO MEDIO: "
                    WS-VLR-ED
            DISPLAY "CONFIRMA A ENTREGA DO MATERIAL? (S/N): "
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
               DISPLAY "REQUISICAO CANCELADA."
               GO TO P020-FIM
            END-IF

            MOVE REG-REQ              TO WS-REQ-DIGITADA
            MOVE 'S'                  TO WS-EMITIR
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   DESTINO: SALA (ARQSALA, ATIVA) OU DEPARTAMENTO; 'X' EM WS-
      *   CONFIRMA CANCELA A REQUISICAO
      *----------------------------------------------------------------
       P021-DESTINO.

            MOVE SPACE                TO WS-CONFIRMA

            DISPLAY "DESTINO (S=SALA D=DEPARTAMENTO X=CANCELAR): "
            ACCEPT TIPO-DEST-REQ
            INSPECT TIPO-DEST-REQ CONVERTING "sdx" TO "SDX"

            EVALUATE TRUE
                WHEN TIPO-DEST-REQ EQUAL 'X'
                   MOVE 'X'           TO WS-CONFIRMA
                   MOVE 'S'           TO WS-DEST-OK
                WHEN REQ-SALA
                   PERFORM P022-SALA THRU P022-FIM
                WHEN REQ-DEPTO
                   MOVE SPACES        TO COD-DEST-REQ
                   DISPLAY "DEPARTAMENTO (R=RECEPCAO E=ESTERILIZACAO "
                           "L=LIMPEZA A=ADMINISTRACAO): "
                   ACCEPT COD-DEPTO-REQ
                   INSPECT COD-DEPTO-REQ CONVERTING "rela" TO "RELA"
                   IF DEPTO-VALIDO
                      MOVE 'S'        TO WS-DEST-OK
                   ELSE
                      DISPLAY "DEPARTAMENTO INVALIDO."
                   END-IF
                WHEN OTHER
                   DISPLAY "DESTINO INVALIDO."
            END-EVALUATE
            .
       P021-FIM.
       P022-SALA.

            DISPLAY "INFORME O ID DA SALA: "
            ACCEPT ID-SALA-REQ

            IF NOT SALAS-ABERTO
               DISPLAY "CADASTRO DE SALAS INDISPONIVEL. USE UM "
                       "DEPARTAMENTO."
               GO TO P022-FIM
            END-IF

            MOVE ID-SALA-REQ          TO ID-SALA
            READ SALAS
                INVALID KEY
                   DISPLAY "SALA NAO ENCONTRADA."
                   GO TO P022-FIM
            END-READ

            IF SALA-INATIVA
               DISPLAY "SALA INATIVA."
               GO TO P022-FIM
            END-IF

            DISPLAY "SALA: " NM-SALA
            MOVE FILIAL-SALA          TO FILIAL-REQ
            MOVE 'S'                  TO WS-DEST-OK
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   A SALA JA TRAZ A SUA FILIAL; PARA DEPARTAMENTO (OU SALA SEM
      *   FILIAL) VALE A FILIAL DO OPERADOR OU A INFORMADA
      *----------------------------------------------------------------
       P023-FILIAL.

            IF FILIAL-REQ EQUAL ZEROS
               IF SESSAO-SEM-FILIAL
                  DISPLAY "FILIAL DA REQUISICAO: "
               ELSE
                  DISPLAY "FILIAL DA REQUISICAO (ZERO = "
                          SESSAO-FILIAL "): "
               END-IF
               ACCEPT FILIAL-REQ
               IF FILIAL-REQ EQUAL ZEROS
                  MOVE SESSAO-FILIAL  TO FILIAL-REQ
               END-IF
            END-IF

            IF FILIAL-REQ EQUAL ZEROS
               DISPLAY "FILIAL OBRIGATORIA."
               GO TO P023-FIM
            END-IF

            IF FILIAIS-ABERTO
               MOVE FILIAL-REQ        TO ID-FILIAL
               READ FILIAIS
                   INVALID KEY
                      DISPLAY "FILIAL NAO ENCONTRADA."
                      MOVE ZEROS      TO FILIAL-REQ
                      GO TO P023-FIM
               END-READ
               IF FILIAL-INATIVA
                  DISPLAY "FILIAL INATIVA."
                  MOVE ZEROS          TO FILIAL-REQ
                  GO TO P023-FIM
               END-IF
               DISPLAY "FILIAL: " NM-FILIAL
            END-IF

            MOVE 'S'                  TO WS-FILIAL-OK
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   QUEM PEDIU O MATERIAL: UM LOGIN ATIVO DO CADASTRO DE
      *   USUARIOS (EM BRANCO CANCELA)
      *----------------------------------------------------------------
       P024-SOLICITANTE.

            MOVE SPACE                TO WS-CONFIRMA

            DISPLAY "LOGIN DE QUEM PEDIU O MATERIAL: "
            ACCEPT LOGIN-SOLIC-REQ

            IF LOGIN-SOLIC-REQ EQUAL SPACES
               DISPLAY "SOLICITANTE OBRIGATORIO."
               MOVE 'X'               TO WS-CONFIRMA
               GO TO P024-FIM
            END-IF

            IF NOT USUARIOS-ABERTO
               GO TO P024-FIM
            END-IF

            MOVE LOGIN-SOLIC-REQ      TO USU-LOGIN
            READ USUARIOS
                INVALID KEY
                   DISPLAY "SOLICITANTE NAO CADASTRADO."
                   MOVE 'X'           TO WS-CONFIRMA
                   GO TO P024-FIM
            END-READ

            IF USU-INATIVO
               DISPLAY "SOLICITANTE INATIVO."
               MOVE 'X'               TO WS-CONFIRMA
               GO TO P024-FIM
            END-IF

            DISPLAY "SOLICITANTE: " USU-NOME
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   UMA LINHA: ITEM, QUANTIDADE CONTRA O SALDO DO ITEM E O DA
      *   FILIAL (QUANDO A FILIAL TEM POSICAO DO ITEM)
      *----------------------------------------------------------------
       P025-ACEITA-ITEM.

            DISPLAY "INFORME O ID DO ITEM: "
            ACCEPT WS-ID-ESTQ

            MOVE WS-ID-ESTQ           TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM NAO ENCONTRADO."
                   GO TO P025-MAIS
            END-READ

            MOVE ZEROS                TO WS-IND-ACHOU
            MOVE ZEROS                TO WS-IND
            PERFORM P026-COMPARA-LINHA THRU P026-FIM
               UNTIL WS-IND NOT LESS WS-QTD-LINHAS
                  OR WS-IND-ACHOU GREATER ZEROS

            IF WS-IND-ACHOU GREATER ZEROS
               DISPLAY "ITEM JA INCLUIDO NESTA REQUISICAO."
               GO TO P025-MAIS
            END-IF

            MOVE QTD-ESTQ             TO WS-QTD-ED
            DISPLAY "ITEM: " DESC-ESTQ "  SALDO: " WS-QTD-ED
            DISPLAY "QUANTIDADE: "
            ACCEPT WS-QTD

            IF WS-QTD EQUAL ZEROS
               DISPLAY "QUANTIDADE INVALIDA."
               GO TO P025-MAIS
            END-IF

            IF WS-QTD GREATER QTD-ESTQ
               DISPLAY "QUANTIDADE MAIOR QUE O SALDO DO ITEM."
               GO TO P025-MAIS
            END-IF

            IF ESTFIL-ABERTO
               MOVE WS-ID-ESTQ        TO ID-ESTQ-FIL
               MOVE FILIAL-REQ        TO FILIAL-EST
               READ ESTFIL
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF WS-QTD GREATER QTD-ESTFIL
                         MOVE QTD-ESTFIL TO WS-QTD-ED
                         DISPLAY "SALDO INSUFICIENTE NA FILIAL: "
                                 WS-QTD-ED
                         GO TO P025-MAIS
                      END-IF
               END-READ
            END-IF

            CALL "PGMRESDSP" USING WS-ID-ESTQ, FILIAL-REQ,
                                   WS-QTD-FISICO, WS-QTD-RESERVADA,
                                   WS-QTD-DISPONIVEL

            IF WS-QTD GREATER WS-QTD-DISPONIVEL
               MOVE WS-QTD-DISPONIVEL TO WS-DISP-ED
               DISPLAY "ATENCAO: " WS-QTD-RESERVADA " RESERVADO(S) "
                       "PARA ATENDIMENTOS AGENDADOS NA FILIAL. "
                       "DISPONIVEL: " WS-DISP-ED
               DISPLAY "USAR O SALDO RESERVADO? <S/N>"
               MOVE 'N'               TO WS-CONFIRMA
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                  DISPLAY "ITEM NAO INCLUIDO."
                  GO TO P025-MAIS
               END-IF
            END-IF

            ADD 1                     TO WS-QTD-LINHAS
            MOVE WS-ID-ESTQ           TO WS-LIN-ID-ESTQ (WS-QTD-LINHAS)
            MOVE DESC-ESTQ            TO WS-LIN-DESC (WS-QTD-LINHAS)
            MOVE WS-QTD               TO WS-LIN-QTD (WS-QTD-LINHAS)
            MOVE CUSTO-ESTQ           TO WS-LIN-CUSTO (WS-QTD-LINHAS)

            COMPUTE WS-VLR-LINHA = WS-QTD * CUSTO-ESTQ
            ADD WS-VLR-LINHA          TO WS-VLR-PREVISTO

            MOVE WS-VLR-LINHA         TO WS-VLR-ED
            DISPLAY "LINHA " WS-QTD-LINHAS " - " DESC-ESTQ " - "
                    WS-VLR-ED
            .
       P025-MAIS.

            DISPLAY "INCLUIR MAIS UM ITEM? <S/N> "
            ACCEPT WS-MAIS-ITENS
            .
       P025-FIM.
       P026-COMPARA-LINHA.

            ADD 1                     TO WS-IND

            IF WS-LIN-ID-ESTQ (WS-IND) EQUAL WS-ID-ESTQ
               MOVE WS-IND            TO WS-IND-ACHOU
            END-IF
            .
       P026-FIM.
      *----------------------------------------------------------------
      *   EMITE A REQUISICAO: GRAVA O CABECALHO (QUE O PGMESTMOV LE
      *   PARA CARIMBAR O DESTINO NO KARDEX), ENTREGA CADA LINHA E
      *   ACERTA NO CABECALHO O QUE DE FATO SAIU
      *----------------------------------------------------------------
       P030-EMITE.

            OPEN I-O REQUISICAO

            IF WS-FS EQUAL 35
               OPEN OUTPUT REQUISICAO
               CLOSE REQUISICAO
               OPEN I-O REQUISICAO
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE REQUISICOES."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P030-FIM
            END-IF

            MOVE WS-REQ-DIGITADA      TO REG-REQ
            CALL "PGMPROXRQ" USING WS-ID-REQ
            MOVE WS-ID-REQ            TO ID-REQ
            ACCEPT DATA-REQ FROM DATE YYYYMMDD
            MOVE ZEROS                TO QTD-ITENS-REQ
                                         VLR-TOTAL-REQ

            WRITE REG-REQ
                INVALID KEY
                   DISPLAY "JA EXISTE REQUISICAO COM ESTE ID."
                   CLOSE REQUISICAO
                   GO TO P030-FIM
            END-WRITE

            CLOSE REQUISICAO

            OPEN I-O REQITENS

            IF WS-FS-ITE EQUAL 35
               OPEN OUTPUT REQITENS
               CLOSE REQITENS
               OPEN I-O REQITENS
            END-IF

            OPEN I-O ESTOQUE

            IF NOT WS-FS-ITE-OK OR NOT WS-FS-EST-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA ENTREGA."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P030-FIM
            END-IF

            MOVE 'N'                  TO WS-EFL-ABERTO
            OPEN I-O ESTFIL
            IF WS-FS-EFL-OK
               MOVE 'S'               TO WS-EFL-ABERTO
            END-IF

            MOVE ZEROS                TO WS-SEQ
                                         WS-VLR-ENTREGUE
            MOVE SPACES               TO WS-DOC-REF
            STRING "RQ" WS-ID-REQ DELIMITED BY SIZE INTO WS-DOC-REF

            PERFORM P031-ENTREGA-ITEM THRU P031-FIM
               VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-LINHAS

            CLOSE REQITENS
            CLOSE ESTOQUE
            IF ESTFIL-ABERTO
               CLOSE ESTFIL
            END-IF

            PERFORM P035-ACERTA-CABECALHO THRU P035-FIM
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   ENTREGA UMA LINHA: LOTES PELO FEFO, SALDO DO ITEM E DA
      *   FILIAL, KARDEX 'Q' E A LINHA EM ARQREQIT
      *----------------------------------------------------------------
       P031-ENTREGA-ITEM.

            MOVE WS-LIN-ID-ESTQ (WS-IND) TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM " WS-LIN-ID-ESTQ (WS-IND)
                           " NAO ENCONTRADO. LINHA NAO ENTREGUE."
                   GO TO P031-FIM
            END-READ

            IF WS-LIN-QTD (WS-IND) GREATER QTD-ESTQ
               DISPLAY "SALDO INSUFICIENTE DO ITEM " ID-ESTQ
                       " (" DESC-ESTQ "). LINHA NAO ENTREGUE."
               GO TO P031-FIM
            END-IF

            MOVE WS-LIN-QTD (WS-IND)  TO WS-QTD-DEBITO

            CALL "PGMLOTBXA" USING ID-ESTQ, WS-QTD-DEBITO,
                                   WS-LOTE-RESULT

            IF LOTE-RECUSADO
               DISPLAY "LOTES DO ITEM " ID-ESTQ
                       " VENCIDOS OU SEM SALDO. LINHA NAO ENTREGUE."
               GO TO P031-FIM
            END-IF

            SUBTRACT WS-LIN-QTD (WS-IND) FROM QTD-ESTQ

            REWRITE REG-ESTQ
            MOVE "ARQESTQ"            TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-EST, REG-ESTQ

            IF NOT WS-FS-EST-OK
               DISPLAY "ERRO AO DEBITAR O ITEM " ID-ESTQ
               GO TO P031-FIM
            END-IF

            IF ESTFIL-ABERTO
               PERFORM P032-DEBITA-FILIAL THRU P032-FIM
            END-IF

            MOVE WS-LIN-QTD (WS-IND)  TO WS-QTD-DEBITO
            CALL "PGMESTMOV" USING ID-ESTQ, WS-TIPO-MOV,
                                   WS-QTD-DEBITO, QTD-ESTQ,
                                   WS-DOC-REF

            ADD 1                     TO WS-SEQ
            MOVE WS-ID-REQ            TO ID-REQ-IT
            MOVE WS-SEQ               TO SEQ-REQ-IT
            MOVE ID-ESTQ              TO ID-ESTQ-REQ
            MOVE WS-LIN-QTD (WS-IND)  TO QTD-REQ
            MOVE CUSTO-ESTQ           TO CUSTO-REQ
            COMPUTE VLR-REQ = QTD-REQ * CUSTO-REQ

            WRITE REG-REQIT
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA DA REQUISICAO."
                NOT INVALID KEY
                   ADD VLR-REQ        TO WS-VLR-ENTREGUE
            END-WRITE

            IF QTD-ESTQ NOT GREATER PTO-REP-ESTQ
               DISPLAY "ATENCAO: ITEM " ID-ESTQ
                       " NO PONTO DE REPOSICAO OU ABAIXO."
            END-IF
            .
       P031-FIM.
       P032-DEBITA-FILIAL.

            MOVE ID-ESTQ              TO ID-ESTQ-FIL
            MOVE FILIAL-REQ           TO FILIAL-EST
            READ ESTFIL
                INVALID KEY
                   GO TO P032-FIM
            END-READ

            IF WS-LIN-QTD (WS-IND) GREATER QTD-ESTFIL
               MOVE ZEROS             TO QTD-ESTFIL
            ELSE
               SUBTRACT WS-LIN-QTD (WS-IND) FROM QTD-ESTFIL
            END-IF

            REWRITE REG-ESTFIL
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   GRAVA NO CABECALHO AS LINHAS E O VALOR REALMENTE ENTREGUES;
      *   SE NENHUMA SAIU, A REQUISICAO E DESFEITA
      *----------------------------------------------------------------
       P035-ACERTA-CABECALHO.

            OPEN I-O REQUISICAO

            MOVE WS-ID-REQ            TO ID-REQ
            READ REQUISICAO
                INVALID KEY
                   DISPLAY "REQUISICAO " WS-ID-REQ " NAO ENCONTRADA."
                   CLOSE REQUISICAO
                   GO TO P035-FIM
            END-READ

            IF WS-SEQ EQUAL ZEROS
               DELETE REQUISICAO
               DISPLAY "NENHUM ITEM ENTREGUE. REQUISICAO DESFEITA."
            ELSE
               MOVE WS-SEQ            TO QTD-ITENS-REQ
               MOVE WS-VLR-ENTREGUE   TO VLR-TOTAL-REQ
               REWRITE REG-REQ
               MOVE WS-SEQ            TO WS-QTD-ED
               MOVE WS-VLR-ENTREGUE   TO WS-VLR-ED
               DISPLAY "REQUISICAO " WS-ID-REQ " EMITIDA. ITENS: "
                       WS-QTD-ED "  VALOR: " WS-VLR-ED
            END-IF

            CLOSE REQUISICAO
            .
       P035-FIM.
      *----------------------------------------------------------------
      *   CONSULTA DE UMA REQUISICAO PELO NUMERO, COM AS LINHAS
      *----------------------------------------------------------------
       P040-CONSULTA.

            IF NOT REQUISICAO-ABERTA
               DISPLAY "NENHUMA REQUISICAO EMITIDA."
               GO TO P040-FIM
            END-IF

            DISPLAY "INFORME O NUMERO DA REQUISICAO: "
            ACCEPT ID-REQ

            READ REQUISICAO
                INVALID KEY
                   DISPLAY "REQUISICAO NAO ENCONTRADA."
                   GO TO P040-FIM
            END-READ

            DISPLAY "REQUISICAO....: " ID-REQ "  DATA: " DATA-REQ
            DISPLAY "FILIAL........: " FILIAL-REQ

            IF REQ-SALA
               MOVE SPACES            TO NM-SALA
               IF SALAS-ABERTO
                  MOVE ID-SALA-REQ    TO ID-SALA
                  READ SALAS
                      INVALID KEY
                         CONTINUE
                  END-READ
               END-IF
               DISPLAY "DESTINO.......: SALA " ID-SALA-REQ " - "
                       NM-SALA
            ELSE
               EVALUATE TRUE
                   WHEN DEPTO-RECEPCAO
                      DISPLAY "DESTINO.......: RECEPCAO"
                   WHEN DEPTO-ESTERILIZACAO
                      DISPLAY "DESTINO.......: ESTERILIZACAO"
                   WHEN DEPTO-LIMPEZA
                      DISPLAY "DESTINO.......: LIMPEZA"
                   WHEN OTHER
                      DISPLAY "DESTINO.......: ADMINISTRACAO"
               END-EVALUATE
            END-IF

            DISPLAY "PEDIDA POR....: " LOGIN-SOLIC-REQ
            DISPLAY "ENTREGUE POR..: " LOGIN-EMIT-REQ

            IF WS-FS-ITE-OK
               PERFORM P041-EXIBE-LINHA THRU P041-FIM
                  VARYING SEQ-REQ-IT FROM 1 BY 1
                    UNTIL SEQ-REQ-IT GREATER QTD-ITENS-REQ
            END-IF

            MOVE VLR-TOTAL-REQ        TO WS-VLR-ED
            DISPLAY "VALOR TOTAL...: " WS-VLR-ED
            DISPLAY "OBSERVACAO....: " OBS-REQ
            .
       P040-FIM.
       P041-EXIBE-LINHA.

            MOVE ID-REQ               TO ID-REQ-IT
            READ REQITENS
                INVALID KEY
                   GO TO P041-FIM
            END-READ

            MOVE ID-ESTQ-REQ          TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   MOVE SPACES        TO DESC-ESTQ
            END-READ

            MOVE QTD-REQ              TO WS-QTD-ED
            MOVE VLR-REQ              TO WS-VLR-ED
            DISPLAY "  " SEQ-REQ-IT " " ID-ESTQ-REQ " " DESC-ESTQ
                    " " WS-QTD-ED " " WS-VLR-ED
            .
       P041-FIM.
      *----------------------------------------------------------------
      *   ABRE OS ARQUIVOS PARA DIGITACAO E CONSULTA. SO O CADASTRO
      *   DE ESTOQUE E OBRIGATORIO
      *----------------------------------------------------------------
       P090-ABRE-ARQUIVOS.

            MOVE 'N'                  TO WS-ARQ-ABERTOS
            MOVE 'N'                  TO WS-REQ-ABERTO
            MOVE 'N'                  TO WS-EFL-ABERTO
            MOVE 'N'                  TO WS-SAL-ABERTO
            MOVE 'N'                  TO WS-FIL-ABERTO
            MOVE 'N'                  TO WS-USU-ABERTO

            OPEN INPUT ESTOQUE

            IF NOT WS-FS-EST-OK
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE ESTOQUE."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P090-FIM
            END-IF

            OPEN INPUT REQUISICAO
            IF WS-FS-OK
               MOVE 'S'               TO WS-REQ-ABERTO
               OPEN INPUT REQITENS
            END-IF

            OPEN INPUT ESTFIL
            IF WS-FS-EFL-OK
               MOVE 'S'               TO WS-EFL-ABERTO
            END-IF

            OPEN INPUT SALAS
            IF WS-FS-SAL-OK
               MOVE 'S'               TO WS-SAL-ABERTO
            END-IF

            OPEN INPUT FILIAIS
            IF WS-FS-FIL-OK
               MOVE 'S'               TO WS-FIL-ABERTO
            END-IF

            OPEN INPUT USUARIOS
            IF WS-FS-USU-OK
               MOVE 'S'               TO WS-USU-ABERTO
            END-IF

            MOVE 'S'                  TO WS-ARQ-ABERTOS
            .
       P090-FIM.
       P095-FECHA-ARQUIVOS.

            CLOSE ESTOQUE

            IF REQUISICAO-ABERTA
               CLOSE REQUISICAO
               IF WS-FS-ITE-OK
                  CLOSE REQITENS
               END-IF
            END-IF
            IF ESTFIL-ABERTO
               CLOSE ESTFIL
            END-IF
            IF SALAS-ABERTO
               CLOSE SALAS
            END-IF
            IF FILIAIS-ABERTO
               CLOSE FILIAIS
            END-IF
            IF USUARIOS-ABERTO
               CLOSE USUARIOS
            END-IF
            .
       P095-FIM.
       END PROGRAM PGMREQ01.
