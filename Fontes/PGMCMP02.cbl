      * Manutencao: 02 SET 2026 - O FORNECEDOR DO RASCUNHO PODE TER
      *             SIDO TROCADO PELA RODADA DE COTACAO (PGMCOT01);
      *             A EMISSAO SEGUE PARA O ID-FORN-PED CORRENTE.
      * Manutencao: 15 OUT 2026 - ALCADA DE APROVACAO POR VALOR: NA
      *             EMISSAO O PEDIDO E VALORIZADO (COTACAO VENCEDORA OU
      *             CUSTO MEDIO DOS ITENS) E SO SAI SE COUBER NA ALCADA
      *             DO PERFIL DA SESSAO (ALCCOMPRAS PARA O OPERADOR,
      *             ALCGERENTE PARA O GERENTE, ADMINISTRADOR SEM
      *             LIMITE). ACIMA DELA FICA AGUARDANDO APROVACAO, QUE
      *             E DADA AQUI MESMO POR UM PERFIL COM ALCADA, COM O
      *             LOGIN E A DATA DO APROVADOR GRAVADOS NO PEDIDO.
      * Manutencao: 15 OUT 2026 - AO SAIR EMITIDO O PEDIDO GANHA A
      *             PREVISAO DE ENTREGA (DATA-PREV-PED): HOJE MAIS O
      *             PRAZO DA COTACAO VENCEDORA, OU O PRAZO PADRAO DO
      *             PARAMETRO PRAZOCOMPRA (10 DIAS SE AUSENTE). BASE DA
      *             PONTUALIDADE NO DESEMPENHO DE FORNECEDORES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMP02.
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT COTACOES ASSIGN TO
           WS-PATH-ARQCOTA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-COTACAO
           FILE STATUS  IS WS-FS-COT.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD PEDIDOS.
       FD ESTOQUE.
           COPY CPYESTQ.

       FD COTACOES.
           COPY CPYCOTACAO.

       FD SESSAO.
           COPY CPYSESSAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ITE-MSG
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-COT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-COT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-COT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-COT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-COT-EOF
                          WS-FS-OK BY WS-FS-COT-OK
                          WS-FS BY WS-FS-COT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-SEQ              PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-ITENS        PIC 9(02)  VALUE ZEROS.
          88 QUER-ALTERAR     VALUE 'S' 's'.
       77 WS-EMITE            PIC X(01)  VALUE 'N'.
          88 QUER-EMITIR      VALUE 'S' 's'.
       77 WS-DECISAO          PIC X(01)  VALUE 'N'.
          88 DECIDE-APROVAR   VALUE 'S' 's'.
          88 DECIDE-DEVOLVER  VALUE 'D' 'd'.
       77 WS-COT-ABERTO       PIC X(01)  VALUE 'N'.
          88 COTACOES-ABERTO  VALUE 'S'.
       77 WS-COT-ACHOU        PIC X(01)  VALUE 'N'.
          88 COTACAO-ACHADA   VALUE 'S'.
       77 WS-DATA-HOJE        PIC 9(08)  VALUE ZEROS.
       77 WS-VLR-ITEM         PIC 9(08)V99 VALUE ZEROS.
       77 WS-VLR-EDIT         PIC ZZ.ZZZ.ZZ9,99.
       77 WS-ALCADA-EDIT      PIC ZZ.ZZZ.ZZ9,99.

      *   ALCADAS DE APROVACAO DE COMPRA POR PERFIL. DEFAULTS
      *   SUBSTITUIDOS PELOS PARAMETROS ALCCOMPRAS E ALCGERENTE
       77 WS-ALC-COMPRAS      PIC 9(08)V99 VALUE 2000,00.
       77 WS-ALC-GERENTE      PIC 9(08)V99 VALUE 10000,00.
       77 WS-ALCADA           PIC 9(08)V99 VALUE ZEROS.
       77 WS-SEM-LIMITE       PIC X(01)  VALUE 'N'.
          88 ALCADA-ILIMITADA VALUE 'S'.

      *   PRAZO DE ENTREGA PADRAO EM DIAS, PARA PEDIDO SEM COTACAO
      *   VENCEDORA. SUBSTITUIDO PELO PARAMETRO PRAZOCOMPRA
       77 WS-PRAZO-PADRAO     PIC 9(03)  VALUE 10.
       77 WS-PRAZO-ENTREGA    PIC 9(03)  VALUE ZEROS.

       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE 'N'.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-DEFINE-ALCADA    THRU P003-FIM

            OPEN I-O PEDIDOS
            OPEN I-O PEDITENS
               GOBACK
            END-IF

            OPEN INPUT COTACOES
            IF WS-FS-COT-OK
               SET COTACOES-ABERTO    TO TRUE
            END-IF

            DISPLAY "INFORME O ID DO PEDIDO: "
            ACCEPT ID-PEDIDO

            CLOSE PEDIDOS
            CLOSE PEDITENS
            CLOSE ESTOQUE
            IF COTACOES-ABERTO
               CLOSE COTACOES
            END-IF

            GOBACK
            .
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCOTA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCOTA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN E DEFINE A ALCADA DE
      *   APROVACAO DO OPERADOR PELO SEU PERFIL
      *----------------------------------------------------------------
       P003-DEFINE-ALCADA.

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE SPACES               TO SESSAO-LOGIN
            MOVE 'O'                  TO SESSAO-PERFIL

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF

            MOVE "ALCCOMPRAS"         TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-ALC-COMPRAS
            END-IF

            MOVE "ALCGERENTE"         TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-ALC-GERENTE
            END-IF

            MOVE "PRAZOCOMPRA"        TO WS-PAR-CHAVE
            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            IF WS-PAR-ACHOU EQUAL 'S' AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PRAZO-PADRAO
            END-IF

            MOVE 'N'                  TO WS-SEM-LIMITE
            EVALUATE TRUE
                WHEN SESSAO-ADMIN
                   SET ALCADA-ILIMITADA TO TRUE
                WHEN SESSAO-GERENTE
                   MOVE WS-ALC-GERENTE TO WS-ALCADA
                WHEN OTHER
                   MOVE WS-ALC-COMPRAS TO WS-ALCADA
            END-EVALUATE
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   LISTA OS ITENS DO RASCUNHO, ACEITA AJUSTES DE QUANTIDADE E
      *   EMITE O PEDIDO QUANDO O OPERADOR CONFIRMA
      *----------------------------------------------------------------
       P010-AJUSTA-PEDIDO.

            IF PED-AGUARD-APROV
               PERFORM P040-APROVA-PEDIDO THRU P040-FIM
               GO TO P010-FIM
            END-IF

            IF NOT PED-RASCUNHO
               DISPLAY "SO PEDIDO EM RASCUNHO PODE SER AJUSTADO. "
                       "SITUACAO ATUAL: " STATUS-PED
            ACCEPT WS-EMITE

            IF QUER-EMITIR
               PERFORM P030-EMITE-PEDIDO THRU P030-FIM
            END-IF
            .
       P010-FIM.
            ACCEPT WS-ALTERA
            .
       P012-FIM.
      *----------------------------------------------------------------
      *   VALORIZA O PEDIDO: COTACAO VENCEDORA DO FORNECEDOR ATUAL,
      *   SE HOUVER; SENAO QUANTIDADE X CUSTO MEDIO DE CADA ITEM
      *----------------------------------------------------------------
       P020-CALCULA-TOTAL.

            MOVE ZEROS                TO VLR-TOTAL-PED
            MOVE 'N'                  TO WS-COT-ACHOU

            IF COTACOES-ABERTO
               MOVE ID-PEDIDO         TO ID-PED-COT
               MOVE ID-FORN-PED       TO ID-FORN-COT
               READ COTACOES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF COTACAO-VENCEDORA
                         SET COTACAO-ACHADA TO TRUE
                         MOVE VLR-COT TO VLR-TOTAL-PED
                      END-IF
               END-READ
            END-IF

            IF NOT COTACAO-ACHADA
               MOVE QTD-ITENS-PED     TO WS-QTD-ITENS
               PERFORM P021-SOMA-ITEM THRU P021-FIM
                  VARYING WS-SEQ FROM 1 BY 1
                  UNTIL WS-SEQ GREATER WS-QTD-ITENS
            END-IF

            MOVE VLR-TOTAL-PED        TO WS-VLR-EDIT
            DISPLAY "VALOR DO PEDIDO: " WS-VLR-EDIT
            .
       P020-FIM.
       P021-SOMA-ITEM.

            MOVE ID-PEDIDO            TO ID-PED-IT
            MOVE WS-SEQ               TO SEQ-PED-IT

            READ PEDITENS
                INVALID KEY
                   GO TO P021-FIM
            END-READ

            MOVE ID-ESTQ-IT           TO ID-ESTQ
            READ ESTOQUE
                INVALID KEY
                   GO TO P021-FIM
            END-READ

            COMPUTE WS-VLR-ITEM ROUNDED = QTD-PEDIDA-IT * CUSTO-ESTQ
            ADD WS-VLR-ITEM           TO VLR-TOTAL-PED
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   PREVISAO DE ENTREGA DO PEDIDO QUE SAI EMITIDO: HOJE MAIS O
      *   PRAZO DA COTACAO VENCEDORA DO FORNECEDOR ATUAL, OU O PADRAO
      *----------------------------------------------------------------
       P025-PREVISAO-ENTREGA.

            MOVE WS-PRAZO-PADRAO      TO WS-PRAZO-ENTREGA

            IF COTACOES-ABERTO
               MOVE ID-PEDIDO         TO ID-PED-COT
               MOVE ID-FORN-PED       TO ID-FORN-COT
               READ COTACOES
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF COTACAO-VENCEDORA
                         MOVE PRAZO-COT TO WS-PRAZO-ENTREGA
                      END-IF
               END-READ
            END-IF

            MOVE WS-DATA-HOJE         TO DATA-PREV-PED
            CALL "PGMDATADD" USING DATA-PREV-PED, "D",
                                   WS-PRAZO-ENTREGA
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   EMITE O PEDIDO SE O VALOR COUBER NA ALCADA DO OPERADOR;
      *   SENAO O PEDIDO FICA AGUARDANDO APROVACAO
      *----------------------------------------------------------------
       P030-EMITE-PEDIDO.

            PERFORM P020-CALCULA-TOTAL THRU P020-FIM

            MOVE SESSAO-LOGIN         TO LOGIN-SOLIC-PED
            MOVE WS-DATA-HOJE         TO DATA-SOLIC-PED

            IF ALCADA-ILIMITADA
               OR VLR-TOTAL-PED NOT GREATER WS-ALCADA
               MOVE SESSAO-LOGIN      TO LOGIN-APROV-PED
               MOVE WS-DATA-HOJE      TO DATA-APROV-PED
               PERFORM P025-PREVISAO-ENTREGA THRU P025-FIM
               SET PED-EMITIDO        TO TRUE
               REWRITE REG-PEDCMP
                   INVALID KEY
                      DISPLAY "ERRO AO EMITIR O PEDIDO."
                   NOT INVALID KEY
                      DISPLAY "PEDIDO " ID-PEDIDO " EMITIDO."
               END-REWRITE
               GO TO P030-FIM
            END-IF

            SET PED-AGUARD-APROV      TO TRUE
            REWRITE REG-PEDCMP
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO."
                   GO TO P030-FIM
            END-REWRITE

            MOVE WS-ALCADA            TO WS-ALCADA-EDIT
            DISPLAY "VALOR ACIMA DA SUA ALCADA (" WS-ALCADA-EDIT ")."
            IF VLR-TOTAL-PED GREATER WS-ALC-GERENTE
               DISPLAY "PEDIDO " ID-PEDIDO " AGUARDANDO APROVACAO "
                       "DO ADMINISTRADOR."
            ELSE
               DISPLAY "PEDIDO " ID-PEDIDO " AGUARDANDO APROVACAO "
                       "DE UM GERENTE."
            END-IF
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   APROVA E EMITE UM PEDIDO AGUARDANDO APROVACAO, OU O DEVOLVE
      *   AO RASCUNHO PARA AJUSTE, SE O VALOR COUBER NA ALCADA DE QUEM
      *   ESTA LOGADO
      *----------------------------------------------------------------
       P040-APROVA-PEDIDO.

            MOVE VLR-TOTAL-PED        TO WS-VLR-EDIT
            DISPLAY "PEDIDO " ID-PEDIDO " - FORNECEDOR " ID-FORN-PED
                    " - AGUARDANDO APROVACAO"
            DISPLAY "VALOR " WS-VLR-EDIT " - PEDIDO POR "
                    LOGIN-SOLIC-PED " EM " DATA-SOLIC-PED

            IF NOT ALCADA-ILIMITADA
               AND VLR-TOTAL-PED GREATER WS-ALCADA
               MOVE WS-ALCADA         TO WS-ALCADA-EDIT
               DISPLAY "VALOR ACIMA DA SUA ALCADA (" WS-ALCADA-EDIT
                       "). O PEDIDO CONTINUA AGUARDANDO APROVACAO."
               GO TO P040-FIM
            END-IF

            DISPLAY "APROVAR E EMITIR? <S=SIM N=NAO D=DEVOLVER AO "
                    "RASCUNHO> "
            ACCEPT WS-DECISAO

            EVALUATE TRUE
                WHEN DECIDE-APROVAR
                   MOVE SESSAO-LOGIN  TO LOGIN-APROV-PED
                   MOVE WS-DATA-HOJE  TO DATA-APROV-PED
                   PERFORM P025-PREVISAO-ENTREGA THRU P025-FIM
                   SET PED-EMITIDO    TO TRUE
                   REWRITE REG-PEDCMP
                       INVALID KEY
                          DISPLAY "ERRO AO APROVAR O PEDIDO."
                       NOT INVALID KEY
                          DISPLAY "PEDIDO " ID-PEDIDO
                                  " APROVADO E EMITIDO."
                   END-REWRITE
                WHEN DECIDE-DEVOLVER
                   SET PED-RASCUNHO   TO TRUE
                   MOVE SPACES        TO LOGIN-SOLIC-PED
                   MOVE ZEROS         TO DATA-SOLIC-PED
                   REWRITE REG-PEDCMP
                       INVALID KEY
                          DISPLAY "ERRO AO DEVOLVER O PEDIDO."
                       NOT INVALID KEY
                          DISPLAY "PEDIDO " ID-PEDIDO
                                  " DEVOLVIDO AO RASCUNHO."
                   END-REWRITE
                WHEN OTHER
                   DISPLAY "PEDIDO CONTINUA AGUARDANDO APROVACAO."
            END-EVALUATE
            .
       P040-FIM.
       END PROGRAM PGMCMP02.
