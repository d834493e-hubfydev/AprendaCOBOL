      *          CONTAS A PAGAR EMITIDOS NA COMPETENCIA, ABERTOS POR
      *          CATEGORIA DE ARQCATDESP E PELA FILIAL DO TITULO), COM
      *          O RESULTADO DE CADA FILIAL NO FIM. SAI EM RELDRE.LST.
      * Manutencao: 15 OUT 2026 - ENCARGOS DE MORA RECEBIDOS (FATURAS
      *             TIPO 'J', VEJA PGMMORA) SAEM NUMA LINHA PROPRIA DE
      *             RECEITA DE MORA, SEPARADA DA RECEITA DE SERVICOS.
      * Manutencao: 15 OUT 2026 - FATURA RENEGOCIADA NUM ACORDO
      *             (PGMACO01) ENTRA PELO QUE FOI RECEBIDO ANTES DO
      *             ACORDO; O RESTANTE ENTRA QUANDO A FATURA DO ACORDO
      *             (TIPO 'R') FOR QUITADA.
      * Manutencao: 15 OUT 2026 - COM O RATEIO DAS DESPESAS
      *             COMPARTILHADAS DA COMPETENCIA JA FEITO (PGMRAT02,
      *             ARQRATMES), CADA FILIAL MOSTRA O RESULTADO ANTES
      *             DO RATEIO, O VALOR CEDIDO E O RECEBIDO E O
      *             RESULTADO DEPOIS DO RATEIO. IMPRESSAO DA FILIAL E
      *             DAS LINHAS PASSA A SER FEITA COM PERFORM THRU.
      * Manutencao: 15 OUT 2026 - A DEPRECIACAO DOS EQUIPAMENTOS DA
      *             COMPETENCIA (PGMDEP01, ARQDEPREQ), PELA FILIAL DA
      *             SALA DO EQUIPAMENTO, SAI NUMA LINHA PROPRIA DE
      *             DESPESA DE CADA FILIAL.
      * Manutencao: 15 OUT 2026 - AS BAIXAS DE ESTOQUE POR PERDA DA
      *             COMPETENCIA (PGMPER01/PGMPERATR, ARQPERDA), PELO
      *             VALOR DE CUSTO E PELA FILIAL DA BAIXA, SAEM NUMA
      *             LINHA PROPRIA DE DESPESA DE CADA FILIAL.
      * Manutencao: 15 OUT 2026 - O CONSUMO INTERNO DE MATERIAL DA
      *             COMPETENCIA (REQUISICOES DO PGMREQ01, ARQREQ), AO
      *             CUSTO MEDIO DA ENTREGA E PELA FILIAL DA
      *             REQUISICAO, SAI NUMA LINHA PROPRIA DE DESPESA.
      * Manutencao: 15 OUT 2026 - A EXECUCAO FICA REGISTRADA NO CONTROLE
      *             DE EXECUCOES (PGMRUNLOG) E O RELATORIO VAI PARA O
      *             SPOOL (PGMSPOOL). CHAMADO PELO FECHAMENTO MENSAL
      *             (PGMMESFEC), RECEBE A COMPETENCIA PELO PARAMETRO
      *             COMPETFECHAM (PGMPARAM) EM VEZ DE PERGUNTAR.
      * Manutencao: 15 OUT 2026 - SO RODA PARA OPERADOR CUJO PERFIL DE
      *             ACESSO TEM O DRE DO MODULO DE CONTAS A PAGAR
      *             (PGMPERMCK), INCLUSIVE QUANDO CHAMADO FORA DO
      *             MENU.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDRE.
           RECORD KEY   IS ID-CAT
           FILE STATUS  IS WS-FS-CAT.

           SELECT RATMES ASSIGN TO
           WS-PATH-ARQRATMES
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RTM
           FILE STATUS  IS WS-FS-RTM.

           SELECT DEPREQ ASSIGN TO
           WS-PATH-ARQDEPREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-DPQ
           FILE STATUS  IS WS-FS-DPQ.

           SELECT PERDAS ASSIGN TO
           WS-PATH-ARQPERDA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-PERDA
           FILE STATUS  IS WS-FS-PER.

           SELECT REQUISICAO ASSIGN TO
           WS-PATH-ARQREQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-REQ
           FILE STATUS  IS WS-FS-REQ.

           SELECT RELDRE ASSIGN TO
           WS-PATH-RELDRE
           ORGANIZATION IS SEQUENTIAL
       FD CATEGORIAS.
           COPY CPYCATDESP.

       FD RATMES.
           COPY CPYRATMES.

       FD DEPREQ.
           COPY CPYDEPREQ.

       FD PERDAS.
           COPY CPYPERDA.

       FD REQUISICAO.
           COPY CPYREQ.

       FD RELDRE
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
                          WS-FS-EOF BY WS-FS-CAT-EOF
                          WS-FS-OK BY WS-FS-CAT-OK
                          WS-FS BY WS-FS-CAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RTM-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RTM-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RTM-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RTM-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RTM-EOF
                          WS-FS-OK BY WS-FS-RTM-OK
                          WS-FS BY WS-FS-RTM.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-DPQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-DPQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-DPQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-DPQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-DPQ-EOF
                          WS-FS-OK BY WS-FS-DPQ-OK
                          WS-FS BY WS-FS-DPQ.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PER-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PER-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PER-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PER-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PER-EOF
                          WS-FS-OK BY WS-FS-PER-OK
                          WS-FS BY WS-FS-PER.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REQ-EOF
                          WS-FS-OK BY WS-FS-REQ-OK
                          WS-FS BY WS-FS-REQ.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-IND-ACHOU            PIC 9(03)  VALUE ZEROS.
       77 WS-FILIAL-CORR          PIC 9(02)  VALUE ZEROS.
       77 WS-GRUPO-CORR           PIC X(01)  VALUE SPACES.
       77 WS-IND-FIL              PIC 9(03)  VALUE ZEROS.
       77 WS-RECEITA-FIL          PIC 9(08)V99 VALUE ZEROS.
       77 WS-DESPESA-FIL          PIC 9(08)V99 VALUE ZEROS.
       77 WS-RESULT-FIL           PIC S9(08)V99 VALUE ZEROS.
       77 WS-RESULT-RAT           PIC S9(08)V99 VALUE ZEROS.
       77 WS-IND-RAT              PIC 9(03)  VALUE ZEROS.
       77 WS-EOF-RTM              PIC 9      VALUE 0.
          88 WS-EOF-RTM-OK        VALUE 1 FALSE 0.
       77 WS-RTM-ABERTO           PIC X(01)  VALUE 'N'.
          88 RATMES-ABERTO        VALUE 'S'.
       77 WS-TEM-RATEIO           PIC X(01)  VALUE 'N'.
          88 RATEIO-APURADO       VALUE 'S'.
       77 WS-DPQ-ABERTO           PIC X(01)  VALUE 'N'.
          88 DEPREQ-ABERTO        VALUE 'S'.
       77 WS-PER-ABERTO           PIC X(01)  VALUE 'N'.
          88 PERDAS-ABERTO        VALUE 'S'.
       77 WS-REQ-ABERTO           PIC X(01)  VALUE 'N'.
          88 REQUISICOES-ABERTO   VALUE 'S'.

      *   DESPESA COMPARTILHADA CEDIDA (TITULOS DA FILIAL ESPALHADOS
      *   PELO RATEIO) E RECEBIDA (PARCELAS DE TITULOS DE QUALQUER
      *   FILIAL); A OCORRENCIA E A FILIAL + 1
       01 WS-TAB-RATEIO.
          03 WS-TAB-RAT OCCURS 100 TIMES.
             05 WS-RAT-CEDIDO     PIC 9(08)V99.
             05 WS-RAT-RECEBIDO   PIC 9(08)V99.

       01 WS-DATA-TAB              PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-TAB.
          03 WS-TAB-MES            PIC 99.
          03 WS-TAB-DIA            PIC 99.

      *   UMA LINHA POR COMBINACAO FILIAL X GRUPO X CATEGORIA (GRUPO
      *   'R' RECEITA DE SERVICOS, 'J' RECEITA DE MORA, 'Q'
      *   DEPRECIACAO DE EQUIPAMENTOS, 'L' PERDAS DE ESTOQUE E 'M'
      *   CONSUMO INTERNO DE MATERIAL - AS CINCO COM CATEGORIA ZERO -
      *   E 'D' DESPESA POR CATEGORIA)
       01 WS-TAB-DRE.
          03 WS-TAB-ITEM OCCURS 200 TIMES.
             05 WS-TAB-FILIAL     PIC 9(02).
             05 WS-TAB-GRUPO      PIC X(01).
             05 WS-TAB-CAT        PIC 9(03).
             05 WS-TAB-VLR        PIC 9(08)V99.


       01 WS-LINHA-RESULT.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-RES-TITULO        PIC X(32)  VALUE
             "RESULTADO DA FILIAL.........: ".
          03 WS-RES-VLR           PIC -ZZ.ZZZ.ZZZ,99.

       01 WS-LINHA-SEM-RATEIO.
          03 FILLER               PIC X(60)  VALUE
             "RATEIO DAS DESPESAS COMPARTILHADAS NAO FEITO (PGMRAT02)".

       77 WS-COMP-FECH        PIC 9(06) VALUE ZEROS.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.
       77 WS-PAR-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "DRE".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.
       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELDRE".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPERMCK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

      *   O DRE E A OPCAO 5 DE CONTAS A PAGAR NA MATRIZ DE PERMISSOES
           MOVE "PAGAR"              TO PERM-MODULO
           MOVE 05                   TO PERM-OPCAO
           CALL "PGMPERMCK" USING PERMCK-PARM

           IF NOT PERM-CONCEDIDA
              DISPLAY "DRE NAO PERMITIDO PARA O SEU PERFIL."
              GOBACK
           END-IF

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P005-ACEITA-COMPETENCIA
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-APURA-RECEITAS
           PERFORM P030-APURA-DESPESAS
           PERFORM P035-CARREGA-RATEIO THRU P035-FIM
           PERFORM P037-CARREGA-DEPRECIACAO THRU P037-FIM
           PERFORM P039-CARREGA-PERDAS THRU P039-FIM
           PERFORM P051-CARREGA-REQUISICOES THRU P051-FIM
           PERFORM P040-IMPRIME-DRE
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "DRE DA COMPETENCIA " WS-COMPETENCIA " CONCLUIDO."

           MOVE WS-COMPETENCIA        TO WS-SPOOL-PARMS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELDRE,
                                 WS-SPOOL-PARMS

           MOVE 'F'                  TO WS-RUN-ACAO
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
              MOVE WS-PATH-ENV TO WS-PATH-ARQCATDESP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRATMES_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRATMES
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDEPREQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDEPREQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPERDA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPERDA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQREQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQREQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDRE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDRE
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           MOVE ZEROS                TO WS-COMP-FECH
           ACCEPT WS-PAR-HOJE FROM DATE YYYYMMDD
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG
           IF PARAM-ACHADO AND WS-PAR-DATA EQUAL WS-PAR-HOJE
              MOVE WS-PAR-NUM        TO WS-COMP-FECH
           END-IF
           IF WS-COMP-FECH GREATER ZEROS
              MOVE WS-COMP-FECH       TO WS-COMPETENCIA
           ELSE
              DISPLAY "INFORME A COMPETENCIA DO DRE (AAAAMM): "
              ACCEPT WS-COMPETENCIA
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.

           MOVE ZEROS                 TO WS-QTD-LINHAS
           INITIALIZE WS-TAB-DRE
           INITIALIZE WS-TAB-RATEIO

      *   SEM ARQUIVO DE RATEIO O DRE SAI SO COM O RESULTADO ANTES
           OPEN INPUT  RATMES
           IF WS-FS-RTM-OK
              SET RATMES-ABERTO       TO TRUE
           END-IF

      *   SEM HISTORICO DE DEPRECIACAO NAO HA LINHA DE DEPRECIACAO
           OPEN INPUT  DEPREQ
           IF WS-FS-DPQ-OK
              SET DEPREQ-ABERTO       TO TRUE
           END-IF

      *   SEM BAIXAS POR PERDA NAO HA LINHA DE PERDAS DE ESTOQUE
           OPEN INPUT  PERDAS
           IF WS-FS-PER-OK
              SET PERDAS-ABERTO       TO TRUE
           END-IF

      *   SEM REQUISICOES NAO HA LINHA DE CONSUMO INTERNO
           OPEN INPUT  REQUISICAO
           IF WS-FS-REQ-OK
              SET REQUISICOES-ABERTO  TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
      *   RECEITA: FATURAS PAGAS DA COMPETENCIA, PELA FILIAL DO
                  MOVE 10             TO WS-FS
               NOT AT END
                  MOVE DATA-FAT       TO WS-DATA-TAB
                  IF (FATURA-PAGA OR FATURA-RENEGOCIADA)
                     AND WS-TAB-ANO EQUAL WS-COMPETENCIA(1:4)
                     AND WS-TAB-MES EQUAL WS-COMPETENCIA(5:2)
                     PERFORM P022-ACUMULA-RECEITA

           MOVE FILIAL-CLI            TO WS-FILIAL-CORR
           MOVE ZEROS                 TO ID-CAT
           IF FAT-MORA
              MOVE 'J'                TO WS-GRUPO-CORR
           ELSE
              MOVE 'R'                TO WS-GRUPO-CORR
           END-IF
           PERFORM P060-LOCALIZA-LINHA
           IF WS-IND-ACHOU GREATER ZEROS
              ADD VLR-PAGO-FAT        TO WS-TAB-VLR (WS-IND-ACHOU)
                  IF WS-TAB-ANO EQUAL WS-COMPETENCIA(1:4)
                     AND WS-TAB-MES EQUAL WS-COMPETENCIA(5:2)
                     MOVE FILIAL-PAG  TO WS-FILIAL-CORR
                     MOVE 'D'         TO WS-GRUPO-CORR
                     MOVE ID-CAT-PAG  TO ID-CAT
                     PERFORM P060-LOCALIZA-LINHA
                     IF WS-IND-ACHOU GREATER ZEROS
           END-READ
           .
      *----------------------------------------------------------------
      *   RATEIO DA COMPETENCIA (PGMRAT02): SOMA O QUE CADA FILIAL
      *   CEDEU E RECEBEU. A FILIAL QUE SO RECEBE RATEIO GANHA UMA
      *   LINHA DE RECEITA ZERADA PARA APARECER NO DEMONSTRATIVO
      *----------------------------------------------------------------
       P035-CARREGA-RATEIO.

           MOVE 'N'                   TO WS-TEM-RATEIO

           IF NOT RATMES-ABERTO
              GO TO P035-FIM
           END-IF

           MOVE WS-COMPETENCIA        TO COMP-RTM
           MOVE ZEROS                 TO ID-PAGAR-RTM
                                          FILIAL-RTM
           SET WS-EOF-RTM-OK          TO FALSE

           START RATMES KEY IS NOT LESS THAN CHAVE-RTM
               INVALID KEY
                  SET WS-EOF-RTM-OK   TO TRUE
           END-START

           PERFORM P036-LE-PARCELA UNTIL WS-EOF-RTM-OK
           .
       P035-FIM.
           EXIT.
       P036-LE-PARCELA.

           READ RATMES NEXT RECORD
               AT END
                  SET WS-EOF-RTM-OK   TO TRUE
               NOT AT END
                  IF COMP-RTM NOT EQUAL WS-COMPETENCIA
                     SET WS-EOF-RTM-OK TO TRUE
                  ELSE
                     SET RATEIO-APURADO TO TRUE
                     COMPUTE WS-IND-RAT = FILIAL-ORIG-RTM + 1
                     ADD VLR-RTM      TO WS-RAT-CEDIDO (WS-IND-RAT)
                     COMPUTE WS-IND-RAT = FILIAL-RTM + 1
                     ADD VLR-RTM      TO WS-RAT-RECEBIDO (WS-IND-RAT)
                     MOVE FILIAL-RTM  TO WS-FILIAL-CORR
                     MOVE 'R'         TO WS-GRUPO-CORR
                     MOVE ZEROS       TO ID-CAT
                     PERFORM P060-LOCALIZA-LINHA
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   DEPRECIACAO DA COMPETENCIA (PGMDEP01): QUOTA DE CADA
      *   EQUIPAMENTO NA FILIAL DA SUA SALA
      *----------------------------------------------------------------
       P037-CARREGA-DEPRECIACAO.

           IF NOT DEPREQ-ABERTO
              GO TO P037-FIM
           END-IF

           PERFORM P038-LE-DEPRECIACAO UNTIL WS-FS-DPQ-EOF
           .
       P037-FIM.
           EXIT.
       P038-LE-DEPRECIACAO.

           READ DEPREQ NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-DPQ
               NOT AT END
                  IF COMP-DPQ EQUAL WS-COMPETENCIA
                     MOVE FILIAL-DPQ  TO WS-FILIAL-CORR
                     MOVE 'Q'         TO WS-GRUPO-CORR
                     MOVE ZEROS       TO ID-CAT
                     PERFORM P060-LOCALIZA-LINHA
                     IF WS-IND-ACHOU GREATER ZEROS
                        ADD VLR-DPQ   TO WS-TAB-VLR (WS-IND-ACHOU)
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   PERDAS DE ESTOQUE DA COMPETENCIA (PGMPER01/PGMPERATR): VALOR
      *   DE CUSTO DE CADA BAIXA NA FILIAL DE ONDE O MATERIAL SAIU
      *----------------------------------------------------------------
       P039-CARREGA-PERDAS.

           IF NOT PERDAS-ABERTO
              GO TO P039-FIM
           END-IF

           PERFORM P050-LE-PERDA UNTIL WS-FS-PER-EOF
           .
       P039-FIM.
           EXIT.
       P050-LE-PERDA.

           READ PERDAS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-PER
               NOT AT END
                  MOVE DATA-PERDA     TO WS-DATA-TAB
                  IF WS-TAB-ANO EQUAL WS-COMPETENCIA(1:4)
                     AND WS-TAB-MES EQUAL WS-COMPETENCIA(5:2)
                     MOVE FILIAL-PERDA TO WS-FILIAL-CORR
                     MOVE 'L'         TO WS-GRUPO-CORR
                     MOVE ZEROS       TO ID-CAT
                     PERFORM P060-LOCALIZA-LINHA
                     IF WS-IND-ACHOU GREATER ZEROS
                        ADD VLR-PERDA TO WS-TAB-VLR (WS-IND-ACHOU)
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   CONSUMO INTERNO DA COMPETENCIA (PGMREQ01): VALOR AO CUSTO
      *   MEDIO DE CADA REQUISICAO NA FILIAL QUE A EMITIU
      *----------------------------------------------------------------
       P051-CARREGA-REQUISICOES.

           IF NOT REQUISICOES-ABERTO
              GO TO P051-FIM
           END-IF

           PERFORM P052-LE-REQUISICAO UNTIL WS-FS-REQ-EOF
           .
       P051-FIM.
           EXIT.
       P052-LE-REQUISICAO.

           READ REQUISICAO NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-REQ
               NOT AT END
                  MOVE DATA-REQ       TO WS-DATA-TAB
                  IF WS-TAB-ANO EQUAL WS-COMPETENCIA(1:4)
                     AND WS-TAB-MES EQUAL WS-COMPETENCIA(5:2)
                     MOVE FILIAL-REQ  TO WS-FILIAL-CORR
                     MOVE 'M'         TO WS-GRUPO-CORR
                     MOVE ZEROS       TO ID-CAT
                     PERFORM P060-LOCALIZA-LINHA
                     IF WS-IND-ACHOU GREATER ZEROS
                        ADD VLR-TOTAL-REQ
                                      TO WS-TAB-VLR (WS-IND-ACHOU)
                     END-IF
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   LOCALIZA (OU ABRE) A LINHA FILIAL X CATEGORIA NA TABELA
      *----------------------------------------------------------------
       P060-LOCALIZA-LINHA.
                 ADD 1                TO WS-QTD-LINHAS
                 MOVE WS-QTD-LINHAS   TO WS-IND-ACHOU
                 MOVE WS-FILIAL-CORR  TO WS-TAB-FILIAL (WS-IND-ACHOU)
                 MOVE WS-GRUPO-CORR   TO WS-TAB-GRUPO (WS-IND-ACHOU)
                 MOVE ID-CAT          TO WS-TAB-CAT (WS-IND-ACHOU)
                 MOVE ZEROS           TO WS-TAB-VLR (WS-IND-ACHOU)
              ELSE
           ADD 1                      TO WS-IND

           IF WS-TAB-FILIAL (WS-IND) EQUAL WS-FILIAL-CORR
              AND WS-TAB-GRUPO (WS-IND) EQUAL WS-GRUPO-CORR
              AND WS-TAB-CAT (WS-IND) EQUAL ID-CAT
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           MOVE WS-LINHA-COMP         TO REL-LINHA
           WRITE REL-LINHA

           IF RATEIO-APURADO
              MOVE "RESULTADO ANTES DO RATEIO...: "
                                      TO WS-RES-TITULO
           ELSE
              MOVE SPACES             TO REL-LINHA
              MOVE WS-LINHA-SEM-RATEIO TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE ZEROS                 TO WS-IND-FIL

           PERFORM P041-IMPRIME-FILIAL THRU P041-FIM
              UNTIL WS-IND-FIL NOT LESS WS-QTD-LINHAS
           .
       P041-IMPRIME-FILIAL.
                                          WS-DESPESA-FIL
           MOVE ZEROS                 TO WS-IND

           PERFORM P042-IMPRIME-LINHA THRU P042-FIM
              UNTIL WS-IND NOT LESS WS-QTD-LINHAS

           COMPUTE WS-RESULT-FIL = WS-RECEITA-FIL - WS-DESPESA-FIL
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-RESULT       TO REL-LINHA
           WRITE REL-LINHA

           IF RATEIO-APURADO
              PERFORM P044-IMPRIME-RATEIO
           END-IF
           .
       P041-FIM.
           EXIT.
              GO TO P042-FIM
           END-IF

           EVALUATE WS-TAB-GRUPO (WS-IND)
               WHEN 'R'
                  MOVE "RECEITA (FATURAS PAGAS).....: "
                                      TO WS-VAL-TITULO
                  ADD WS-TAB-VLR (WS-IND) TO WS-RECEITA-FIL
               WHEN 'J'
                  MOVE "RECEITA DE MORA (MULTA/JUROS): "
                                      TO WS-VAL-TITULO
                  ADD WS-TAB-VLR (WS-IND) TO WS-RECEITA-FIL
               WHEN 'Q'
                  MOVE "DEPRECIACAO DE EQUIPAMENTOS.: "
                                      TO WS-VAL-TITULO
                  ADD WS-TAB-VLR (WS-IND) TO WS-DESPESA-FIL
               WHEN 'L'
                  MOVE "PERDAS DE ESTOQUE...........: "
                                      TO WS-VAL-TITULO
                  ADD WS-TAB-VLR (WS-IND) TO WS-DESPESA-FIL
               WHEN 'M'
                  MOVE "CONSUMO INTERNO DE MATERIAL.: "
                                      TO WS-VAL-TITULO
                  ADD WS-TAB-VLR (WS-IND) TO WS-DESPESA-FIL
               WHEN OTHER
                  MOVE WS-TAB-CAT (WS-IND) TO ID-CAT
                  READ CATEGORIAS
                      INVALID KEY
                         MOVE "*CATEGORIA NAO CADASTRADA*"
                                      TO NM-CAT
                  END-READ
                  MOVE SPACES         TO WS-VAL-TITULO
                  STRING "DESPESA " NM-CAT DELIMITED BY SIZE
                         INTO WS-VAL-TITULO
                  ADD WS-TAB-VLR (WS-IND) TO WS-DESPESA-FIL
           END-EVALUATE

           MOVE WS-TAB-VLR (WS-IND)   TO WS-VAL-VLR

           .
       P042-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   RESULTADO DEPOIS DO RATEIO: DEVOLVE A DESPESA COMPARTILHADA
      *   CEDIDA E SOMA A PARCELA RECEBIDA
      *----------------------------------------------------------------
       P044-IMPRIME-RATEIO.

           COMPUTE WS-IND-RAT = WS-FILIAL-CORR + 1

           MOVE "DESPESA CEDIDA NO RATEIO....: "
                                      TO WS-VAL-TITULO
           MOVE WS-RAT-CEDIDO (WS-IND-RAT) TO WS-VAL-VLR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-VALOR        TO REL-LINHA
           WRITE REL-LINHA

           MOVE "DESPESA RECEBIDA NO RATEIO..: "
                                      TO WS-VAL-TITULO
           MOVE WS-RAT-RECEBIDO (WS-IND-RAT) TO WS-VAL-VLR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-VALOR        TO REL-LINHA
           WRITE REL-LINHA

           COMPUTE WS-RESULT-RAT = WS-RESULT-FIL
                                 + WS-RAT-CEDIDO (WS-IND-RAT)
                                 - WS-RAT-RECEBIDO (WS-IND-RAT)

           MOVE "RESULTADO APOS O RATEIO.....: "
                                      TO WS-RES-TITULO
           MOVE WS-RESULT-RAT         TO WS-RES-VLR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-RESULT       TO REL-LINHA
           WRITE REL-LINHA

           MOVE "RESULTADO ANTES DO RATEIO...: "
                                      TO WS-RES-TITULO
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PAGAR
           CLOSE CATEGORIAS
           CLOSE RELDRE

           IF RATMES-ABERTO
              CLOSE RATMES
           END-IF

           IF DEPREQ-ABERTO
              CLOSE DEPREQ
           END-IF

           IF PERDAS-ABERTO
              CLOSE PERDAS
           END-IF

           IF REQUISICOES-ABERTO
              CLOSE REQUISICAO
           END-IF
           .
       END PROGRAM PGMDRE.
