      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CADASTRO DAS REGRAS DE RATEIO DAS DESPESAS
      *          COMPARTILHADAS ENTRE FILIAIS (ARQRATEIO), UMA POR
      *          CATEGORIA DE DESPESA: PERCENTUAL FIXO POR FILIAL,
      *          PROPORCIONAL A RECEITA DO MES OU PROPORCIONAL AOS
      *          ATENDIMENTOS REALIZADOS NO MES. TAMBEM MARCA OU
      *          DESMARCA UM TITULO JA GRAVADO COMO COMPARTILHADO
      *          (RATEIO-PAG), PARA OS TITULOS QUE NAO PASSARAM PELO
      *          PGMPAG01 (DESPESAS RECORRENTES, CONSIGNACAO...). O
      *          RATEIO DO MES E FEITO PELO PGMRAT02.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRAT01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATEIO ASSIGN TO
           WS-PATH-ARQRATEIO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CAT-RAT
           FILE STATUS  IS WS-FS.

           SELECT CATEGORIAS ASSIGN TO
           WS-PATH-ARQCATDESP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CAT
           FILE STATUS  IS WS-FS-CAT.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FILIAL
           FILE STATUS  IS WS-FS-FIL.

           SELECT PAGAR ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PAGAR
           FILE STATUS  IS WS-FS-PAG.

       DATA DIVISION.
       FILE SECTION.
       FD RATEIO.
           COPY CPYRATEIO.

       FD CATEGORIAS.
           COPY CPYCATDESP.

       FD FILIAIS.
           COPY CPYFILIAL.

       FD PAGAR.
           COPY CPYPAGAR.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CAT-EOF
                          WS-FS-OK BY WS-FS-CAT-OK
                          WS-FS BY WS-FS-CAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAG-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAG-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAG-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAG-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAG-EOF
                          WS-FS-OK BY WS-FS-PAG-OK
                          WS-FS BY WS-FS-PAG.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-CAT-OK           PIC X(01) VALUE 'N'.
          88 CATEGORIA-OK     VALUE 'S'.
       77 WS-FIL-OK           PIC X(01) VALUE 'N'.
          88 FILIAIS-OK       VALUE 'S'.
       77 WS-REPETIDA         PIC X(01) VALUE 'N'.
          88 FILIAL-REPETIDA  VALUE 'S'.
       77 WS-INATIVA          PIC X(01) VALUE 'N'.
       77 WS-COMPARTILHADA    PIC X(01) VALUE 'N'.
       77 WS-RATEIO-ANT       PIC X(01) VALUE 'N'.
       77 WS-IND              PIC 9(02) VALUE ZEROS.
       77 WS-IND-2            PIC 9(02) VALUE ZEROS.
       77 WS-PERC-TOTAL       PIC 9(05)V99 VALUE ZEROS.
       77 WS-QTD-LISTADAS     PIC 9(04) VALUE ZEROS.
       77 WS-DESCR-CRIT       PIC X(30) VALUE SPACES.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       01 WS-AUD-REGRA.
          03 FILLER           PIC X(09) VALUE "CRITERIO ".
          03 WS-AUD-CRIT      PIC X(01).
          03 FILLER           PIC X(09) VALUE " FILIAIS ".
          03 WS-AUD-QTD       PIC Z9.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O RATEIO

           IF WS-FS EQUAL 35
              OPEN OUTPUT RATEIO
              CLOSE RATEIO
              OPEN I-O RATEIO
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DAS REGRAS DE RATEIO: "
                      WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
              GOBACK
           END-IF

           OPEN INPUT CATEGORIAS
           OPEN INPUT FILIAIS

           IF NOT WS-FS-CAT-OK OR NOT WS-FS-FIL-OK
              DISPLAY "ERRO NA ABERTURA DAS CATEGORIAS DE DESPESA OU "
                      "DO CADASTRO DE FILIAIS."
              CLOSE RATEIO
              GOBACK
           END-IF

           OPEN I-O PAGAR

           IF NOT WS-FS-PAG-OK
              DISPLAY "ERRO NA ABERTURA DE CONTAS A PAGAR: " WS-FS-PAG
              CLOSE RATEIO
              CLOSE CATEGORIAS
              CLOSE FILIAIS
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 6

           CLOSE RATEIO
           CLOSE CATEGORIAS
           CLOSE FILIAIS
           CLOSE PAGAR

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRATEIO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRATEIO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCATDESP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCATDESP
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPAGAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPAGAR
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
      *             MENU DAS REGRAS DE RATEIO
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- RATEIO DE DESPESAS COMPARTILHADAS"
           DISPLAY "1 - INCLUIR REGRA DA CATEGORIA"
           DISPLAY "2 - ALTERAR/INATIVAR REGRA"
           DISPLAY "3 - CONSULTAR REGRA"
           DISPLAY "4 - LISTAR REGRAS"
           DISPLAY "5 - MARCAR/DESMARCAR TITULO COMPARTILHADO"
           DISPLAY "6 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-INCLUI         THRU P010-FIM
               WHEN 2
                  PERFORM P020-ALTERA         THRU P020-FIM
               WHEN 3
                  PERFORM P030-CONSULTA       THRU P030-FIM
               WHEN 4
                  PERFORM P040-LISTA          THRU P040-FIM
               WHEN 5
                  PERFORM P050-MARCA-TITULO   THRU P050-FIM
               WHEN 6
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI A REGRA DE UMA CATEGORIA ATIVA; ZERO NA CATEGORIA
      *   DESISTE DA INCLUSAO
      *----------------------------------------------------------------
       P010-INCLUI.

           INITIALIZE REG-RATEIO
           SET RAT-ATIVA              TO TRUE

           MOVE 'N'                   TO WS-CAT-OK
           PERFORM P011-PEDE-CATEGORIA THRU P011-FIM
              UNTIL CATEGORIA-OK OR ID-CAT-RAT EQUAL ZEROS

           IF ID-CAT-RAT EQUAL ZEROS
              DISPLAY "REGRA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           MOVE SPACE                 TO CRITERIO-RAT
           PERFORM P012-PEDE-CRITERIO THRU P012-FIM
              UNTIL RAT-CRITERIO-OK

           MOVE 'N'                   TO WS-FIL-OK
           PERFORM P013-PEDE-FILIAIS THRU P013-FIM UNTIL FILIAIS-OK

           MOVE WS-DATA-HOJE          TO DATA-CAD-RAT

           WRITE REG-RATEIO
               INVALID KEY
                  DISPLAY "JA EXISTE REGRA PARA ESTA CATEGORIA."
               NOT INVALID KEY
                  DISPLAY "REGRA DE RATEIO CADASTRADA COM SUCESSO."
                  PERFORM P091-EDITA-REGRA THRU P091-FIM
                  MOVE 'I'            TO WS-AUD-OPER
                  MOVE SPACES         TO WS-AUD-ANTES
                  MOVE WS-AUD-REGRA   TO WS-AUD-DEPOIS
                  PERFORM P090-AUDITA THRU P090-FIM
           END-WRITE
           .
       P010-FIM.
       P011-PEDE-CATEGORIA.

           DISPLAY "CATEGORIA DE DESPESA (0 = DESISTIR): "
           ACCEPT ID-CAT-RAT

           IF ID-CAT-RAT EQUAL ZEROS
              GO TO P011-FIM
           END-IF

           MOVE ID-CAT-RAT            TO ID-CAT

           READ CATEGORIAS
               INVALID KEY
                  DISPLAY "CATEGORIA NAO CADASTRADA."
               NOT INVALID KEY
                  IF CAT-INATIVA
                     DISPLAY "CATEGORIA INATIVA."
                  ELSE
                     DISPLAY "CATEGORIA: " NM-CAT
                     SET CATEGORIA-OK TO TRUE
                  END-IF
           END-READ
           .
       P011-FIM.
       P012-PEDE-CRITERIO.

           DISPLAY "CRITERIO DO RATEIO:"
           DISPLAY "  P - PERCENTUAL FIXO POR FILIAL"
           DISPLAY "  R - PROPORCIONAL A RECEITA DA FILIAL NO MES"
           DISPLAY "  A - PROPORCIONAL AOS ATENDIMENTOS NO MES"
           ACCEPT CRITERIO-RAT

           IF NOT RAT-CRITERIO-OK
              DISPLAY "CRITERIO INVALIDO."
           END-IF
           .
       P012-FIM.
      *----------------------------------------------------------------
      *   FILIAIS QUE DIVIDEM A DESPESA. NO PERCENTUAL FIXO OS
      *   PERCENTUAIS TEM DE SOMAR 100,00; NOS CRITERIOS PELA RECEITA
      *   OU PELOS ATENDIMENTOS, ZERO FILIAIS = TODAS AS ATIVAS
      *----------------------------------------------------------------
       P013-PEDE-FILIAIS.

           IF RAT-PERCENTUAL
              DISPLAY "QUANTAS FILIAIS DIVIDEM A DESPESA (1 A 20): "
           ELSE
              DISPLAY "QUANTAS FILIAIS PARTICIPAM (0 = TODAS AS "
                      "ATIVAS, ATE 20): "
           END-IF
           ACCEPT QTD-FIL-RAT

           IF QTD-FIL-RAT GREATER 20
              OR (RAT-PERCENTUAL AND RAT-TODAS-FILIAIS)
              DISPLAY "QUANTIDADE DE FILIAIS INVALIDA."
              GO TO P013-FIM
           END-IF

           MOVE 1                     TO WS-IND
           PERFORM P016-LIMPA-FILIAL THRU P016-FIM
              UNTIL WS-IND GREATER 20

           MOVE ZEROS                 TO WS-PERC-TOTAL
           MOVE 1                     TO WS-IND
           PERFORM P014-PEDE-FILIAL THRU P014-FIM
              UNTIL WS-IND GREATER QTD-FIL-RAT

           IF RAT-PERCENTUAL AND WS-PERC-TOTAL NOT EQUAL 100
              DISPLAY "OS PERCENTUAIS SOMAM " WS-PERC-TOTAL
                      "% E DEVEM SOMAR 100,00%. INFORME NOVAMENTE."
              GO TO P013-FIM
           END-IF

           SET FILIAIS-OK             TO TRUE
           .
       P013-FIM.
       P014-PEDE-FILIAL.

           DISPLAY "FILIAL " WS-IND ": "
           ACCEPT ID-FIL-RAT (WS-IND)

           MOVE ID-FIL-RAT (WS-IND)   TO ID-FILIAL

           READ FILIAIS
               INVALID KEY
                  DISPLAY "FILIAL NAO CADASTRADA."
                  GO TO P014-FIM
           END-READ

           IF FILIAL-INATIVA
              DISPLAY "FILIAL INATIVA."
              GO TO P014-FIM
           END-IF

           MOVE 'N'                   TO WS-REPETIDA
           MOVE 1                     TO WS-IND-2
           PERFORM P015-COMPARA-FILIAL THRU P015-FIM
              UNTIL WS-IND-2 NOT LESS WS-IND OR FILIAL-REPETIDA

           IF FILIAL-REPETIDA
              DISPLAY "FILIAL JA INFORMADA NESTA REGRA."
              GO TO P014-FIM
           END-IF

           IF RAT-PERCENTUAL
              DISPLAY "PERCENTUAL DA FILIAL " NM-FILIAL " (%): "
              ACCEPT PERC-FIL-RAT (WS-IND)
              IF PERC-FIL-RAT (WS-IND) EQUAL ZEROS
                 DISPLAY "PERCENTUAL DEVE SER MAIOR QUE ZERO."
                 GO TO P014-FIM
              END-IF
              ADD PERC-FIL-RAT (WS-IND) TO WS-PERC-TOTAL
           ELSE
              DISPLAY "FILIAL: " NM-FILIAL
              MOVE ZEROS              TO PERC-FIL-RAT (WS-IND)
           END-IF

           ADD 1                      TO WS-IND
           .
       P014-FIM.
       P015-COMPARA-FILIAL.

           IF ID-FIL-RAT (WS-IND-2) EQUAL ID-FIL-RAT (WS-IND)
              SET FILIAL-REPETIDA     TO TRUE
           END-IF

           ADD 1                      TO WS-IND-2
           .
       P015-FIM.
       P016-LIMPA-FILIAL.

           MOVE ZEROS                 TO ID-FIL-RAT (WS-IND)
                                          PERC-FIL-RAT (WS-IND)
           ADD 1                      TO WS-IND
           .
       P016-FIM.
      *----------------------------------------------------------------
      *   ALTERA O CRITERIO E AS FILIAIS, OU INATIVA A REGRA
      *----------------------------------------------------------------
       P020-ALTERA.

           DISPLAY "CATEGORIA DE DESPESA: "
           ACCEPT ID-CAT-RAT

           READ RATEIO
               INVALID KEY
                  DISPLAY "REGRA DE RATEIO NAO ENCONTRADA."
                  GO TO P020-FIM
           END-READ

           PERFORM P031-EXIBE THRU P031-FIM

           PERFORM P091-EDITA-REGRA THRU P091-FIM
           MOVE WS-AUD-REGRA          TO WS-AUD-ANTES

           MOVE SPACE                 TO CRITERIO-RAT
           PERFORM P012-PEDE-CRITERIO THRU P012-FIM
              UNTIL RAT-CRITERIO-OK

           MOVE 'N'                   TO WS-FIL-OK
           PERFORM P013-PEDE-FILIAIS THRU P013-FIM UNTIL FILIAIS-OK

           DISPLAY "INATIVAR A REGRA (S/N)? "
           ACCEPT WS-INATIVA
           IF WS-INATIVA EQUAL 'S' OR WS-INATIVA EQUAL 's'
              SET RAT-INATIVA         TO TRUE
           ELSE
              SET RAT-ATIVA           TO TRUE
           END-IF

           REWRITE REG-RATEIO
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR A REGRA DE RATEIO."
               NOT INVALID KEY
                  DISPLAY "REGRA DE RATEIO ATUALIZADA COM SUCESSO."
                  PERFORM P091-EDITA-REGRA THRU P091-FIM
                  MOVE 'A'            TO WS-AUD-OPER
                  MOVE WS-AUD-REGRA   TO WS-AUD-DEPOIS
                  IF RAT-INATIVA
                     MOVE "INATIVA"   TO WS-AUD-DEPOIS
                  END-IF
                  PERFORM P090-AUDITA THRU P090-FIM
           END-REWRITE
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   CONSULTA A REGRA DE UMA CATEGORIA
      *----------------------------------------------------------------
       P030-CONSULTA.

           DISPLAY "CATEGORIA DE DESPESA: "
           ACCEPT ID-CAT-RAT

           READ RATEIO
               INVALID KEY
                  DISPLAY "REGRA DE RATEIO NAO ENCONTRADA."
               NOT INVALID KEY
                  PERFORM P031-EXIBE THRU P031-FIM
           END-READ
           .
       P030-FIM.
       P031-EXIBE.

           MOVE ID-CAT-RAT            TO ID-CAT
           READ CATEGORIAS
               INVALID KEY
                  MOVE "*CATEGORIA NAO CADASTRADA*" TO NM-CAT
           END-READ

           PERFORM P092-DESCREVE-CRITERIO THRU P092-FIM

           DISPLAY "CATEGORIA...........: " ID-CAT-RAT " - " NM-CAT
           DISPLAY "CRITERIO............: " CRITERIO-RAT " - "
                   WS-DESCR-CRIT
           IF RAT-TODAS-FILIAIS
              DISPLAY "FILIAIS.............: TODAS AS ATIVAS"
           ELSE
              MOVE 1                  TO WS-IND
              PERFORM P032-EXIBE-FILIAL THRU P032-FIM
                 UNTIL WS-IND GREATER QTD-FIL-RAT
           END-IF
           IF RAT-INATIVA
              DISPLAY "SITUACAO............: INATIVA"
           ELSE
              DISPLAY "SITUACAO............: ATIVA"
           END-IF
           .
       P031-FIM.
       P032-EXIBE-FILIAL.

           MOVE ID-FIL-RAT (WS-IND)   TO ID-FILIAL
           READ FILIAIS
               INVALID KEY
                  MOVE "*FILIAL NAO CADASTRADA*" TO NM-FILIAL
           END-READ

           IF RAT-PERCENTUAL
              DISPLAY "FILIAL..............: " ID-FIL-RAT (WS-IND)
                      " - " NM-FILIAL " " PERC-FIL-RAT (WS-IND) "%"
           ELSE
              DISPLAY "FILIAL..............: " ID-FIL-RAT (WS-IND)
                      " - " NM-FILIAL
           END-IF

           ADD 1                      TO WS-IND
           .
       P032-FIM.
      *----------------------------------------------------------------
      *   LISTA TODAS AS REGRAS, POR CATEGORIA
      *----------------------------------------------------------------
       P040-LISTA.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO ID-CAT-RAT
                                          WS-QTD-LISTADAS

           START RATEIO KEY IS NOT LESS THAN ID-CAT-RAT
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P041-LE-REGRA THRU P041-FIM UNTIL WS-EOF-OK

           DISPLAY "REGRAS LISTADAS: " WS-QTD-LISTADAS
           .
       P040-FIM.
       P041-LE-REGRA.

           READ RATEIO NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LISTADAS
                  PERFORM P092-DESCREVE-CRITERIO THRU P092-FIM
                  DISPLAY ID-CAT-RAT " " WS-DESCR-CRIT
                          " FILIAIS " QTD-FIL-RAT " " INATIVO-RAT
           END-READ
           .
       P041-FIM.
      *----------------------------------------------------------------
      *   MARCA OU DESMARCA UM TITULO COMO DESPESA COMPARTILHADA. SO
      *   AVISA QUANDO A CATEGORIA DO TITULO NAO TEM REGRA ATIVA: O
      *   RATEIO DO MES LISTA ESSES TITULOS E OS MANTEM NA FILIAL
      *----------------------------------------------------------------
       P050-MARCA-TITULO.

           DISPLAY "ID DO TITULO: "
           ACCEPT ID-PAGAR

           READ PAGAR
               INVALID KEY
                  DISPLAY "TITULO NAO ENCONTRADO."
                  GO TO P050-FIM
           END-READ

           DISPLAY "DOCUMENTO...........: " NUM-DOC-PAG
           DISPLAY "EMISSAO.............: " DATA-EMIS-PAG
           DISPLAY "VALOR...............: " VLR-PAG
           DISPLAY "CATEGORIA...........: " ID-CAT-PAG
           DISPLAY "FILIAL..............: " FILIAL-PAG
           IF TITULO-COMPARTILHADO
              DISPLAY "COMPARTILHADO.......: SIM"
           ELSE
              DISPLAY "COMPARTILHADO.......: NAO"
           END-IF

           MOVE ID-CAT-PAG            TO ID-CAT-RAT
           READ RATEIO
               INVALID KEY
                  DISPLAY "ATENCAO: CATEGORIA SEM REGRA DE RATEIO."
               NOT INVALID KEY
                  IF RAT-INATIVA
                     DISPLAY "ATENCAO: REGRA DE RATEIO DA CATEGORIA "
                             "INATIVA."
                  END-IF
           END-READ

           MOVE RATEIO-PAG            TO WS-RATEIO-ANT

           DISPLAY "DESPESA COMPARTILHADA ENTRE AS FILIAIS (S/N)? "
           ACCEPT WS-COMPARTILHADA

           IF WS-COMPARTILHADA EQUAL 'S' OR WS-COMPARTILHADA EQUAL 's'
              SET TITULO-COMPARTILHADO TO TRUE
           ELSE
              SET TITULO-DA-FILIAL    TO TRUE
           END-IF

           IF RATEIO-PAG EQUAL WS-RATEIO-ANT
              DISPLAY "NADA ALTERADO."
              GO TO P050-FIM
           END-IF

           REWRITE REG-PAGAR
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR O TITULO."
               NOT INVALID KEY
                  DISPLAY "TITULO ATUALIZADO. RODE DE NOVO O RATEIO "
                          "DO MES SE ELE JA FOI FEITO."
                  MOVE "PAGAR"        TO WS-AUD-MODULO
                  MOVE 'A'            TO WS-AUD-OPER
                  MOVE ID-PAGAR       TO WS-AUD-CHAVE
                  MOVE "RATEIO-PAG"   TO WS-AUD-CAMPO
                  MOVE WS-RATEIO-ANT  TO WS-AUD-ANTES
                  MOVE RATEIO-PAG     TO WS-AUD-DEPOIS
                  CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                        WS-AUD-CHAVE, WS-AUD-CAMPO,
                                        WS-AUD-ANTES, WS-AUD-DEPOIS
           END-REWRITE
           .
       P050-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A INCLUSAO/ALTERACAO NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

           MOVE "RATEIO"              TO WS-AUD-MODULO
           MOVE ID-CAT-RAT            TO WS-AUD-CHAVE
           MOVE "REGRA"               TO WS-AUD-CAMPO
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P090-FIM.
       P091-EDITA-REGRA.

           MOVE CRITERIO-RAT          TO WS-AUD-CRIT
           MOVE QTD-FIL-RAT           TO WS-AUD-QTD
           .
       P091-FIM.
       P092-DESCREVE-CRITERIO.

           EVALUATE TRUE
               WHEN RAT-PERCENTUAL
                  MOVE "PERCENTUAL FIXO POR FILIAL"
                                      TO WS-DESCR-CRIT
               WHEN RAT-RECEITA
                  MOVE "PROPORCIONAL A RECEITA"
                                      TO WS-DESCR-CRIT
               WHEN RAT-ATENDIMENTO
                  MOVE "PROPORCIONAL AOS ATENDIMENTOS"
                                      TO WS-DESCR-CRIT
               WHEN OTHER
                  MOVE "*CRITERIO INVALIDO*"
                                      TO WS-DESCR-CRIT
           END-EVALUATE
           .
       P092-FIM.
       END PROGRAM PGMRAT01.
