      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CADASTRO DAS REGRAS DE RETENCAO DE TRIBUTOS NA FONTE
      *          (ARQRETENC): PARA CADA FORNECEDOR DE SERVICO E CODIGO
      *          DO SERVICO PRESTADO, AS ALIQUOTAS DE ISS, IRRF, PIS,
      *          COFINS E CSLL A RETER NO PAGAMENTO. A NOTA INCLUIDA
      *          NO PGMPAG01 COM O CODIGO DO SERVICO TEM OS TRIBUTOS
      *          CALCULADOS PELA REGRA (PGMRETEN) E O PGMPAG02 PAGA O
      *          LIQUIDO. REGRA INATIVA DEIXA DE RETER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRET01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETENC ASSIGN TO
           WS-PATH-ARQRETENC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RET
           FILE STATUS  IS WS-FS.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

       DATA DIVISION.
       FILE SECTION.
       FD RETENC.
           COPY CPYRETENC.

       FD FORNECED.
           COPY CPYFORN.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-FORN-OK          PIC X(01) VALUE 'N'.
          88 FORNECEDOR-OK    VALUE 'S'.
       77 WS-ALIQ-OK          PIC X(01) VALUE 'N'.
          88 ALIQUOTAS-OK     VALUE 'S'.
       77 WS-INATIVA          PIC X(01) VALUE 'N'.
       77 WS-PERC-TOTAL       PIC 9(03)V99 VALUE ZEROS.
       77 WS-PERC-PCC         PIC 9(02)V99 VALUE ZEROS.
       77 WS-QTD-LISTADAS     PIC 9(04) VALUE ZEROS.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

       01 WS-AUD-ALIQ.
          03 FILLER           PIC X(04) VALUE "ISS ".
          03 WS-AUD-ISS       PIC Z9,99.
          03 FILLER           PIC X(04) VALUE " IR ".
          03 WS-AUD-IRRF      PIC Z9,99.
          03 FILLER           PIC X(05) VALUE " PCC ".
          03 WS-AUD-PCC       PIC Z9,99.

       01 WS-AUD-CHAVE-RET.
          03 WS-AUD-FORN      PIC 9(04).
          03 FILLER           PIC X(01) VALUE "/".
          03 WS-AUD-SERV      PIC 9(04).

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O RETENC

           IF WS-FS EQUAL 35
              OPEN OUTPUT RETENC
              CLOSE RETENC
              OPEN I-O RETENC
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DAS REGRAS DE RETENCAO: "
                      WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
              GOBACK
           END-IF

           OPEN INPUT FORNECED

           IF NOT WS-FS-FRN-OK
              DISPLAY "ERRO NA ABERTURA DO CADASTRO DE FORNECEDORES."
              CLOSE RETENC
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE RETENC
           CLOSE FORNECED

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRETENC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRETENC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
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
      *             MENU DAS REGRAS DE RETENCAO
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- REGRAS DE RETENCAO DE TRIBUTOS NA FONTE"
           DISPLAY "1 - INCLUIR REGRA (FORNECEDOR X SERVICO)"
           DISPLAY "2 - ALTERAR/INATIVAR REGRA"
           DISPLAY "3 - CONSULTAR REGRA"
           DISPLAY "4 - LISTAR REGRAS"
           DISPLAY "5 - VOLTAR"
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
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI A REGRA DO FORNECEDOR (ATIVO) PARA UM CODIGO DE
      *   SERVICO; ZERO NO FORNECEDOR DESISTE DA INCLUSAO
      *----------------------------------------------------------------
       P010-INCLUI.

           INITIALIZE REG-RETENC
           SET RET-ATIVA              TO TRUE

           MOVE 'N'                   TO WS-FORN-OK
           PERFORM P011-PEDE-FORNECEDOR THRU P011-FIM
              UNTIL FORNECEDOR-OK OR ID-FORN-RET EQUAL ZEROS

           IF ID-FORN-RET EQUAL ZEROS
              DISPLAY "REGRA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           DISPLAY "CODIGO DO SERVICO (ITEM DA LC 116, EX.: 0402): "
           ACCEPT COD-SERV-RET

           IF COD-SERV-RET EQUAL ZEROS
              DISPLAY "CODIGO DO SERVICO OBRIGATORIO. REGRA NAO "
                      "INCLUIDA."
              GO TO P010-FIM
           END-IF

           DISPLAY "DESCRICAO DO SERVICO: "
           ACCEPT DESCR-SERV-RET

           MOVE 'N'                   TO WS-ALIQ-OK
           PERFORM P012-PEDE-ALIQUOTAS THRU P012-FIM UNTIL ALIQUOTAS-OK

           MOVE WS-DATA-HOJE          TO DATA-CAD-RET

           WRITE REG-RETENC
               INVALID KEY
                  DISPLAY "JA EXISTE REGRA PARA ESTE FORNECEDOR E "
                          "SERVICO."
               NOT INVALID KEY
                  DISPLAY "REGRA DE RETENCAO CADASTRADA COM SUCESSO."
                  PERFORM P091-EDITA-ALIQUOTAS THRU P091-FIM
                  MOVE 'I'            TO WS-AUD-OPER
                  MOVE SPACES         TO WS-AUD-ANTES
                  MOVE WS-AUD-ALIQ    TO WS-AUD-DEPOIS
                  PERFORM P090-AUDITA THRU P090-FIM
           END-WRITE
           .
       P010-FIM.
       P011-PEDE-FORNECEDOR.

           DISPLAY "ID DO FORNECEDOR (0 = DESISTIR): "
           ACCEPT ID-FORN-RET

           IF ID-FORN-RET EQUAL ZEROS
              GO TO P011-FIM
           END-IF

           MOVE ID-FORN-RET           TO ID-FORN

           READ FORNECED
               INVALID KEY
                  DISPLAY "FORNECEDOR NAO ENCONTRADO."
               NOT INVALID KEY
                  IF FORN-INATIVO
                     DISPLAY "FORNECEDOR INATIVO."
                  ELSE
                     DISPLAY "FORNECEDOR: " NM-FORN
                     SET FORNECEDOR-OK TO TRUE
                  END-IF
           END-READ
           .
       P011-FIM.
      *----------------------------------------------------------------
      *   ALIQUOTAS EM PERCENTUAL (EX.: ISS 5,00; IRRF 1,50 OU 1,00;
      *   PIS 0,65; COFINS 3,00; CSLL 1,00). ZERO NAO RETEM O TRIBUTO
      *----------------------------------------------------------------
       P012-PEDE-ALIQUOTAS.

           DISPLAY "ALIQUOTA DO ISS (%): "
           ACCEPT PERC-ISS-RET
           DISPLAY "ALIQUOTA DO IRRF (%): "
           ACCEPT PERC-IRRF-RET
           DISPLAY "ALIQUOTA DO PIS (%): "
           ACCEPT PERC-PIS-RET
           DISPLAY "ALIQUOTA DA COFINS (%): "
           ACCEPT PERC-COFINS-RET
           DISPLAY "ALIQUOTA DA CSLL (%): "
           ACCEPT PERC-CSLL-RET

           COMPUTE WS-PERC-TOTAL = PERC-ISS-RET + PERC-IRRF-RET
                                 + PERC-PIS-RET + PERC-COFINS-RET
                                 + PERC-CSLL-RET

           IF WS-PERC-TOTAL NOT LESS 100
              DISPLAY "SOMA DAS ALIQUOTAS CHEGA A 100%. INFORME "
                      "NOVAMENTE."
           ELSE
              SET ALIQUOTAS-OK        TO TRUE
           END-IF
           .
       P012-FIM.
      *----------------------------------------------------------------
      *   ALTERA A DESCRICAO E AS ALIQUOTAS, OU INATIVA A REGRA
      *----------------------------------------------------------------
       P020-ALTERA.

           DISPLAY "ID DO FORNECEDOR: "
           ACCEPT ID-FORN-RET
           DISPLAY "CODIGO DO SERVICO: "
           ACCEPT COD-SERV-RET

           READ RETENC
               INVALID KEY
                  DISPLAY "REGRA DE RETENCAO NAO ENCONTRADA."
                  GO TO P020-FIM
           END-READ

           PERFORM P031-EXIBE THRU P031-FIM

           PERFORM P091-EDITA-ALIQUOTAS THRU P091-FIM
           MOVE WS-AUD-ALIQ           TO WS-AUD-ANTES

           MOVE 'N'                   TO WS-ALIQ-OK
           PERFORM P012-PEDE-ALIQUOTAS THRU P012-FIM UNTIL ALIQUOTAS-OK

           DISPLAY "INATIVAR A REGRA (S/N)? "
           ACCEPT WS-INATIVA
           IF WS-INATIVA EQUAL 'S' OR WS-INATIVA EQUAL 's'
              SET RET-INATIVA         TO TRUE
           ELSE
              SET RET-ATIVA           TO TRUE
           END-IF

           REWRITE REG-RETENC
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR A REGRA DE RETENCAO."
               NOT INVALID KEY
                  DISPLAY "REGRA DE RETENCAO ATUALIZADA COM SUCESSO."
                  PERFORM P091-EDITA-ALIQUOTAS THRU P091-FIM
                  MOVE 'A'            TO WS-AUD-OPER
                  MOVE WS-AUD-ALIQ    TO WS-AUD-DEPOIS
                  IF RET-INATIVA
                     MOVE "INATIVA"   TO WS-AUD-DEPOIS
                  END-IF
                  PERFORM P090-AUDITA THRU P090-FIM
           END-REWRITE
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   CONSULTA UMA REGRA PELO FORNECEDOR E CODIGO DO SERVICO
      *----------------------------------------------------------------
       P030-CONSULTA.

           DISPLAY "ID DO FORNECEDOR: "
           ACCEPT ID-FORN-RET
           DISPLAY "CODIGO DO SERVICO: "
           ACCEPT COD-SERV-RET

           READ RETENC
               INVALID KEY
                  DISPLAY "REGRA DE RETENCAO NAO ENCONTRADA."
               NOT INVALID KEY
                  PERFORM P031-EXIBE THRU P031-FIM
           END-READ
           .
       P030-FIM.
       P031-EXIBE.

           MOVE ID-FORN-RET           TO ID-FORN
           READ FORNECED
               INVALID KEY
                  MOVE "*FORNECEDOR NAO ENCONTRADO*" TO NM-FORN
           END-READ

           DISPLAY "FORNECEDOR..........: " ID-FORN-RET " - " NM-FORN
           DISPLAY "SERVICO.............: " COD-SERV-RET " - "
                   DESCR-SERV-RET
           DISPLAY "ISS.................: " PERC-ISS-RET "%"
           DISPLAY "IRRF................: " PERC-IRRF-RET "%"
           DISPLAY "PIS.................: " PERC-PIS-RET "%"
           DISPLAY "COFINS..............: " PERC-COFINS-RET "%"
           DISPLAY "CSLL................: " PERC-CSLL-RET "%"
           IF RET-INATIVA
              DISPLAY "SITUACAO............: INATIVA"
           ELSE
              DISPLAY "SITUACAO............: ATIVA"
           END-IF
           .
       P031-FIM.
      *----------------------------------------------------------------
      *   LISTA TODAS AS REGRAS, POR FORNECEDOR E SERVICO
      *----------------------------------------------------------------
       P040-LISTA.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO CHAVE-RET
                                          WS-QTD-LISTADAS

           START RETENC KEY IS NOT LESS THAN CHAVE-RET
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P041-LE-REGRA THRU P041-FIM UNTIL WS-EOF-OK

           DISPLAY "REGRAS LISTADAS: " WS-QTD-LISTADAS
           .
       P040-FIM.
       P041-LE-REGRA.

           READ RETENC NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LISTADAS
                  DISPLAY ID-FORN-RET " " COD-SERV-RET " "
                          DESCR-SERV-RET " ISS " PERC-ISS-RET
                          " IR " PERC-IRRF-RET " PIS " PERC-PIS-RET
                          " COF " PERC-COFINS-RET " CSLL "
                          PERC-CSLL-RET " " INATIVO-RET
           END-READ
           .
       P041-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A INCLUSAO/ALTERACAO NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

           MOVE "RETENC"              TO WS-AUD-MODULO
           MOVE ID-FORN-RET           TO WS-AUD-FORN
           MOVE COD-SERV-RET          TO WS-AUD-SERV
           MOVE WS-AUD-CHAVE-RET      TO WS-AUD-CHAVE
           MOVE "ALIQUOTAS"           TO WS-AUD-CAMPO
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P090-FIM.
       P091-EDITA-ALIQUOTAS.

           COMPUTE WS-PERC-PCC = PERC-PIS-RET + PERC-COFINS-RET
                               + PERC-CSLL-RET
           MOVE PERC-ISS-RET          TO WS-AUD-ISS
           MOVE PERC-IRRF-RET         TO WS-AUD-IRRF
           MOVE WS-PERC-PCC           TO WS-AUD-PCC
           .
       P091-FIM.
       END PROGRAM PGMRET01.
