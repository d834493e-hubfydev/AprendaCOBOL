      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CADASTRO DAS CONTAS BANCARIAS DA CLINICA (ARQCTABCO):
      *          FILIAL DONA DA CONTA (VALIDADA EM ARQFILIAL), BANCO,
      *          AGENCIA E NUMERO DA CONTA EXATAMENTE COMO VEM NO
      *          EXTRATO (E POR ELES QUE A IMPORTACAO DO PGMEXT01 ACHA
      *          A CONTA), SALDO DE ABERTURA E A DATA DESSE SALDO. A
      *          CONSULTA MOSTRA TAMBEM O ULTIMO MES COM A CONCILIACAO
      *          FECHADA (PGMEXT03) E O ULTIMO SALDO INFORMADO PELO
      *          BANCO. CONTA INATIVA NAO RECEBE MAIS EXTRATO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTA01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTABCO ASSIGN TO
           WS-PATH-ARQCTABCO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CTA
           FILE STATUS  IS WS-FS.

           SELECT FILIAIS ASSIGN TO
           WS-PATH-ARQFILIAL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FILIAL
           FILE STATUS  IS WS-FS-FIL.

       DATA DIVISION.
       FILE SECTION.
       FD CTABCO.
           COPY CPYCTABCO.

       FD FILIAIS.
           COPY CPYFILIAL.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FIL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FIL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FIL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FIL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FIL-EOF
                          WS-FS-OK BY WS-FS-FIL-OK
                          WS-FS BY WS-FS-FIL.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-FILIAL-OK        PIC X(01) VALUE 'N'.
          88 FILIAL-OK        VALUE 'S'.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
          88 DATA-OK          VALUE 'S'.
       77 WS-SINAL            PIC X(01) VALUE SPACES.
       77 WS-SALDO-INF        PIC 9(09)V99 VALUE ZEROS.
       77 WS-INATIVA          PIC X(01) VALUE 'N'.
       77 WS-DESCR-NOVA       PIC X(30) VALUE SPACES.
       77 WS-QTD-LISTADAS     PIC 9(04) VALUE ZEROS.
       77 WS-SALDO-ED         PIC -ZZZ.ZZZ.ZZ9,99.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O CTABCO

           IF WS-FS EQUAL 35
              OPEN OUTPUT CTABCO
              CLOSE CTABCO
              OPEN I-O CTABCO
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO CADASTRO DE CONTAS "
                      "BANCARIAS: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
              GOBACK
           END-IF

           OPEN INPUT FILIAIS

           IF NOT WS-FS-FIL-OK
              DISPLAY "ERRO NA ABERTURA DO CADASTRO DE FILIAIS."
              CLOSE CTABCO
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE CTABCO
           CLOSE FILIAIS

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

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFILIAL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFILIAL
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
      *             MENU DAS CONTAS BANCARIAS
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- CONTAS BANCARIAS DA CLINICA"
           DISPLAY "1 - INCLUIR CONTA"
           DISPLAY "2 - ALTERAR/INATIVAR CONTA"
           DISPLAY "3 - CONSULTAR CONTA"
           DISPLAY "4 - LISTAR CONTAS"
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
      *   INCLUI A CONTA BANCARIA NUMA FILIAL ATIVA
      *----------------------------------------------------------------
       P010-INCLUI.

           INITIALIZE REG-CTABCO
           SET CTA-ATIVA              TO TRUE

           MOVE 'N'                   TO WS-FILIAL-OK
           PERFORM P011-PEDE-FILIAL THRU P011-FIM
              UNTIL FILIAL-OK OR FILIAL-CTA EQUAL ZEROS

           IF FILIAL-CTA EQUAL ZEROS
              DISPLAY "CONTA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           DISPLAY "DESCRICAO DA CONTA (EX.: BANCO X - MOVIMENTO): "
           ACCEPT DESCR-CTA

           DISPLAY "CODIGO DO BANCO (3 DIGITOS): "
           ACCEPT BANCO-CTA
           DISPLAY "AGENCIA (SEM DIGITO): "
           ACCEPT AGENCIA-CTA
           DISPLAY "NUMERO DA CONTA (COMO VEM NO EXTRATO): "
           ACCEPT NUM-CTA

           IF BANCO-CTA EQUAL ZEROS OR AGENCIA-CTA EQUAL ZEROS
              OR NUM-CTA EQUAL SPACES
              DISPLAY "BANCO, AGENCIA E CONTA SAO OBRIGATORIOS. "
                      "CONTA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           MOVE 'N'                   TO WS-DATA-OK
           PERFORM P012-PEDE-DATA-SALDO THRU P012-FIM UNTIL DATA-OK

           PERFORM P013-PEDE-SALDO THRU P013-FIM

           MOVE ZEROS                 TO ULT-FECH-CTA
                                          SALDO-FECH-CTA
                                          DATA-SALDO-BCO-CTA
                                          SALDO-BCO-CTA
           MOVE WS-DATA-HOJE          TO DATA-CAD-CTA

           CALL "PGMPROXCB" USING ID-CTA

           WRITE REG-CTABCO
               INVALID KEY
                  DISPLAY "JA EXISTE CONTA COM ESTE ID: " ID-CTA
               NOT INVALID KEY
                  DISPLAY "CONTA " ID-CTA " CADASTRADA COM SUCESSO."
                  MOVE 'I'            TO WS-AUD-OPER
                  MOVE SPACES         TO WS-AUD-ANTES
                  MOVE NUM-CTA        TO WS-AUD-DEPOIS
                  PERFORM P090-AUDITA THRU P090-FIM
           END-WRITE
           .
       P010-FIM.
       P011-PEDE-FILIAL.

           DISPLAY "FILIAL DA CONTA (0 = DESISTIR): "
           ACCEPT FILIAL-CTA

           IF FILIAL-CTA EQUAL ZEROS
              GO TO P011-FIM
           END-IF

           MOVE FILIAL-CTA            TO ID-FILIAL

           READ FILIAIS
               INVALID KEY
                  DISPLAY "FILIAL NAO CADASTRADA."
               NOT INVALID KEY
                  IF FILIAL-INATIVA
                     DISPLAY "FILIAL INATIVA."
                  ELSE
                     DISPLAY "FILIAL: " NM-FILIAL
                     SET FILIAL-OK    TO TRUE
                  END-IF
           END-READ
           .
       P011-FIM.
       P012-PEDE-DATA-SALDO.

           DISPLAY "DATA DO SALDO DE ABERTURA (AAAAMMDD): "
           ACCEPT DATA-SALDO-INI-CTA
           CALL "PGMVALDT" USING DATA-SALDO-INI-CTA, WS-DATA-OK
           IF NOT DATA-OK
              DISPLAY "DATA INVALIDA"
           END-IF
           .
       P012-FIM.
      *----------------------------------------------------------------
      *   SALDO DE ABERTURA NA DATA INFORMADA; D QUANDO A CONTA ESTA
      *   NEGATIVA (NO CHEQUE ESPECIAL)
      *----------------------------------------------------------------
       P013-PEDE-SALDO.

           DISPLAY "SALDO DE ABERTURA: "
           MOVE ZEROS                 TO WS-SALDO-INF
           ACCEPT WS-SALDO-INF
           DISPLAY "SALDO CREDOR OU DEVEDOR (C/D): "
           ACCEPT WS-SINAL

           IF WS-SINAL EQUAL 'D' OR WS-SINAL EQUAL 'd'
              COMPUTE SALDO-INI-CTA = 0 - WS-SALDO-INF
           ELSE
              MOVE WS-SALDO-INF       TO SALDO-INI-CTA
           END-IF
           .
       P013-FIM.
      *----------------------------------------------------------------
      *   ALTERA A DESCRICAO OU INATIVA A CONTA. BANCO, AGENCIA E
      *   NUMERO NAO MUDAM (O EXTRATO JA IMPORTADO ESTA NELA); O SALDO
      *   DE ABERTURA SO MUDA ENQUANTO NENHUM MES FOI FECHADO
      *----------------------------------------------------------------
       P020-ALTERA.

           DISPLAY "INFORME O ID DA CONTA: "
           ACCEPT ID-CTA

           READ CTABCO
               INVALID KEY
                  DISPLAY "CONTA NAO ENCONTRADA."
                  GO TO P020-FIM
           END-READ

           PERFORM P031-EXIBE THRU P031-FIM

           DISPLAY "NOVA DESCRICAO (<ENTER> MANTEM): "
           MOVE SPACES                TO WS-DESCR-NOVA
           ACCEPT WS-DESCR-NOVA
           IF WS-DESCR-NOVA NOT EQUAL SPACES
              MOVE WS-DESCR-NOVA      TO DESCR-CTA
           END-IF

           MOVE SALDO-INI-CTA         TO WS-SALDO-ED
           MOVE WS-SALDO-ED           TO WS-AUD-ANTES

           IF CTA-NUNCA-FECHADA
              MOVE 'N'                TO WS-DATA-OK
              PERFORM P012-PEDE-DATA-SALDO THRU P012-FIM UNTIL DATA-OK
              PERFORM P013-PEDE-SALDO THRU P013-FIM
           ELSE
              DISPLAY "CONCILIACAO JA FECHADA ATE " ULT-FECH-CTA
                      ": SALDO DE ABERTURA MANTIDO."
           END-IF

           DISPLAY "INATIVAR A CONTA (S/N)? "
           ACCEPT WS-INATIVA
           IF WS-INATIVA EQUAL 'S' OR WS-INATIVA EQUAL 's'
              SET CTA-INATIVA         TO TRUE
           ELSE
              SET CTA-ATIVA           TO TRUE
           END-IF

           REWRITE REG-CTABCO
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR A CONTA."
               NOT INVALID KEY
                  DISPLAY "CONTA ATUALIZADA COM SUCESSO."
                  MOVE SALDO-INI-CTA  TO WS-SALDO-ED
                  MOVE 'A'            TO WS-AUD-OPER
                  MOVE WS-SALDO-ED    TO WS-AUD-DEPOIS
                  IF CTA-INATIVA
                     MOVE "INATIVA"   TO WS-AUD-DEPOIS
                  END-IF
                  PERFORM P090-AUDITA THRU P090-FIM
           END-REWRITE
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   CONSULTA UMA CONTA PELO ID
      *----------------------------------------------------------------
       P030-CONSULTA.

           DISPLAY "INFORME O ID DA CONTA: "
           ACCEPT ID-CTA

           READ CTABCO
               INVALID KEY
                  DISPLAY "CONTA NAO ENCONTRADA."
               NOT INVALID KEY
                  PERFORM P031-EXIBE THRU P031-FIM
           END-READ
           .
       P030-FIM.
       P031-EXIBE.

           DISPLAY "CONTA...............: " ID-CTA " - " DESCR-CTA
           DISPLAY "FILIAL..............: " FILIAL-CTA
           DISPLAY "BANCO/AGENCIA/CONTA.: " BANCO-CTA " / "
                   AGENCIA-CTA " / " NUM-CTA
           MOVE SALDO-INI-CTA         TO WS-SALDO-ED
           DISPLAY "SALDO DE ABERTURA...: " WS-SALDO-ED " EM "
                   DATA-SALDO-INI-CTA
           IF CTA-NUNCA-FECHADA
              DISPLAY "CONCILIACAO.........: NENHUM MES FECHADO"
           ELSE
              MOVE SALDO-FECH-CTA     TO WS-SALDO-ED
              DISPLAY "CONCILIACAO.........: FECHADA ATE "
                      ULT-FECH-CTA " - SALDO " WS-SALDO-ED
           END-IF
           IF DATA-SALDO-BCO-CTA GREATER ZEROS
              MOVE SALDO-BCO-CTA      TO WS-SALDO-ED
              DISPLAY "ULTIMO SALDO BANCO..: " WS-SALDO-ED " EM "
                      DATA-SALDO-BCO-CTA
           END-IF
           IF CTA-INATIVA
              DISPLAY "SITUACAO............: INATIVA"
           ELSE
              DISPLAY "SITUACAO............: ATIVA"
           END-IF
           .
       P031-FIM.
      *----------------------------------------------------------------
      *   LISTA TODAS AS CONTAS BANCARIAS
      *----------------------------------------------------------------
       P040-LISTA.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO ID-CTA
                                          WS-QTD-LISTADAS

           START CTABCO KEY IS NOT LESS THAN ID-CTA
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P041-LE-CONTA THRU P041-FIM UNTIL WS-EOF-OK

           DISPLAY "CONTAS LISTADAS: " WS-QTD-LISTADAS
           .
       P040-FIM.
       P041-LE-CONTA.

           READ CTABCO NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LISTADAS
                  DISPLAY ID-CTA " FIL " FILIAL-CTA " " BANCO-CTA
                          " " AGENCIA-CTA " " NUM-CTA " "
                          DESCR-CTA " FECH " ULT-FECH-CTA " "
                          INATIVO-CTA
           END-READ
           .
       P041-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A INCLUSAO/ALTERACAO NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

           MOVE "CTABCO"              TO WS-AUD-MODULO
           MOVE ID-CTA                TO WS-AUD-CHAVE
           MOVE "SALDO-INI"           TO WS-AUD-CAMPO
           IF WS-AUD-OPER EQUAL 'I'
              MOVE "NUM-CTA"          TO WS-AUD-CAMPO
           END-IF
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P090-FIM.
       END PROGRAM PGMCTA01.
