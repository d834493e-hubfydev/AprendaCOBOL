      *             (CREDITO DO CLIENTE) E ACEITA, DEVOLVENDO O
      *             VALOR A CARTEIRA (PGMCREDIT) SEM MEXER NOS
      *             TOTAIS DO CAIXA.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - O ESTORNO PASSA A EXIGIR A ACAO DE
      *             ESTORNO NOS PERFIS DE ACESSO DO OPERADOR
      *             (PGMPERMCK), ALEM DA AUTORIZACAO DO SUPERVISOR.
      * Manutencao: 15 OUT 2026 - A FORMA 'Q' (CHEQUE) PASSA A SER
      *             ESTORNADA: O OPERADOR INFORMA O CHEQUE DA
      *             CUSTODIA (ARQCHEQUE), QUE PRECISA SER DA MESMA
      *             FATURA/PARCELA E DO CAIXA ABERTO E AINDA NAO TER
      *             SIDO DEPOSITADO NEM DEVOLVIDO; O VALOR DO CHEQUE
      *             SAI DO TOTAL EM CHEQUE DO CAIXA E O CHEQUE FICA
      *             CANCELADO NA CUSTODIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCXA04.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT CHEQUES ASSIGN TO
           WS-PATH-ARQCHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CHEQUE
           ALTERNATE RECORD KEY IS ID-CLI-CHQ WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-BOM-CHQ WITH DUPLICATES
           FILE STATUS  IS WS-FS-CHQ.

       DATA DIVISION.
       FILE SECTION.
       FD CAIXA.
       FD SESSAO.
           COPY CPYSESSAO.

       FD CHEQUES.
           COPY CPYCHEQUE.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CHQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CHQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CHQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CHQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CHQ-EOF
                          WS-FS-OK BY WS-FS-CHQ-OK
                          WS-FS BY WS-FS-CHQ.

       77 WS-EXIT             PIC X.
          88 WS-EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-ACHOU-CAIXA      PIC X(01)  VALUE 'N'.
          88 ACHOU-CAIXA      VALUE 'S'.
       77 WS-FORMA            PIC X(01)  VALUE SPACES.
          88 FORMA-VALIDA     VALUE 'D' 'C' 'P' 'O' 'V' 'Q'.
          88 FORMA-CREDITO    VALUE 'V'.
          88 FORMA-CHEQUE     VALUE 'Q'.
       77 WS-CHQ-DISP         PIC X(01)  VALUE 'N'.
          88 CHEQUES-DISPONIVEIS VALUE 'S'.
       77 WS-CHQ-OK           PIC X(01)  VALUE 'N'.
          88 CHEQUE-ESTORNAVEL VALUE 'S'.
       77 WS-DATA-HOJE        PIC 9(08)  VALUE ZEROS.
       77 WS-NUM-PAR-EST      PIC 9(02)  VALUE ZEROS.
       77 WS-VLR-ESTORNO      PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-MAXIMO       PIC 9(06)V99 VALUE ZEROS.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCXA04".
           COPY CPYPERMCK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-LE-SESSAO        THRU P003-FIM

      *   ESTORNO E ACAO SENSIVEL: SO PERFIL COM ELA NA MATRIZ
            MOVE "ACAO"               TO PERM-MODULO
            MOVE 01                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ESTORNO NAO PERMITIDO PARA O SEU PERFIL."
               GOBACK
            END-IF

            OPEN I-O CAIXA

            IF NOT WS-FS-OK THEN
               OPEN OUTPUT CXMOV
            END-IF

            OPEN I-O CHEQUES

            IF WS-FS-CHQ-OK
               SET CHEQUES-DISPONIVEIS TO TRUE
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            PERFORM P020-ESTORNA THRU P020-FIM UNTIL WS-EXIT-OK

            CLOSE CAIXA
            CLOSE FATPAR
            CLOSE CXMOV

            IF CHEQUES-DISPONIVEIS
               CLOSE CHEQUES
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCHEQUE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCHEQUE
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
            END-IF

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO REABRIR A FATURA: " WS-FS-FAT
            END-IF

            REWRITE REG-FATPAR
            MOVE "ARQFATPAR"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-PAR, REG-FATPAR

            IF NOT WS-FS-PAR-OK
               DISPLAY "ERRO AO REABRIR A PARCELA: " WS-FS-PAR
            END-IF

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO REABRIR A FATURA: " WS-FS-FAT
            PERFORM P051-ACEITA-FORMA THRU P051-FIM
               UNTIL FORMA-VALIDA

      *   CHEQUE SE ESTORNA INTEIRO: O VALOR E O DO CHEQUE DA CUSTODIA
            IF FORMA-CHEQUE
               PERFORM P054-LOCALIZA-CHEQUE THRU P054-FIM
               IF NOT CHEQUE-ESTORNAVEL
                  MOVE 'N'            TO WS-AUT-OK
                  GO TO P050-FIM
               END-IF
            ELSE
               MOVE ZEROS             TO WS-VLR-ESTORNO
               PERFORM P052-ACEITA-VALOR THRU P052-FIM
                  UNTIL WS-VLR-ESTORNO GREATER ZEROS
                    AND WS-VLR-ESTORNO NOT GREATER WS-VLR-MAXIMO
            END-IF

      *   O RECEBIMENTO PODE TER ENTRADO EM OUTRO CAIXA OU OUTRO DIA:
      *   SO SE ABATE O QUE O CAIXA ABERTO REALMENTE TEM NA FORMA,
       P051-ACEITA-FORMA.

            DISPLAY "FORMA DO RECEBIMENTO A ESTORNAR (D=DINHEIRO "
                    "C=CARTAO P=PIX O=OUTROS V=CREDITO Q=CHEQUE): "
            ACCEPT WS-FORMA

            IF NOT FORMA-VALIDA
                   MOVE VLR-CARTAO-CAIXA   TO WS-VLR-FORMA
                WHEN 'P'
                   MOVE VLR-PIX-CAIXA      TO WS-VLR-FORMA
                WHEN 'Q'
                   MOVE VLR-CHEQUE-CAIXA   TO WS-VLR-FORMA
                WHEN OTHER
                   MOVE VLR-OUTROS-CAIXA   TO WS-VLR-FORMA
            END-EVALUATE
            .
       P053-FIM.
      *----------------------------------------------------------------
      *   LOCALIZA NA CUSTODIA O CHEQUE QUE PAGOU A FATURA (OU A
      *   PARCELA) NO CAIXA ABERTO; CHEQUE JA DEPOSITADO OU DEVOLVIDO
      *   NAO SE ESTORNA AQUI (A DEVOLUCAO E PELO PGMCHQ01)
      *----------------------------------------------------------------
       P054-LOCALIZA-CHEQUE.

            MOVE 'N'                  TO WS-CHQ-OK

            IF NOT CHEQUES-DISPONIVEIS
               DISPLAY "CUSTODIA DE CHEQUES INDISPONIVEL: " WS-FS-CHQ
               GO TO P054-FIM
            END-IF

            DISPLAY "INFORME O ID DO CHEQUE NA CUSTODIA: "
            ACCEPT ID-CHEQUE

            READ CHEQUES
                INVALID KEY
                   DISPLAY "CHEQUE NAO ENCONTRADO NA CUSTODIA."
                   GO TO P054-FIM
            END-READ

            IF ID-FAT-CHQ NOT EQUAL ID-FATURA
               OR NUM-PAR-CHQ NOT EQUAL WS-NUM-PAR-EST
               DISPLAY "O CHEQUE " ID-CHEQUE " PAGOU A FATURA "
                       ID-FAT-CHQ " PARCELA " NUM-PAR-CHQ "."
               GO TO P054-FIM
            END-IF

            IF ID-CAIXA-CHQ NOT EQUAL ID-CAIXA
               DISPLAY "O CHEQUE ENTROU NO CAIXA " ID-CAIXA-CHQ
                       ". ESTORNE NO CAIXA QUE RECEBEU O VALOR."
               GO TO P054-FIM
            END-IF

            IF CHEQUE-DEPOSITADO
               DISPLAY "CHEQUE JA DEPOSITADO EM " DATA-DEP-CHQ
                       ". NAO ADMITE ESTORNO NO CAIXA."
               GO TO P054-FIM
            END-IF

            IF CHEQUE-DEVOLVIDO
               DISPLAY "CHEQUE JA DEVOLVIDO EM " DATA-DEV-CHQ
                       " (PGMCHQ01). NAO ADMITE ESTORNO NO CAIXA."
               GO TO P054-FIM
            END-IF

            IF CHEQUE-CANCELADO
               DISPLAY "CHEQUE JA CANCELADO EM " DATA-DEV-CHQ "."
               GO TO P054-FIM
            END-IF

            IF VLR-CHQ GREATER WS-VLR-MAXIMO
               MOVE WS-VLR-MAXIMO     TO WS-VLR-MAXIMO-ED
               DISPLAY "VALOR DO CHEQUE MAIOR QUE O RECEBIDO ("
                       WS-VLR-MAXIMO-ED ")."
               GO TO P054-FIM
            END-IF

            MOVE VLR-CHQ              TO WS-VLR-ESTORNO
            MOVE WS-VLR-ESTORNO       TO WS-VLR-MAXIMO-ED
            DISPLAY "CHEQUE " ID-CHEQUE " BANCO " BANCO-CHQ
                    " NUMERO " NUM-CHQ " VALOR " WS-VLR-MAXIMO-ED
            SET CHEQUE-ESTORNAVEL     TO TRUE
            .
       P054-FIM.
      *----------------------------------------------------------------
      *   ABATE O TOTAL DA FORMA DE PAGAMENTO NO CAIXA, GRAVA O
      *   MOVIMENTO COMPENSATORIO E REGISTRA NA AUDITORIA; O ESTORNO
      *   DE CREDITO ('V') NAO MEXE NOS TOTAIS E DEVOLVE O VALOR A
                   SUBTRACT WS-VLR-ESTORNO FROM VLR-CARTAO-CAIXA
                WHEN 'P'
                   SUBTRACT WS-VLR-ESTORNO FROM VLR-PIX-CAIXA
                WHEN 'Q'
                   SUBTRACT WS-VLR-ESTORNO FROM VLR-CHEQUE-CAIXA
                WHEN 'V'
                   CONTINUE
                WHEN OTHER
               IF FORMA-CREDITO
                  PERFORM P062-DEVOLVE-CREDITO THRU P062-FIM
               END-IF
               IF FORMA-CHEQUE
                  PERFORM P063-CANCELA-CHEQUE THRU P063-FIM
               END-IF
               MOVE "FATURA"          TO WS-AUD-MODULO
               MOVE 'A'               TO WS-AUD-OPER
               MOVE ID-FATURA         TO WS-AUD-CHAVE
            ACCEPT HORA-MOV FROM TIME

            WRITE REG-CXMOV
            MOVE "ARQCXMOV"           TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-MOV, REG-CXMOV
            .
       P061-FIM.
      *----------------------------------------------------------------
      *   O CHEQUE ESTORNADO SAI DA CUSTODIA: FICA CANCELADO E NAO VAI
      *   MAIS PARA O DEPOSITO DO BOLETIM DE TESOURARIA (PGMTESOUR)
      *----------------------------------------------------------------
       P063-CANCELA-CHEQUE.

            SET CHEQUE-CANCELADO      TO TRUE
            MOVE WS-DATA-HOJE         TO DATA-DEV-CHQ
            MOVE ZEROS                TO ALINEA-DEV-CHQ
            MOVE SESSAO-LOGIN         TO LOGIN-DEV-CHQ

            REWRITE REG-CHEQUE

            IF NOT WS-FS-CHQ-OK
               DISPLAY "ERRO AO CANCELAR O CHEQUE NA CUSTODIA: "
                       WS-FS-CHQ
               DISPLAY "AVISO: CANCELE O CHEQUE " ID-CHEQUE
                       " MANUALMENTE ANTES DO DEPOSITO."
            ELSE
               DISPLAY "CHEQUE " ID-CHEQUE " CANCELADO NA CUSTODIA."
            END-IF
            .
       P063-FIM.
       END PROGRAM PGMCXA04.
