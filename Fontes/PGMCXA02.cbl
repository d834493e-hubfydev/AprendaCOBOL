      *             (PGMCREDIT, ALIMENTADA POR ESTORNOS DE FATURA PAGA
      *             E ADIANTAMENTOS) SEM ENTRAR NOS TOTAIS DE DINHEIRO
      *             DO CAIXA.
      * Manutencao: 15 OUT 2026 - ENCARGOS DE MORA: FATURA OU PARCELA
      *             RECEBIDA DEPOIS DO VENCIMENTO TEM A MULTA E OS
      *             JUROS APURADOS PELO PGMMORA (POLITICA EM ARQPARAM),
      *             EXIBIDOS AO OPERADOR E LANCADOS NUMA FATURA PROPRIA
      *             TIPO 'J' LIGADA A ORIGINAL, RECEBIDA ANTES DO
      *             PRINCIPAL (O DESCONTO SUPERVISIONADO VALE TAMBEM
      *             PARA OS ENCARGOS). A DATA DA COBRANCA FICA NA
      *             FATURA/PARCELA PARA NAO COBRAR A MESMA MORA DUAS
      *             VEZES.
      * Manutencao: 15 OUT 2026 - FATURA OU PARCELA RENEGOCIADA NUM
      *             ACORDO (PGMACO01) E RECUSADA COM O NUMERO DO
      *             ACORDO; O QUE SE RECEBE E A FATURA DO ACORDO.
      * Manutencao: 15 OUT 2026 - NOVA FORMA DE PAGAMENTO 'Q' (CHEQUE):
      *             CADA CHEQUE RECEBIDO VAI PARA A CUSTODIA
      *             (ARQCHEQUE) COM BANCO, AGENCIA, CONTA, NUMERO, CPF
      *             DO EMITENTE E A DATA BOM PARA, LIGADO A FATURA OU
      *             PARCELA QUE PAGOU, E E TOTALIZADO A PARTE EM
      *             VLR-CHEQUE-CAIXA. CLIENTE COM CHEQUE DEVOLVIDO SO
      *             PAGA EM CHEQUE COM AUTORIZACAO DO SUPERVISOR.
      * Manutencao: 15 OUT 2026 - RECEBE O ID DE UMA FATURA A RECEBER
      *             PRIMEIRO (CHECK-OUT DO ATENDIMENTO, PGMCKOUT): A
      *             FATURA INDICADA E LOCALIZADA SEM PERGUNTAR E DEPOIS
      *             O OPERADOR CONTINUA OU FINALIZA COMO SEMPRE. ZEROS
      *             (MENU DO CAIXA) PERGUNTA A FATURA COMO ANTES.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - OPERADOR SEM A ACAO DE DESCONTO NOS
      *             SEUS PERFIS DE ACESSO (PGMPERMCK) SO CONCEDE
      *             DESCONTO COM A AUTORIZACAO DO SUPERVISOR,
      *             MESMO ABAIXO DO TETO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCXA02.
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MOV.

           SELECT CHEQUES ASSIGN TO
           WS-PATH-ARQCHEQUE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CHEQUE
           ALTERNATE RECORD KEY IS ID-CLI-CHQ WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-BOM-CHQ WITH DUPLICATES
           FILE STATUS  IS WS-FS-CHQ.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
       FD CXMOV.
           COPY CPYCXMOV.

       FD CHEQUES.
           COPY CPYCHEQUE.

       FD SESSAO.
           COPY CPYSESSAO.

                          WS-FS-EOF BY WS-FS-PAR-EOF
                          WS-FS-OK BY WS-FS-PAR-OK
                          WS-FS BY WS-FS-PAR.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CHQ-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CHQ-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CHQ-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CHQ-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CHQ-EOF
                          WS-FS-OK BY WS-FS-CHQ-OK
                          WS-FS BY WS-FS-CHQ.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
       77 WS-ACHOU-CAIXA      PIC X(01)  VALUE 'N'.
          88 ACHOU-CAIXA      VALUE 'S'.
       77 WS-FORMA            PIC X(01)  VALUE SPACES.
          88 FORMA-VALIDA     VALUE 'D' 'C' 'P' 'O' 'V' 'Q'.
          88 FORMA-CREDITO    VALUE 'V'.
          88 FORMA-CHEQUE     VALUE 'Q'.
       77 WS-NUM-PAR-REC      PIC 9(02)  VALUE ZEROS.
       77 WS-VLR-RECEBIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WS-SALDO            PIC 9(06)V99 VALUE ZEROS.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MORA-REF         PIC 9(08)  VALUE ZEROS.
       77 WS-MORA-TIPO        PIC X(01)  VALUE SPACES.
       77 WS-MORA-ULT         PIC 9(08)  VALUE ZEROS.
       77 WS-MORA-BASE        PIC 9(06)V99 VALUE ZEROS.
       77 WS-MORA-MULTA       PIC 9(06)V99 VALUE ZEROS.
       77 WS-MORA-JUROS       PIC 9(06)V99 VALUE ZEROS.
       77 WS-MORA-DIAS        PIC 9(05)  VALUE ZEROS.
       77 WS-MORA-TOTAL       PIC 9(06)V99 VALUE ZEROS.
       77 WS-MORA-ORIG        PIC 9(04)  VALUE ZEROS.
       77 WS-MORA-LANCADA     PIC X(01)  VALUE 'N'.
          88 MORA-LANCADA     VALUE 'S'.
       77 WS-SALDO-GUARDA     PIC 9(06)V99 VALUE ZEROS.
       77 WS-PAR-GUARDA       PIC 9(02)  VALUE ZEROS.
       77 WS-CHQ-DISP         PIC X(01)  VALUE 'N'.
          88 CHEQUES-DISPONIVEIS VALUE 'S'.
       77 WS-CHQ-OK           PIC X(01)  VALUE 'N'.
          88 CHEQUE-REGISTRADO VALUE 'S'.
       77 WS-CHQ-DEVOLVIDOS   PIC 9(03)  VALUE ZEROS.
       77 WS-EOF-CHQ          PIC 9      VALUE ZEROS.
          88 WS-EOF-CHQ-OK    VALUE 1 FALSE 0.
       77 WS-CHQ-DATA-OK      PIC X(01)  VALUE 'N'.
       77 WS-CHQ-CPF-OK       PIC X(01)  VALUE 'N'.
       01 WS-FAT-GUARDA       PIC X(200) VALUE SPACES.
       77 WS-FAT-INDICADA     PIC 9(04)  VALUE ZEROS.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCXA02".
           COPY CPYPERMCK.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-FATURA        PIC 9(04).

       PROCEDURE DIVISION USING LK-ID-FATURA.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
               OPEN OUTPUT CXMOV
            END-IF

            MOVE 'N'                  TO WS-CHQ-DISP

            OPEN I-O CHEQUES

            IF WS-FS-CHQ EQUAL 35
               OPEN OUTPUT CHEQUES
               CLOSE CHEQUES
               OPEN I-O CHEQUES
            END-IF

            IF WS-FS-CHQ-OK
               SET CHEQUES-DISPONIVEIS TO TRUE
            END-IF

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            MOVE LK-ID-FATURA         TO WS-FAT-INDICADA
            SET WS-EXIT-OK            TO FALSE

            PERFORM P020-RECEBE THRU P020-FIM UNTIL WS-EXIT-OK

            CLOSE CAIXA
            CLOSE FATPAR
            CLOSE CXMOV

            IF CHEQUES-DISPONIVEIS
               CLOSE CHEQUES
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCHEQUE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCHEQUE
            END-IF

      *   TETO DE DESCONTO SEM SUPERVISOR, EM REAIS INTEIROS (SEIS
      *   DIGITOS); ACIMA DELE O PGMAUTADM PEDE A SENHA DE UM ADMIN
            ACCEPT WS-TETO-ENV FROM ENVIRONMENT "CAIXA_TETO_DESC"
      *----------------------------------------------------------------
       P020-RECEBE.

            IF WS-FAT-INDICADA GREATER ZEROS
               MOVE WS-FAT-INDICADA   TO ID-FATURA
               MOVE ZEROS             TO WS-FAT-INDICADA
               DISPLAY "FATURA A RECEBER: " ID-FATURA
            ELSE
               DISPLAY "INFORME O ID DA FATURA A RECEBER: "
               ACCEPT ID-FATURA
            END-IF

            READ FATURA
                INVALID KEY
                   DISPLAY "FATURA NAO ENCONTRADA."
                NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN FATURA-RENEGOCIADA
                          DISPLAY "FATURA RENEGOCIADA NO ACORDO "
                                  ID-ACORDO-FAT ". RECEBA A FATURA "
                                  "DO ACORDO."
                       WHEN NOT FATURA-ABERTA
                          DISPLAY "FATURA NAO ESTA EM ABERTO."
                       WHEN FAT-A-VISTA
                          PERFORM P022-BAIXA      THRU P022-FIM
                       WHEN OTHER
                          PERFORM P025-RECEBE-PARCELA THRU P025-FIM
                   END-EVALUATE
            END-READ

            DISPLAY "<ENTER> CONTINUAR OU <F> PARA FINALIZAR"
       P0211-ACEITA-FORMA.

            DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO C=CARTAO "
                    "P=PIX Q=CHEQUE O=OUTROS V=CREDITO DO CLIENTE): "
            ACCEPT WS-FORMA

            IF NOT FORMA-VALIDA
            COMPUTE WS-SALDO = VLR-FAT - VLR-PAGO-FAT - VLR-DESC-FAT
            MOVE ZEROS                TO WS-VLR-TOT-RECEBIDO
                                          WS-NUM-PAR-REC

            MOVE DATA-FAT             TO WS-MORA-REF
            MOVE 'F'                  TO WS-MORA-TIPO
            MOVE DATA-MORA-FAT        TO WS-MORA-ULT
            PERFORM P030-COBRA-MORA   THRU P030-FIM

            IF MORA-LANCADA
               MOVE WS-DATA-HOJE      TO DATA-MORA-FAT
            END-IF

            MOVE 'S'                  TO WS-CONTINUA

            PERFORM P02D-PEDE-DESCONTO THRU P02D-FIM
            END-IF

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO ATUALIZAR A FATURA: " WS-FS-FAT
               END-IF
            END-IF

            IF FORMA-CHEQUE
               PERFORM P02G-REGISTRA-CHEQUE THRU P02G-FIM
               IF NOT CHEQUE-REGISTRADO
                  GO TO P029-FIM
               END-IF
            END-IF

            MOVE WS-VLR-INFORMADO     TO WS-VLR-RECEBIDO
            SUBTRACT WS-VLR-RECEBIDO  FROM WS-SALDO
            ADD WS-VLR-RECEBIDO       TO WS-VLR-TOT-RECEBIDO
                   ADD WS-VLR-RECEBIDO TO VLR-CARTAO-CAIXA
                WHEN 'P'
                   ADD WS-VLR-RECEBIDO TO VLR-PIX-CAIXA
                WHEN 'Q'
                   ADD WS-VLR-RECEBIDO TO VLR-CHEQUE-CAIXA
                WHEN 'V'
      *   CREDITO DO CLIENTE NAO E DINHEIRO NOVO NO CAIXA
                   CONTINUE
            ACCEPT HORA-MOV FROM TIME

            WRITE REG-CXMOV
            MOVE "ARQCXMOV"           TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-MOV, REG-CXMOV
            .
       P023-FIM.
      *----------------------------------------------------------------
                INVALID KEY
                   DISPLAY "PARCELA NAO ENCONTRADA."
                NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PARCELA-RENEGOCIADA
                          DISPLAY "PARCELA RENEGOCIADA NO ACORDO "
                                  ID-ACORDO-FAT "."
                       WHEN NOT PARCELA-ABERTA
                          DISPLAY "PARCELA JA FOI PAGA."
                       WHEN OTHER
                          PERFORM P026-BAIXA-PARCELA THRU P026-FIM
                   END-EVALUATE
            END-READ
            .
       P025-FIM.

            COMPUTE WS-SALDO = VLR-PAR - VLR-PAGO-PAR - VLR-DESC-PAR
            MOVE ZEROS                TO WS-VLR-TOT-RECEBIDO

            MOVE DATA-VENC-PAR        TO WS-MORA-REF
            MOVE 'P'                  TO WS-MORA-TIPO
            MOVE DATA-MORA-PAR        TO WS-MORA-ULT
            PERFORM P030-COBRA-MORA   THRU P030-FIM

            IF MORA-LANCADA
               MOVE WS-DATA-HOJE      TO DATA-MORA-PAR
            END-IF

            MOVE 'S'                  TO WS-CONTINUA

            PERFORM P02D-PEDE-DESCONTO THRU P02D-FIM
            END-IF

            REWRITE REG-FATPAR
            MOVE "ARQFATPAR"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-PAR, REG-FATPAR

            IF NOT WS-FS-PAR-OK
               DISPLAY "ERRO AO ATUALIZAR A PARCELA: " WS-FS-PAR
               END-IF

               REWRITE REG-FATURA
               MOVE "ARQFATURA"          TO WS-JRN-ARQ
               MOVE 'R'                  TO WS-JRN-OPER
               CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                      WS-JRN-PGM, WS-FS-FAT, REG-FATURA

               IF NOT WS-FS-FAT-OK
                  DISPLAY "ERRO AO ATUALIZAR A FATURA: " WS-FS-FAT
            DISPLAY "CODIGO DO MOTIVO DO DESCONTO: "
            ACCEPT WS-MOTIVO-DESC

      *   SEM A ACAO DE DESCONTO NOS PERFIS DO OPERADOR, TODO
      *   DESCONTO PASSA PELO SUPERVISOR, QUALQUER QUE SEJA O VALOR
            MOVE "ACAO"               TO PERM-MODULO
            MOVE 02                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF WS-VLR-DESC GREATER WS-TETO-DESC
               OR NOT PERM-CONCEDIDA
               IF PERM-CONCEDIDA
                  DISPLAY "DESCONTO ACIMA DO TETO: AUTORIZACAO DO "
                          "SUPERVISOR NECESSARIA."
               ELSE
                  DISPLAY "DESCONTO FORA DO SEU PERFIL: AUTORIZACAO "
                          "DO SUPERVISOR NECESSARIA."
               END-IF
               CALL "PGMAUTADM" USING WS-AUT-OK, WS-AUT-LOGIN
               IF NOT AUTORIZADO
                  DISPLAY "DESCONTO NAO AUTORIZADO."
            ACCEPT HORA-MOV FROM TIME

            WRITE REG-CXMOV
            MOVE "ARQCXMOV"           TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-MOV, REG-CXMOV
            .
       P02E-FIM.
      *----------------------------------------------------------------
            END-IF
            .
       P02F-FIM.
      *----------------------------------------------------------------
      *   CHEQUE: CLIENTE COM CHEQUE DEVOLVIDO SO PAGA EM CHEQUE COM A
      *   AUTORIZACAO DO SUPERVISOR (PGMAUTADM). PEDE OS DADOS DO
      *   CHEQUE E A DATA BOM PARA (ZEROS = A VISTA, HOJE) E GRAVA A
      *   CUSTODIA LIGADA A FATURA OU PARCELA QUE ELE PAGA
      *----------------------------------------------------------------
       P02G-REGISTRA-CHEQUE.

            MOVE 'N'                  TO WS-CHQ-OK

            IF NOT CHEQUES-DISPONIVEIS
               DISPLAY "CUSTODIA DE CHEQUES INDISPONIVEL: " WS-FS-CHQ
                       ". USE OUTRA FORMA."
               GO TO P02G-FIM
            END-IF

            PERFORM P02H-CONTA-DEVOLVIDOS THRU P02H-FIM

            IF WS-CHQ-DEVOLVIDOS GREATER ZEROS
               DISPLAY "CLIENTE TEM " WS-CHQ-DEVOLVIDOS
                       " CHEQUE(S) DEVOLVIDO(S). CHEQUE SO COM "
                       "AUTORIZACAO DO SUPERVISOR."
               MOVE 'N'               TO WS-AUT-OK
               CALL "PGMAUTADM" USING WS-AUT-OK, WS-AUT-LOGIN
               IF NOT AUTORIZADO
                  DISPLAY "CHEQUE NAO AUTORIZADO. USE OUTRA FORMA."
                  GO TO P02G-FIM
               END-IF
            END-IF

            DISPLAY "BANCO DO CHEQUE (3 DIGITOS): "
            ACCEPT BANCO-CHQ
            DISPLAY "AGENCIA: "
            ACCEPT AGENCIA-CHQ
            DISPLAY "CONTA: "
            ACCEPT CONTA-CHQ
            DISPLAY "NUMERO DO CHEQUE: "
            ACCEPT NUM-CHQ

            MOVE 'N'                  TO WS-CHQ-CPF-OK
            PERFORM P02I-ACEITA-CPF THRU P02I-FIM
               UNTIL WS-CHQ-CPF-OK EQUAL 'S'

            MOVE 'N'                  TO WS-CHQ-DATA-OK
            PERFORM P02J-ACEITA-BOM-PARA THRU P02J-FIM
               UNTIL WS-CHQ-DATA-OK EQUAL 'S'

            CALL "PGMPROXCQ" USING ID-CHEQUE

            MOVE WS-VLR-INFORMADO     TO VLR-CHQ
            MOVE ID-FATURA            TO ID-FAT-CHQ
            MOVE WS-NUM-PAR-REC       TO NUM-PAR-CHQ
            MOVE ID-CLI-FAT           TO ID-CLI-CHQ
            MOVE ID-CAIXA             TO ID-CAIXA-CHQ
            MOVE FILIAL-CAIXA         TO FILIAL-CHQ
            MOVE WS-DATA-HOJE         TO DATA-REC-CHQ
            MOVE SESSAO-LOGIN         TO LOGIN-REC-CHQ
            SET CHEQUE-CUSTODIA       TO TRUE
            MOVE ZEROS                TO DATA-DEP-CHQ
                                          DATA-DEV-CHQ
                                          ALINEA-DEV-CHQ
            MOVE SPACES               TO LOGIN-DEV-CHQ

            WRITE REG-CHEQUE
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CUSTODIA: JA EXISTE O "
                           "CHEQUE " ID-CHEQUE ". PORCAO NAO RECEBIDA."
                NOT INVALID KEY
                   SET CHEQUE-REGISTRADO TO TRUE
                   DISPLAY "CHEQUE " ID-CHEQUE " EM CUSTODIA, BOM "
                           "PARA " DATA-BOM-CHQ "."
            END-WRITE
            .
       P02G-FIM.
       P02H-CONTA-DEVOLVIDOS.

            MOVE ZEROS                TO WS-CHQ-DEVOLVIDOS
            SET WS-EOF-CHQ-OK         TO FALSE
            MOVE ID-CLI-FAT           TO ID-CLI-CHQ

            START CHEQUES KEY IS EQUAL ID-CLI-CHQ
                INVALID KEY
                   SET WS-EOF-CHQ-OK  TO TRUE
            END-START

            PERFORM P02H1-LE-CHEQUE THRU P02H1-FIM
               UNTIL WS-EOF-CHQ-OK
            .
       P02H-FIM.
       P02H1-LE-CHEQUE.

            READ CHEQUES NEXT RECORD
                AT END
                   SET WS-EOF-CHQ-OK  TO TRUE
                NOT AT END
                   IF ID-CLI-CHQ NOT EQUAL ID-CLI-FAT
                      SET WS-EOF-CHQ-OK TO TRUE
                   ELSE
                      IF CHEQUE-DEVOLVIDO
                         ADD 1        TO WS-CHQ-DEVOLVIDOS
                      END-IF
                   END-IF
            END-READ
            .
       P02H1-FIM.
       P02I-ACEITA-CPF.

            DISPLAY "CPF DO EMITENTE: "
            ACCEPT CPF-EMIT-CHQ

            CALL "PGMVALCPF" USING CPF-EMIT-CHQ, WS-CHQ-CPF-OK

            IF WS-CHQ-CPF-OK NOT EQUAL 'S'
               DISPLAY "CPF INVALIDO."
            END-IF
            .
       P02I-FIM.
       P02J-ACEITA-BOM-PARA.

            DISPLAY "BOM PARA (AAAAMMDD, 0 = A VISTA): "
            ACCEPT DATA-BOM-CHQ

            IF DATA-BOM-CHQ EQUAL ZEROS
               MOVE WS-DATA-HOJE      TO DATA-BOM-CHQ
            END-IF

            CALL "PGMVALDT" USING DATA-BOM-CHQ, WS-CHQ-DATA-OK

            IF WS-CHQ-DATA-OK NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA."
            ELSE
               IF DATA-BOM-CHQ LESS WS-DATA-HOJE
                  MOVE 'N'            TO WS-CHQ-DATA-OK
                  DISPLAY "BOM PARA NAO PODE SER ANTERIOR A HOJE."
               END-IF
            END-IF
            .
       P02J-FIM.
      *----------------------------------------------------------------
      *   ENCARGOS DE MORA: APURA MULTA E JUROS DO SALDO EM ATRASO
      *   (PGMMORA) E, HAVENDO, LANCA UMA FATURA TIPO 'J' LIGADA A
      *   FATURA/PARCELA ORIGINAL E RECEBE OS ENCARGOS ANTES DO
      *   PRINCIPAL. FATURA DE MORA E FATURA EM LOTE DE CONVENIO NAO
      *   GERAM MORA. O REGISTRO DA FATURA ORIGINAL E O SALDO DO
      *   PRINCIPAL SAO RESTAURADOS NO FIM
      *----------------------------------------------------------------
       P030-COBRA-MORA.

            MOVE 'N'                  TO WS-MORA-LANCADA

            IF FAT-MORA OR NOT FAT-SEM-LOTE
               GO TO P030-FIM
            END-IF

            MOVE WS-SALDO             TO WS-MORA-BASE

            CALL "PGMMORA" USING WS-MORA-REF, WS-MORA-TIPO,
                                 WS-DATA-HOJE, WS-MORA-ULT,
                                 WS-MORA-BASE, WS-MORA-MULTA,
                                 WS-MORA-JUROS, WS-MORA-DIAS

            COMPUTE WS-MORA-TOTAL = WS-MORA-MULTA + WS-MORA-JUROS

            IF WS-MORA-TOTAL EQUAL ZEROS
               GO TO P030-FIM
            END-IF

            DISPLAY "PAGAMENTO EM ATRASO - ENCARGOS DE MORA:"
            MOVE WS-MORA-MULTA        TO WS-SALDO-ED
            DISPLAY "  MULTA..................: " WS-SALDO-ED
            MOVE WS-MORA-JUROS        TO WS-SALDO-ED
            DISPLAY "  JUROS (" WS-MORA-DIAS " DIAS).......: "
                    WS-SALDO-ED
            MOVE WS-MORA-TOTAL        TO WS-SALDO-ED
            DISPLAY "  TOTAL DOS ENCARGOS.....: " WS-SALDO-ED

            MOVE REG-FATURA           TO WS-FAT-GUARDA
            MOVE WS-SALDO             TO WS-SALDO-GUARDA
            MOVE WS-NUM-PAR-REC       TO WS-PAR-GUARDA
            MOVE ID-FATURA            TO WS-MORA-ORIG

            PERFORM P031-GERA-FATURA-MORA THRU P031-FIM

            IF MORA-LANCADA
               PERFORM P032-RECEBE-MORA THRU P032-FIM
            END-IF

            MOVE WS-FAT-GUARDA        TO REG-FATURA
            MOVE WS-SALDO-GUARDA      TO WS-SALDO
            MOVE WS-PAR-GUARDA        TO WS-NUM-PAR-REC
            MOVE ZEROS                TO WS-VLR-TOT-RECEBIDO

            DISPLAY "RECEBIMENTO DO PRINCIPAL DA FATURA " ID-FATURA
            .
       P030-FIM.
       P031-GERA-FATURA-MORA.

            CALL "PGMPROXFT" USING ID-FATURA

            MOVE ZEROS                TO ID-AGE-FAT
                                          ID-PROC-FAT
            MOVE WS-DATA-HOJE         TO DATA-FAT
            MOVE WS-MORA-TOTAL        TO VLR-FAT
            SET FATURA-ABERTA         TO TRUE
            SET FAT-MORA              TO TRUE
            MOVE ZEROS                TO ID-LOTE-FAT
                                          VLR-PAGO-FAT
                                          DATA-ESTORNO-FAT
                                          QTD-PARC-FAT
                                          VLR-DESC-FAT
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
            MOVE SPACES               TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT
            MOVE WS-MORA-ORIG         TO ID-FAT-ORIG-FAT
            MOVE WS-PAR-GUARDA        TO NUM-PAR-ORIG-FAT

            WRITE REG-FATURA
                INVALID KEY
                   DISPLAY "ERRO AO LANCAR A MORA: JA EXISTE FATURA "
                           ID-FATURA ". ENCARGOS NAO COBRADOS."
                NOT INVALID KEY
                   MOVE "ARQFATURA"          TO WS-JRN-ARQ
                   MOVE 'W'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS-FAT,
                                          REG-FATURA
                   MOVE 'S'           TO WS-MORA-LANCADA
                   DISPLAY "ENCARGOS LANCADOS NA FATURA DE MORA "
                           ID-FATURA
                   MOVE "FATURA"      TO WS-AUD-MODULO
                   MOVE 'I'           TO WS-AUD-OPER
                   MOVE ID-FATURA     TO WS-AUD-CHAVE
                   MOVE "MORA"        TO WS-AUD-CAMPO
                   MOVE WS-MORA-ORIG  TO WS-AUD-ANTES
                   MOVE WS-MORA-TOTAL TO WS-AUD-VLR-ED
                   MOVE WS-AUD-VLR-ED TO WS-AUD-DEPOIS
                   CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                         WS-AUD-CHAVE, WS-AUD-CAMPO,
                                         WS-AUD-ANTES, WS-AUD-DEPOIS
            END-WRITE
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   RECEBE A FATURA DE MORA COM AS MESMAS REGRAS DO PRINCIPAL:
      *   DESCONTO (ACIMA DO TETO, SO COM SUPERVISOR) E PORCOES EM
      *   QUALQUER FORMA. O QUE NAO FOR RECEBIDO AGORA FICA EM ABERTO
      *   NA FATURA DE MORA
      *----------------------------------------------------------------
       P032-RECEBE-MORA.

            MOVE WS-MORA-TOTAL        TO WS-SALDO
            MOVE ZEROS                TO WS-VLR-TOT-RECEBIDO
                                          WS-NUM-PAR-REC
            MOVE 'S'                  TO WS-CONTINUA

            PERFORM P02D-PEDE-DESCONTO THRU P02D-FIM
            ADD WS-VLR-DESC           TO VLR-DESC-FAT

            PERFORM P029-RECEBE-PORCAO THRU P029-FIM
               UNTIL WS-SALDO EQUAL ZEROS OR NOT RECEBE-MAIS

            ADD WS-VLR-TOT-RECEBIDO   TO VLR-PAGO-FAT

            IF WS-SALDO EQUAL ZEROS
               SET FATURA-PAGA        TO TRUE
               DISPLAY "ENCARGOS DE MORA QUITADOS."
            ELSE
               MOVE WS-SALDO          TO WS-SALDO-ED
               DISPLAY "FATURA DE MORA PERMANECE ABERTA COM SALDO DE "
                       WS-SALDO-ED
            END-IF

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO ATUALIZAR A FATURA DE MORA: " WS-FS-FAT
            END-IF
            .
       P032-FIM.
       END PROGRAM PGMCXA02.
