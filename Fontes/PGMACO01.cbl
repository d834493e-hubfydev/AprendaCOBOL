      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ACORDO DE RENEGOCIACAO DA DIVIDA DE UM CLIENTE: LEVANTA
      *          TODAS AS FATURAS A VISTA EM ABERTO E TODAS AS PARCELAS
      *          EM ABERTO DAS FATURAS PARCELADAS DO CLIENTE, MOSTRA O
      *          SALDO CONSOLIDADO E, COM A ENTRADA, A QUANTIDADE DE
      *          PARCELAS E O PRIMEIRO VENCIMENTO NEGOCIADOS, GRAVA:
      *            - O ACORDO (ARQACORDO) E UM ITEM POR FATURA OU
      *              PARCELA SUBSTITUIDA (ARQACOIT), COM O SALDO DE
      *              CADA UMA NA DATA;
      *            - A FATURA DO ACORDO (TIPO 'R') NO VALOR DO SALDO,
      *              PARCELADA EM ARQFATPAR: A ENTRADA COMO PARCELA 1
      *              VENCENDO HOJE E AS DEMAIS MES A MES (A PRIMEIRA
      *              LEVA A DIFERENCA DO ARREDONDAMENTO). AS PARCELAS
      *              SAO RECEBIDAS NO CAIXA (PGMCXA02) E VAO PARA BOLETO
      *              (PGMBOLGER) COMO QUALQUER OUTRA;
      *            - AS ORIGINAIS COMO RENEGOCIADAS, FORA DO AGING, DA
      *              COBRANCA E DO CAIXA.
      *          FICAM FORA DO ACORDO A DIVIDA DE CONVENIO (FATURA EM
      *          LOTE OU DE ATENDIMENTO COBERTO POR CONVENIO, COMO NO
      *          PGMBOLGER) E O TITULO COM BOLETO EM COBRANCA NO BANCO.
      *          OS ENCARGOS DE MORA AINDA NAO LANCADOS NAO ENTRAM NO
      *          SALDO: AS CONDICOES DO ACORDO OS SUBSTITUEM. O
      *          ROMPIMENTO E APURADO PELO PGMACO02.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - A DIVIDA DE ATENDIMENTO E DO
      *             CONVENIO QUANDO O AGENDAMENTO DA FATURA TEM
      *             COBERTURA (ID-CONV-AGE), COMO NO PGMLOTGER;
      *             O CONVENIO DO CADASTRO SO VALE PARA FATURA SEM
      *             AGENDAMENTO.
      * Manutencao: 15 OUT 2026 - FALHA NA GRAVACAO DAS PARCELAS DO
      *             ACORDO INTERROMPE A GRAVACAO ANTES DE MARCAR AS
      *             ORIGINAIS COMO RENEGOCIADAS E ESTORNA A FATURA DO
      *             ACORDO INCOMPLETA; A MARCACAO DE CADA PARCELA
      *             ORIGINAL PASSA A SER CONFERIDA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMACO01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT FATPAR ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS.

           SELECT ACORDO ASSIGN TO
           WS-PATH-ARQACORDO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ACORDO
           FILE STATUS  IS WS-FS-ACO.

           SELECT ACOIT ASSIGN TO
           WS-PATH-ARQACOIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-ACOIT
           FILE STATUS  IS WS-FS-AIT.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA.
           COPY CPYFATURA.

       FD FATPAR.
           COPY CPYFATPAR.

       FD ACORDO.
           COPY CPYACORDO.

       FD ACOIT.
           COPY CPYACOIT.

       FD CLIENTES.
           COPY CPYCLI.

       FD SESSAO.
           COPY CPYSESSAO.

       FD AGENDA.
           COPY CPYAGE.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-ACO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-ACO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-ACO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-ACO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-ACO-EOF
                          WS-FS-OK BY WS-FS-ACO-OK
                          WS-FS BY WS-FS-ACO.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AIT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AIT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AIT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AIT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AIT-EOF
                          WS-FS-OK BY WS-FS-AIT-OK
                          WS-FS BY WS-FS-AIT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.

       77 WS-EXIT             PIC X.
          88 WS-EXIT-OK       VALUE 'F' FALSE 'N'.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-CONFIRMA         PIC X(01) VALUE SPACES.
       77 WS-ID-CLI-BUSCA     PIC 9(04)  VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-ITENS        PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-PULADOS      PIC 9(02)  VALUE ZEROS.
       77 WS-IND              PIC 9(02) COMP.
       77 WS-VLR-ITEM         PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-DIVIDA       PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-ENTRADA      PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-RESTANTE     PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-ED           PIC ZZZ.ZZ9,99.
       77 WS-QTD-PARC         PIC 9(02)  VALUE ZEROS.
          88 QTD-PARC-VALIDA  VALUE 01 THRU 24.
       77 WS-PRIM-VENC        PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-OK          PIC X(01)  VALUE 'N'.
       77 WS-VLR-PARCELA      PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-PRIMEIRA     PIC 9(06)V99 VALUE ZEROS.
       77 WS-VENC-PARCELA     PIC 9(08)  VALUE ZEROS.
       77 WS-IND-PARC         PIC 9(02)  VALUE ZEROS.
       77 WS-NUM-PAR-ACO      PIC 9(02)  VALUE ZEROS.
       77 WS-TIPO-SOMA        PIC X(01)  VALUE 'M'.
       77 WS-QTD-MESES        PIC 9(03)  VALUE ZEROS.
       77 WS-ID-ACORDO        PIC 9(04)  VALUE ZEROS.
       77 WS-ID-FAT-ACORDO    PIC 9(04)  VALUE ZEROS.
       77 WS-RESTA-ABERTA     PIC X(01)  VALUE 'N'.
          88 RESTA-PARCELA-ABERTA VALUE 'S'.
       77 WS-AGE-DISP         PIC X(01)  VALUE 'N'.
          88 AGENDA-DISPONIVEL VALUE 'S'.
       77 WS-CONV-FAT         PIC 9(04)  VALUE ZEROS.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

      *   FATURAS (PARCELA ZEROS) E PARCELAS QUE O ACORDO SUBSTITUI
       01 WS-TAB-DIVIDA.
          03 WS-TAB-ITEM OCCURS 50 TIMES.
             05 WS-TAB-FAT       PIC 9(04).
             05 WS-TAB-PAR       PIC 9(02).
             05 WS-TAB-VENC      PIC 9(08).
             05 WS-TAB-VLR       PIC 9(06)V99.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMACO01".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-LE-SESSAO        THRU P003-FIM

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN I-O FATURA

            IF NOT WS-FS-FAT-OK THEN
               DISPLAY
               "ERRO NA ABERTURA DO ARQUIVO DE FATURAS: " WS-FS-FAT
               GOBACK
            END-IF

            OPEN I-O FATPAR

            IF WS-FS EQUAL 35
               OPEN OUTPUT FATPAR
               CLOSE FATPAR
               OPEN I-O FATPAR
            END-IF

            OPEN I-O ACORDO

            IF WS-FS-ACO EQUAL 35
               OPEN OUTPUT ACORDO
               CLOSE ACORDO
               OPEN I-O ACORDO
            END-IF

            OPEN I-O ACOIT

            IF WS-FS-AIT EQUAL 35
               OPEN OUTPUT ACOIT
               CLOSE ACOIT
               OPEN I-O ACOIT
            END-IF

            OPEN INPUT CLIENTES

            IF NOT WS-FS-OK OR NOT WS-FS-ACO-OK OR NOT WS-FS-AIT-OK
               OR NOT WS-FS-CLI-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO ACORDO: "
                       WS-FS " " WS-FS-ACO " " WS-FS-AIT " " WS-FS-CLI
               PERFORM P002-EXIBE-ERRO-FS
               CLOSE FATURA
               CLOSE FATPAR
               CLOSE ACORDO
               CLOSE ACOIT
               CLOSE CLIENTES
               GOBACK
            END-IF

            OPEN INPUT AGENDA

            IF WS-FS-AGE-OK
               SET AGENDA-DISPONIVEL  TO TRUE
            END-IF

            PERFORM P010-ACORDO THRU P010-FIM UNTIL WS-EXIT-OK

            CLOSE FATURA
            CLOSE FATPAR
            CLOSE ACORDO
            CLOSE ACOIT
            CLOSE CLIENTES

            IF AGENDA-DISPONIVEL
               CLOSE AGENDA
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATPAR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATPAR
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQACORDO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQACORDO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQACOIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQACOIT
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
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
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA REGISTRAR QUEM FEZ O
      *   ACORDO
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
      *   UM ACORDO POR VEZ: IDENTIFICA O CLIENTE E LEVANTA A DIVIDA
      *----------------------------------------------------------------
       P010-ACORDO.

            DISPLAY "INFORME O ID DO CLIENTE: "
            ACCEPT WS-ID-CLI-BUSCA

            MOVE WS-ID-CLI-BUSCA      TO ID-CLI

            READ CLIENTES KEY IS ID-CLI
                INVALID KEY
                   DISPLAY "CLIENTE NAO ENCONTRADO."
                NOT INVALID KEY
                   PERFORM P020-LEVANTA-DIVIDA THRU P020-FIM
            END-READ

            DISPLAY "<ENTER> CONTINUAR OU <F> PARA FINALIZAR"
            ACCEPT WS-EXIT
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   PERCORRE AS FATURAS DO CLIENTE PELA CHAVE ALTERNATIVA E
      *   MONTA A TABELA DO QUE PODE SER RENEGOCIADO
      *----------------------------------------------------------------
       P020-LEVANTA-DIVIDA.

            DISPLAY "CLIENTE: " ID-CLI " - " NM-CLI
            DISPLAY " "

            MOVE ZEROS                TO WS-QTD-ITENS
                                          WS-QTD-PULADOS
                                          WS-VLR-DIVIDA
            SET WS-EOF-OK             TO FALSE

            MOVE WS-ID-CLI-BUSCA      TO ID-CLI-FAT

            START FATURA KEY IS EQUAL ID-CLI-FAT
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P021-LE-FATURA THRU P021-FIM UNTIL WS-EOF-OK

            IF WS-QTD-PULADOS GREATER ZEROS
               DISPLAY WS-QTD-PULADOS " TITULO(S) COM BOLETO EM "
                       "COBRANCA OU ALEM DO LIMITE FICAM FORA DO "
                       "ACORDO."
            END-IF

            IF WS-QTD-ITENS EQUAL ZEROS
               DISPLAY "CLIENTE SEM DIVIDA EM ABERTO PARA RENEGOCIAR."
               GO TO P020-FIM
            END-IF

            MOVE WS-VLR-DIVIDA        TO WS-VLR-ED
            DISPLAY " "
            DISPLAY "SALDO CONSOLIDADO: " WS-VLR-ED " EM "
                    WS-QTD-ITENS " TITULO(S)"
            DISPLAY "RENEGOCIAR ESTA DIVIDA? <S/N> "
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA EQUAL 'S' OR 's'
               PERFORM P030-PEDE-CONDICAO THRU P030-FIM
            ELSE
               DISPLAY "ACORDO NAO REALIZADO."
            END-IF
            .
       P020-FIM.
       P021-LE-FATURA.

            READ FATURA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-FAT NOT EQUAL WS-ID-CLI-BUSCA
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      PERFORM P022-AVALIA-FATURA THRU P022-FIM
                   END-IF
            END-READ
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   SO A DIVIDA DO PROPRIO CLIENTE: FATURA EM LOTE OU DE
      *   ATENDIMENTO COBERTO POR CONVENIO E O CONVENIO QUEM DEVE
      *----------------------------------------------------------------
       P022-AVALIA-FATURA.

            IF NOT FATURA-ABERTA OR NOT FAT-SEM-LOTE
               GO TO P022-FIM
            END-IF

            IF FAT-ATENDIMENTO
               PERFORM P025-CONVENIO-FATURA THRU P025-FIM
               IF WS-CONV-FAT GREATER ZEROS
                  GO TO P022-FIM
               END-IF
            END-IF

            IF FAT-A-VISTA
               COMPUTE WS-VLR-ITEM = VLR-FAT - VLR-PAGO-FAT
                     - VLR-DESC-FAT
               IF WS-VLR-ITEM GREATER ZEROS
                  IF NOT FAT-SEM-BOLETO
                     OR WS-QTD-ITENS NOT LESS 50
                     ADD 1            TO WS-QTD-PULADOS
                  ELSE
                     ADD 1            TO WS-QTD-ITENS
                     MOVE ID-FATURA   TO WS-TAB-FAT (WS-QTD-ITENS)
                     MOVE ZEROS       TO WS-TAB-PAR (WS-QTD-ITENS)
                     MOVE DATA-FAT    TO WS-TAB-VENC (WS-QTD-ITENS)
                     MOVE WS-VLR-ITEM TO WS-TAB-VLR (WS-QTD-ITENS)
                     ADD WS-VLR-ITEM  TO WS-VLR-DIVIDA
                     PERFORM P024-EXIBE-ITEM THRU P024-FIM
                  END-IF
               END-IF
            ELSE
               MOVE ZEROS             TO WS-IND-PARC
               PERFORM P023-LE-PARCELA THRU P023-FIM
                  UNTIL WS-IND-PARC NOT LESS QTD-PARC-FAT
            END-IF
            .
       P022-FIM.
       P023-LE-PARCELA.

            ADD 1                     TO WS-IND-PARC

            MOVE ID-FATURA            TO ID-FAT-PAR
            MOVE WS-IND-PARC          TO NUM-PAR

            READ FATPAR
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PARCELA-ABERTA
                      COMPUTE WS-VLR-ITEM = VLR-PAR - VLR-PAGO-PAR
                            - VLR-DESC-PAR
                      IF NOT PAR-SEM-BOLETO
                         OR WS-QTD-ITENS NOT LESS 50
                         ADD 1        TO WS-QTD-PULADOS
                      ELSE
                         ADD 1        TO WS-QTD-ITENS
                         MOVE ID-FATURA TO WS-TAB-FAT (WS-QTD-ITENS)
                         MOVE NUM-PAR TO WS-TAB-PAR (WS-QTD-ITENS)
                         MOVE DATA-VENC-PAR
                                      TO WS-TAB-VENC (WS-QTD-ITENS)
                         MOVE WS-VLR-ITEM
                                      TO WS-TAB-VLR (WS-QTD-ITENS)
                         ADD WS-VLR-ITEM TO WS-VLR-DIVIDA
                         PERFORM P024-EXIBE-ITEM THRU P024-FIM
                      END-IF
                   END-IF
            END-READ
            .
       P023-FIM.
       P024-EXIBE-ITEM.

            MOVE WS-TAB-VLR (WS-QTD-ITENS) TO WS-VLR-ED

            IF WS-TAB-PAR (WS-QTD-ITENS) EQUAL ZEROS
               DISPLAY "FATURA " WS-TAB-FAT (WS-QTD-ITENS)
                       "         - " WS-TAB-VENC (WS-QTD-ITENS)
                       " - SALDO " WS-VLR-ED
            ELSE
               DISPLAY "FATURA " WS-TAB-FAT (WS-QTD-ITENS)
                       " PARC " WS-TAB-PAR (WS-QTD-ITENS)
                       " - " WS-TAB-VENC (WS-QTD-ITENS)
                       " - SALDO " WS-VLR-ED
            END-IF
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   O CONVENIO DA FATURA E O DA COBERTURA GRAVADA NO AGENDAMENTO;
      *   SEM O AGENDAMENTO, VALE O CONVENIO DO CADASTRO DO CLIENTE
      *----------------------------------------------------------------
       P025-CONVENIO-FATURA.

            MOVE CONVENIO-CLI         TO WS-CONV-FAT

            IF AGENDA-DISPONIVEL AND ID-AGE-FAT NOT EQUAL ZEROS
               MOVE ID-AGE-FAT        TO ID-AGE
               READ AGENDA
                   NOT INVALID KEY
                      MOVE ID-CONV-AGE TO WS-CONV-FAT
               END-READ
            END-IF
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   CONDICOES DO ACORDO: ENTRADA (PODE SER ZERO), QUANTIDADE DE
      *   PARCELAS E PRIMEIRO VENCIMENTO
      *----------------------------------------------------------------
       P030-PEDE-CONDICAO.

            MOVE WS-VLR-DIVIDA        TO WS-VLR-ENTRADA
            PERFORM P031-ACEITA-ENTRADA THRU P031-FIM
               UNTIL WS-VLR-ENTRADA LESS WS-VLR-DIVIDA

            COMPUTE WS-VLR-RESTANTE = WS-VLR-DIVIDA - WS-VLR-ENTRADA

            MOVE ZEROS                TO WS-QTD-PARC
            PERFORM P032-ACEITA-QTD THRU P032-FIM
               UNTIL QTD-PARC-VALIDA

            MOVE 'N'                  TO WS-DATA-OK
            PERFORM P033-ACEITA-VENC THRU P033-FIM
               UNTIL WS-DATA-OK EQUAL 'S'

            COMPUTE WS-VLR-PARCELA = WS-VLR-RESTANTE / WS-QTD-PARC
            COMPUTE WS-VLR-PRIMEIRA = WS-VLR-RESTANTE
                  - (WS-VLR-PARCELA * (WS-QTD-PARC - 1))

            DISPLAY " "
            MOVE WS-VLR-DIVIDA        TO WS-VLR-ED
            DISPLAY "SALDO RENEGOCIADO..: " WS-VLR-ED
            MOVE WS-VLR-ENTRADA       TO WS-VLR-ED
            DISPLAY "ENTRADA (HOJE).....: " WS-VLR-ED
            MOVE WS-VLR-PARCELA       TO WS-VLR-ED
            DISPLAY WS-QTD-PARC " PARCELA(S) DE....: " WS-VLR-ED
                    " A PARTIR DE " WS-PRIM-VENC
            DISPLAY "CONFIRMA O ACORDO? <S/N> "
            ACCEPT WS-CONFIRMA

            IF WS-CONFIRMA EQUAL 'S' OR 's'
               PERFORM P040-GRAVA-ACORDO THRU P040-FIM
            ELSE
               DISPLAY "ACORDO NAO REALIZADO."
            END-IF
            .
       P030-FIM.
       P031-ACEITA-ENTRADA.

            DISPLAY "VALOR DA ENTRADA (ZERO SE NAO HOUVER): "
            ACCEPT WS-VLR-ENTRADA

            IF WS-VLR-ENTRADA NOT LESS WS-VLR-DIVIDA
               DISPLAY "A ENTRADA DEVE SER MENOR QUE O SALDO."
            END-IF
            .
       P031-FIM.
       P032-ACEITA-QTD.

            DISPLAY "QUANTIDADE DE PARCELAS APOS A ENTRADA (01 A 24): "
            ACCEPT WS-QTD-PARC

            IF NOT QTD-PARC-VALIDA
               DISPLAY "QUANTIDADE INVALIDA."
            END-IF
            .
       P032-FIM.
       P033-ACEITA-VENC.

            DISPLAY "PRIMEIRO VENCIMENTO (AAAAMMDD): "
            ACCEPT WS-PRIM-VENC

            CALL "PGMVALDT" USING WS-PRIM-VENC, WS-DATA-OK

            IF WS-DATA-OK NOT EQUAL 'S'
               DISPLAY "DATA INVALIDA."
            ELSE
               IF WS-PRIM-VENC NOT GREATER WS-DATA-HOJE
                  DISPLAY "O PRIMEIRO VENCIMENTO DEVE SER FUTURO."
                  MOVE 'N'            TO WS-DATA-OK
               END-IF
            END-IF
            .
       P033-FIM.
      *----------------------------------------------------------------
      *   GRAVA A FATURA DO ACORDO COM AS SUAS PARCELAS, OS ITENS COM
      *   AS ORIGINAIS MARCADAS COMO RENEGOCIADAS E O CABECALHO
      *----------------------------------------------------------------
       P040-GRAVA-ACORDO.

            CALL "PGMPROXAC" USING WS-ID-ACORDO
            CALL "PGMPROXFT" USING WS-ID-FAT-ACORDO

            PERFORM P041-GRAVA-FATURA-ACORDO THRU P041-FIM

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO GRAVAR A FATURA DO ACORDO: " WS-FS-FAT
               GO TO P040-FIM
            END-IF

            PERFORM P042-GRAVA-PARCELAS THRU P042-FIM

      *   SEM AS PARCELAS NOVAS, AS ORIGINAIS NAO PODEM SAIR DO AGING
            IF NOT WS-FS-OK
               PERFORM P049-DESFAZ-FATURA-ACORDO THRU P049-FIM
               DISPLAY "ACORDO NAO CONCLUIDO: AS FATURAS E PARCELAS "
                       "ORIGINAIS CONTINUAM EM ABERTO."
               GO TO P040-FIM
            END-IF

            MOVE ZEROS                TO WS-IND
            PERFORM P045-GRAVA-ITEM THRU P045-FIM
               UNTIL WS-IND NOT LESS WS-QTD-ITENS

            MOVE WS-ID-ACORDO         TO ID-ACORDO
            MOVE WS-ID-CLI-BUSCA      TO ID-CLI-ACO
            MOVE WS-DATA-HOJE         TO DATA-ACO
            MOVE WS-ID-FAT-ACORDO     TO ID-FAT-ACO
            MOVE WS-VLR-DIVIDA        TO VLR-DIVIDA-ACO
            MOVE WS-VLR-ENTRADA       TO VLR-ENTRADA-ACO
            MOVE WS-QTD-PARC          TO QTD-PARC-ACO
            MOVE WS-QTD-ITENS         TO QTD-ITENS-ACO
            SET ACORDO-ATIVO          TO TRUE
            MOVE SESSAO-LOGIN         TO LOGIN-ACO
            MOVE ZEROS                TO DATA-ROMPE-ACO
                                          VLR-REABERTO-ACO

            WRITE REG-ACORDO
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ACORDO: " WS-FS-ACO
                NOT INVALID KEY
                   MOVE "ACORDO"      TO WS-AUD-MODULO
                   MOVE 'I'           TO WS-AUD-OPER
                   MOVE ID-ACORDO     TO WS-AUD-CHAVE
                   MOVE "SALDO"       TO WS-AUD-CAMPO
                   MOVE WS-ID-CLI-BUSCA TO WS-AUD-ANTES
                   MOVE WS-VLR-DIVIDA TO WS-VLR-ED
                   MOVE WS-VLR-ED     TO WS-AUD-DEPOIS
                   CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                         WS-AUD-CHAVE, WS-AUD-CAMPO,
                                         WS-AUD-ANTES, WS-AUD-DEPOIS
                   DISPLAY "ACORDO " ID-ACORDO " GRAVADO. RECEBA A "
                           "FATURA " WS-ID-FAT-ACORDO " NO CAIXA."
            END-WRITE
            .
       P040-FIM.
       P041-GRAVA-FATURA-ACORDO.

            MOVE WS-ID-FAT-ACORDO     TO ID-FATURA
            MOVE ZEROS                TO ID-AGE-FAT
                                          ID-PROC-FAT
            MOVE WS-ID-CLI-BUSCA      TO ID-CLI-FAT
            MOVE WS-DATA-HOJE         TO DATA-FAT
            MOVE WS-VLR-DIVIDA        TO VLR-FAT
            SET FATURA-ABERTA         TO TRUE
            SET FAT-ACORDO            TO TRUE
            MOVE SPACES               TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT
            MOVE ZEROS                TO ID-LOTE-FAT
                                          VLR-PAGO-FAT
                                          DATA-ESTORNO-FAT
                                          VLR-DESC-FAT
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
            MOVE WS-ID-ACORDO         TO ID-ACORDO-FAT

            IF WS-VLR-ENTRADA GREATER ZEROS
               COMPUTE QTD-PARC-FAT = WS-QTD-PARC + 1
            ELSE
               MOVE WS-QTD-PARC       TO QTD-PARC-FAT
            END-IF

            WRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA
            .
       P041-FIM.
      *----------------------------------------------------------------
      *   A ENTRADA E A PARCELA 1, VENCENDO HOJE; AS DEMAIS SEGUEM MES
      *   A MES DO PRIMEIRO VENCIMENTO
      *----------------------------------------------------------------
       P042-GRAVA-PARCELAS.

            MOVE ZEROS                TO WS-NUM-PAR-ACO
                                          WS-FS

            IF WS-VLR-ENTRADA GREATER ZEROS
               MOVE WS-DATA-HOJE      TO WS-VENC-PARCELA
               MOVE WS-VLR-ENTRADA    TO WS-VLR-ITEM
               PERFORM P043-GRAVA-UMA-PARCELA THRU P043-FIM
            END-IF

            MOVE WS-PRIM-VENC         TO WS-VENC-PARCELA
            MOVE ZEROS                TO WS-IND-PARC

            PERFORM P044-PROXIMA-PARCELA THRU P044-FIM
               UNTIL WS-IND-PARC NOT LESS WS-QTD-PARC
                  OR NOT WS-FS-OK

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO GRAVAR AS PARCELAS DO ACORDO: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
            END-IF
            .
       P042-FIM.
       P043-GRAVA-UMA-PARCELA.

            ADD 1                     TO WS-NUM-PAR-ACO

            MOVE WS-ID-FAT-ACORDO     TO ID-FAT-PAR
            MOVE WS-NUM-PAR-ACO       TO NUM-PAR
            MOVE WS-VENC-PARCELA      TO DATA-VENC-PAR
            MOVE WS-VLR-ITEM          TO VLR-PAR
            SET PARCELA-ABERTA        TO TRUE
            MOVE ZEROS                TO VLR-PAGO-PAR
                                          DATA-PAG-PAR
                                          VLR-DESC-PAR
                                          ID-BOL-PAR
                                          DATA-MORA-PAR

            WRITE REG-FATPAR
                INVALID KEY
                   DISPLAY "PARCELA " ID-FAT-PAR "/" NUM-PAR
                           " DO ACORDO JA EXISTE."
            END-WRITE

            IF NOT WS-FS-OK
               GO TO P043-FIM
            END-IF

            MOVE "ARQFATPAR"          TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS, REG-FATPAR
            .
       P043-FIM.
       P044-PROXIMA-PARCELA.

            ADD 1                     TO WS-IND-PARC

            IF WS-IND-PARC EQUAL 1
               MOVE WS-VLR-PRIMEIRA   TO WS-VLR-ITEM
            ELSE
               MOVE WS-VLR-PARCELA    TO WS-VLR-ITEM
            END-IF

            PERFORM P043-GRAVA-UMA-PARCELA THRU P043-FIM

            MOVE 'M'                  TO WS-TIPO-SOMA
            MOVE 1                    TO WS-QTD-MESES
            CALL "PGMDATADD" USING WS-VENC-PARCELA, WS-TIPO-SOMA,
                                   WS-QTD-MESES
            .
       P044-FIM.
      *----------------------------------------------------------------
      *   UM ITEM DO ACORDO: GRAVA A ORIGEM E MARCA A FATURA OU A
      *   PARCELA COMO RENEGOCIADA
      *----------------------------------------------------------------
       P045-GRAVA-ITEM.

            ADD 1                     TO WS-IND

            MOVE WS-ID-ACORDO         TO ID-ACO-IT
            MOVE WS-IND               TO SEQ-ACO-IT
            MOVE WS-TAB-FAT (WS-IND)  TO ID-FAT-ACO-IT
            MOVE WS-TAB-PAR (WS-IND)  TO NUM-PAR-ACO-IT
            MOVE WS-TAB-VLR (WS-IND)  TO VLR-ACO-IT

            WRITE REG-ACOIT
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ITEM DO ACORDO: " WS-FS-AIT
            END-WRITE

            IF WS-TAB-PAR (WS-IND) GREATER ZEROS
               PERFORM P046-RENEGOCIA-PARCELA THRU P046-FIM
               IF NOT WS-FS-OK
                  GO TO P045-FIM
               END-IF
            END-IF

            MOVE WS-TAB-FAT (WS-IND)  TO ID-FATURA

            READ FATURA
                INVALID KEY
                   DISPLAY "FATURA " ID-FATURA " NAO ENCONTRADA."
                NOT INVALID KEY
                   PERFORM P047-RENEGOCIA-FATURA THRU P047-FIM
            END-READ
            .
       P045-FIM.
       P046-RENEGOCIA-PARCELA.

            MOVE WS-TAB-FAT (WS-IND)  TO ID-FAT-PAR
            MOVE WS-TAB-PAR (WS-IND)  TO NUM-PAR

            READ FATPAR
                INVALID KEY
                   DISPLAY "PARCELA " ID-FAT-PAR "/" NUM-PAR
                           " NAO ENCONTRADA."
                NOT INVALID KEY
                   SET PARCELA-RENEGOCIADA TO TRUE
                   REWRITE REG-FATPAR
                   MOVE "ARQFATPAR"          TO WS-JRN-ARQ
                   MOVE 'R'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS, REG-FATPAR
                   IF NOT WS-FS-OK
                      DISPLAY "ERRO AO MARCAR A PARCELA " ID-FAT-PAR
                              "/" NUM-PAR ": " WS-FS
                      PERFORM P002-EXIBE-ERRO-FS
                   END-IF
            END-READ
            .
       P046-FIM.
      *----------------------------------------------------------------
      *   A FATURA A VISTA FICA RENEGOCIADA; A PARCELADA SO QUANDO NAO
      *   SOBROU PARCELA EM ABERTO (A COM BOLETO NO BANCO SEGUE SENDO
      *   COBRADA), MAS FICA LIGADA AO ACORDO DE QUALQUER FORMA
      *----------------------------------------------------------------
       P047-RENEGOCIA-FATURA.

            MOVE WS-ID-ACORDO         TO ID-ACORDO-FAT

            IF FAT-A-VISTA
               SET FATURA-RENEGOCIADA TO TRUE
            ELSE
               MOVE 'N'               TO WS-RESTA-ABERTA
               MOVE ZEROS             TO WS-IND-PARC
               PERFORM P048-CONFERE-PARCELA THRU P048-FIM
                  UNTIL WS-IND-PARC NOT LESS QTD-PARC-FAT
                     OR RESTA-PARCELA-ABERTA
               IF NOT RESTA-PARCELA-ABERTA
                  SET FATURA-RENEGOCIADA TO TRUE
               END-IF
            END-IF

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO MARCAR A FATURA " ID-FATURA ": "
                       WS-FS-FAT
            END-IF
            .
       P047-FIM.
       P048-CONFERE-PARCELA.

            ADD 1                     TO WS-IND-PARC

            MOVE ID-FATURA            TO ID-FAT-PAR
            MOVE WS-IND-PARC          TO NUM-PAR

            READ FATPAR
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   IF PARCELA-ABERTA
                      MOVE 'S'        TO WS-RESTA-ABERTA
                   END-IF
            END-READ
            .
       P048-FIM.
      *----------------------------------------------------------------
      *   PARCELAS DO ACORDO NAO GRAVADAS: A FATURA DO ACORDO FICA
      *   ESTORNADA, E AS PARCELAS QUE CHEGARAM A SER GRAVADAS SAEM DO
      *   AGING E DA COBRANCA JUNTO COM ELA
      *----------------------------------------------------------------
       P049-DESFAZ-FATURA-ACORDO.

            MOVE WS-ID-FAT-ACORDO     TO ID-FATURA

            READ FATURA
                INVALID KEY
                   DISPLAY "FATURA DO ACORDO " ID-FATURA
                           " NAO ENCONTRADA."
                   GO TO P049-FIM
            END-READ

            SET FATURA-ESTORNADA      TO TRUE
            MOVE "ACORDO NAO CONCLUIDO"
                                      TO MOTIVO-ESTORNO-FAT
            MOVE SESSAO-LOGIN         TO LOGIN-ESTORNO-FAT
            MOVE WS-DATA-HOJE         TO DATA-ESTORNO-FAT

            REWRITE REG-FATURA
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO ESTORNAR A FATURA DO ACORDO "
                       ID-FATURA ": " WS-FS-FAT
            ELSE
               DISPLAY "FATURA DO ACORDO " ID-FATURA " ESTORNADA."
            END-IF
            .
       P049-FIM.
       END PROGRAM PGMACO01.
