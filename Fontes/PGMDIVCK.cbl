      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONFERIR A DIVIDA VENCIDA DE UM CLIENTE ANTES DE
      *          AGENDAR (PGMAGE01) OU FAZER O CHECK-IN (PGMCHK01).
      *          SOMA O SALDO EM ABERTO DAS FATURAS A VISTA E DAS
      *          PARCELAS DO CLIENTE E, QUANDO O QUE ESTA VENCIDO HA
      *          MAIS DE DIVDIAS DIAS (TABELA CENTRAL, PADRAO 60) SOMA
      *          PELO MENOS DIVVALOR (PADRAO 100,00), EXIBE A DIVIDA
      *          EM ABERTO POR FAIXA DE ATRASO E DEVOLVE RETIDO = 'S'
      *          PARA O CHAMADOR EXIGIR A LIBERACAO DO SUPERVISOR.
      *          A FATURA A VISTA VENCE MORAPRAZO DIAS (PADRAO 30)
      *          DEPOIS DA EMISSAO, COMO NA MORA (PGMMORA). A DIVIDA DO
      *          CONVENIO NAO PESA CONTRA O PACIENTE: FATURA EM LOTE OU
      *          DE ATENDIMENTO COBERTO POR CONVENIO FICA DE FORA. O
      *          CONVENIO DA FATURA E O DA COBERTURA GRAVADA NO
      *          AGENDAMENTO (ID-CONV-AGE), COMO NO PGMLOTGER; SO A
      *          FATURA SEM AGENDAMENTO USA O CONVENIO DO CADASTRO.
      *          DEVOLVE TAMBEM O SALDO TOTAL EM ABERTO NO MOMENTO,
      *          PARA O REGISTRO DA LIBERACAO NA AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDIVCK.
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
           FILE STATUS  IS WS-FS.

           SELECT FATPAR ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS-FPR.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

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

       FD CLIENTES.
           COPY CPYCLI.

       FD AGENDA.
           COPY CPYAGE.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FPR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FPR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FPR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FPR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FPR-EOF
                          WS-FS-OK BY WS-FS-FPR-OK
                          WS-FS BY WS-FS-FPR.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-FPR-DISP         PIC X(01) VALUE 'N'.
          88 PARCELAS-DISPONIVEIS VALUE 'S'.
       77 WS-AGE-DISP         PIC X(01) VALUE 'N'.
          88 AGENDA-DISPONIVEL VALUE 'S'.
       77 WS-CONV-CLI         PIC 9(04) VALUE ZEROS.
       77 WS-CONV-FAT         PIC 9(04) VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VENC        PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ATRASO      PIC 9(05) VALUE ZEROS.
       77 WS-DIAS-LIMITE      PIC 9(03) VALUE 60.
       77 WS-VLR-LIMITE       PIC 9(06)V99 VALUE 100.
       77 WS-PRAZO-FAT        PIC 9(03) VALUE 30.
       77 WS-TIPO-SOMA        PIC X(01) VALUE 'D'.
       77 WS-IND-PARC         PIC 9(02) VALUE ZEROS.
       77 WS-IND-FAIXA        PIC 9(01) VALUE ZEROS.
       77 WS-QTD-ITENS        PIC 9(03) VALUE ZEROS.
       77 WS-VLR-ITEM         PIC S9(06)V99 VALUE ZEROS.
       77 WS-VLR-RETENCAO     PIC 9(07)V99 VALUE ZEROS.
       77 WS-VLR-ED           PIC ZZZ.ZZ9,99.
       77 WS-VLR-TOT-ED       PIC Z.ZZZ.ZZ9,99.
       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE 'N'.

      *   ITENS EM ABERTO GUARDADOS PARA A EXIBICAO; O TOTAL POR FAIXA
      *   CONTA TODOS, MESMO OS QUE PASSAREM DO LIMITE DA TABELA
       01 WS-TAB-ITENS.
          03 WS-ITEM OCCURS 50 TIMES.
             05 WS-TAB-FAT    PIC 9(04).
             05 WS-TAB-PAR    PIC 9(02).
             05 WS-TAB-VENC   PIC 9(08).
             05 WS-TAB-DIAS   PIC 9(05).
             05 WS-TAB-VLR    PIC 9(06)V99.

       01 WS-TAB-FAIXAS.
          03 FILLER           PIC X(12) VALUE "A VENCER".
          03 FILLER           PIC X(12) VALUE "ATE 30 DIAS".
          03 FILLER           PIC X(12) VALUE "31 A 60 DIAS".
          03 FILLER           PIC X(12) VALUE "61 A 90 DIAS".
          03 FILLER           PIC X(12) VALUE "MAIS DE 90".
       01 REDEFINES WS-TAB-FAIXAS.
          03 WS-DESC-FAIXA    PIC X(12) OCCURS 5 TIMES.

       01 WS-TOT-FAIXAS.
          03 WS-VLR-FAIXA     PIC 9(07)V99 OCCURS 5 TIMES.

           COPY CPYPATHS.

       LINKAGE SECTION.
       01 LK-ID-CLI           PIC 9(04).
       01 LK-RETIDO           PIC X(01).
       01 LK-VLR-ABERTO       PIC 9(07)V99.

       PROCEDURE DIVISION USING LK-ID-CLI, LK-RETIDO, LK-VLR-ABERTO.
       MAIN-PROCEDURE.

            MOVE 'N'                  TO LK-RETIDO
            MOVE ZEROS                TO LK-VLR-ABERTO
                                          WS-VLR-RETENCAO
                                          WS-QTD-ITENS
                                          WS-TOT-FAIXAS

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P010-LE-POLITICA      THRU P010-FIM

            OPEN INPUT FATURA

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE 'N'                  TO WS-FPR-DISP
            OPEN INPUT FATPAR
            IF WS-FS-FPR-OK
               SET PARCELAS-DISPONIVEIS TO TRUE
            END-IF

            MOVE 'N'                  TO WS-AGE-DISP
            OPEN INPUT AGENDA
            IF WS-FS-AGE-OK
               SET AGENDA-DISPONIVEL  TO TRUE
            END-IF

            PERFORM P015-LE-CLIENTE THRU P015-FIM

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            SET WS-EOF-OK             TO FALSE
            MOVE LK-ID-CLI            TO ID-CLI-FAT

            START FATURA KEY IS EQUAL ID-CLI-FAT
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P020-LE-FATURA THRU P020-FIM UNTIL WS-EOF-OK

            CLOSE FATURA

            IF PARCELAS-DISPONIVEIS
               CLOSE FATPAR
            END-IF

            IF AGENDA-DISPONIVEL
               CLOSE AGENDA
            END-IF

            IF WS-VLR-RETENCAO GREATER ZEROS
               AND WS-VLR-RETENCAO NOT LESS WS-VLR-LIMITE
               MOVE 'S'               TO LK-RETIDO
               PERFORM P040-EXIBE-DIVIDA THRU P040-FIM
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   LE A POLITICA DE RETENCAO NA TABELA DE PARAMETROS; CHAVE NAO
      *   CADASTRADA MANTEM O PADRAO DO PROGRAMA
      *----------------------------------------------------------------
       P010-LE-POLITICA.

            MOVE "DIVDIAS"            TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-DIAS-LIMITE
            END-IF

            MOVE "DIVVALOR"           TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-VLR-LIMITE
            END-IF

            MOVE "MORAPRAZO"          TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-PRAZO-FAT
            END-IF
            .
       P010-FIM.
       P011-CONSULTA-PARAM.

            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   CONVENIO DO CADASTRO: VALE PARA A FATURA DE ATENDIMENTO SEM
      *   AGENDAMENTO (VEJA P023)
      *----------------------------------------------------------------
       P015-LE-CLIENTE.

            MOVE ZEROS                TO WS-CONV-CLI

            OPEN INPUT CLIENTES

            IF NOT WS-FS-CLI-OK
               GO TO P015-FIM
            END-IF

            MOVE LK-ID-CLI            TO ID-CLI

            READ CLIENTES KEY IS ID-CLI
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE CONVENIO-CLI  TO WS-CONV-CLI
            END-READ

            CLOSE CLIENTES
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   PERCORRE AS FATURAS DO CLIENTE PELA CHAVE ALTERNATIVA
      *----------------------------------------------------------------
       P020-LE-FATURA.

            READ FATURA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-FAT NOT EQUAL LK-ID-CLI
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      PERFORM P021-AVALIA-FATURA THRU P021-FIM
                   END-IF
            END-READ
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   SO A DIVIDA DO PROPRIO CLIENTE: FATURA EM LOTE OU DE
      *   ATENDIMENTO DE CONVENIADO E O CONVENIO QUEM DEVE
      *----------------------------------------------------------------
       P021-AVALIA-FATURA.

            IF NOT FATURA-ABERTA OR NOT FAT-SEM-LOTE
               GO TO P021-FIM
            END-IF

            IF FAT-ATENDIMENTO
               PERFORM P023-CONVENIO-FATURA THRU P023-FIM
               IF WS-CONV-FAT GREATER ZEROS
                  GO TO P021-FIM
               END-IF
            END-IF

            IF FAT-A-VISTA
               COMPUTE WS-VLR-ITEM = VLR-FAT - VLR-PAGO-FAT
                     - VLR-DESC-FAT
               IF WS-VLR-ITEM GREATER ZEROS
                  MOVE DATA-FAT       TO WS-DATA-VENC
                  IF WS-PRAZO-FAT GREATER ZEROS
                     CALL "PGMDATADD" USING WS-DATA-VENC, WS-TIPO-SOMA,
                                            WS-PRAZO-FAT
                  END-IF
                  MOVE ZEROS          TO NUM-PAR
                  PERFORM P030-ACUMULA-ITEM THRU P030-FIM
               END-IF
            ELSE
               IF PARCELAS-DISPONIVEIS
                  MOVE ZEROS          TO WS-IND-PARC
                  PERFORM P022-LE-PARCELA THRU P022-FIM
                     UNTIL WS-IND-PARC NOT LESS QTD-PARC-FAT
               END-IF
            END-IF
            .
       P021-FIM.
       P022-LE-PARCELA.

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
                      IF WS-VLR-ITEM GREATER ZEROS
                         MOVE DATA-VENC-PAR TO WS-DATA-VENC
                         PERFORM P030-ACUMULA-ITEM THRU P030-FIM
                      END-IF
                   END-IF
            END-READ
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   O CONVENIO DA FATURA E O DA COBERTURA GRAVADA NO AGENDAMENTO;
      *   SEM O AGENDAMENTO, VALE O CONVENIO DO CADASTRO DO CLIENTE
      *----------------------------------------------------------------
       P023-CONVENIO-FATURA.

            MOVE WS-CONV-CLI          TO WS-CONV-FAT

            IF AGENDA-DISPONIVEL AND ID-AGE-FAT NOT EQUAL ZEROS
               MOVE ID-AGE-FAT        TO ID-AGE
               READ AGENDA
                   NOT INVALID KEY
                      MOVE ID-CONV-AGE TO WS-CONV-FAT
               END-READ
            END-IF
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   CLASSIFICA O ITEM NA FAIXA DE ATRASO E SOMA O QUE PASSOU DO
      *   PRAZO DE RETENCAO
      *----------------------------------------------------------------
       P030-ACUMULA-ITEM.

            MOVE ZEROS                TO WS-DIAS-ATRASO

            IF WS-DATA-VENC LESS WS-DATA-HOJE
               CALL "PGMDIADIF" USING WS-DATA-VENC, WS-DATA-HOJE,
                                      WS-DIAS-ATRASO
            END-IF

            EVALUATE TRUE
                WHEN WS-DIAS-ATRASO EQUAL ZEROS
                   MOVE 1             TO WS-IND-FAIXA
                WHEN WS-DIAS-ATRASO NOT GREATER 30
                   MOVE 2             TO WS-IND-FAIXA
                WHEN WS-DIAS-ATRASO NOT GREATER 60
                   MOVE 3             TO WS-IND-FAIXA
                WHEN WS-DIAS-ATRASO NOT GREATER 90
                   MOVE 4             TO WS-IND-FAIXA
                WHEN OTHER
                   MOVE 5             TO WS-IND-FAIXA
            END-EVALUATE

            ADD WS-VLR-ITEM           TO WS-VLR-FAIXA (WS-IND-FAIXA)
            ADD WS-VLR-ITEM           TO LK-VLR-ABERTO

            IF WS-DIAS-ATRASO GREATER WS-DIAS-LIMITE
               ADD WS-VLR-ITEM        TO WS-VLR-RETENCAO
            END-IF

            IF WS-QTD-ITENS LESS 50
               ADD 1                  TO WS-QTD-ITENS
               MOVE ID-FATURA         TO WS-TAB-FAT  (WS-QTD-ITENS)
               MOVE NUM-PAR           TO WS-TAB-PAR  (WS-QTD-ITENS)
               MOVE WS-DATA-VENC      TO WS-TAB-VENC (WS-QTD-ITENS)
               MOVE WS-DIAS-ATRASO    TO WS-TAB-DIAS (WS-QTD-ITENS)
               MOVE WS-VLR-ITEM       TO WS-TAB-VLR  (WS-QTD-ITENS)
            END-IF
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   MOSTRA A DIVIDA EM ABERTO ITEM A ITEM E OS TOTAIS POR FAIXA
      *----------------------------------------------------------------
       P040-EXIBE-DIVIDA.

            DISPLAY " "
            DISPLAY "*** CLIENTE COM DIVIDA VENCIDA HA MAIS DE "
                    WS-DIAS-LIMITE " DIAS ***"
            DISPLAY "FATURA PARC VENCIMENTO  ATRASO       SALDO"

            MOVE ZEROS                TO WS-IND-PARC
            PERFORM P041-EXIBE-ITEM THRU P041-FIM
               UNTIL WS-IND-PARC NOT LESS WS-QTD-ITENS

            DISPLAY " "
            DISPLAY "SALDO EM ABERTO POR FAIXA DE ATRASO:"

            MOVE ZEROS                TO WS-IND-FAIXA
            PERFORM P042-EXIBE-FAIXA THRU P042-FIM
               UNTIL WS-IND-FAIXA NOT LESS 5

            MOVE LK-VLR-ABERTO        TO WS-VLR-TOT-ED
            DISPLAY "  TOTAL EM ABERTO.....: " WS-VLR-TOT-ED
            MOVE WS-VLR-RETENCAO      TO WS-VLR-TOT-ED
            DISPLAY "  VENCIDO ALEM DO PRAZO: " WS-VLR-TOT-ED
            .
       P040-FIM.
       P041-EXIBE-ITEM.

            ADD 1                     TO WS-IND-PARC

            MOVE WS-TAB-VLR (WS-IND-PARC) TO WS-VLR-ED

            DISPLAY "  " WS-TAB-FAT (WS-IND-PARC)
                    "   " WS-TAB-PAR (WS-IND-PARC)
                    "  " WS-TAB-VENC (WS-IND-PARC)
                    "  " WS-TAB-DIAS (WS-IND-PARC)
                    "  " WS-VLR-ED
            .
       P041-FIM.
       P042-EXIBE-FAIXA.

            ADD 1                     TO WS-IND-FAIXA

            MOVE WS-VLR-FAIXA (WS-IND-FAIXA) TO WS-VLR-TOT-ED

            DISPLAY "  " WS-DESC-FAIXA (WS-IND-FAIXA)
                    "..........: " WS-VLR-TOT-ED
            .
       P042-FIM.
       END PROGRAM PGMDIVCK.
