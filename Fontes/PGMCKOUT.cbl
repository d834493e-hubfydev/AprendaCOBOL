      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CHECK-OUT DO ATENDIMENTO: FATURAR NA HORA UM
      *          AGENDAMENTO RECEM MARCADO COMO REALIZADO NO PGMAGE05,
      *          SEM ESPERAR O FATURAMENTO NOTURNO (PGMFATURA). O
      *          ATENDIMENTO E PRECIFICADO PELO PGMPRCAGE, COM AS MESMAS
      *          REGRAS DO PGMFATURA (CONVENIO OU CATALOGO, ADICIONAIS
      *          E COPARTICIPACAO), GRAVANDO A FATURA TIPO 'A' COM AS
      *          LINHAS EM ARQFATIT E, HAVENDO COPARTICIPACAO, A FATURA
      *          TIPO 'C' DO PACIENTE. DEVOLVE 'S' QUANDO FATUROU (O
      *          PGMAGE05 MARCA O AGENDAMENTO COMO FATURADO) E O ID DA
      *          FATURA A RECEBER NO CAIXA: A DE ATENDIMENTO PARA O
      *          CLIENTE PARTICULAR, A DE COPARTICIPACAO PARA O CLIENTE
      *          DE CONVENIO, OU ZEROS QUANDO NAO HA NADA A RECEBER.
      *          EXAME PAGO POR EMPRESA CONVENIADA NAO PASSA POR AQUI:
      *          FICA PARA O PGMFATURA E A FATURA MENSAL DA EMPRESA.
      * Manutencao: 15 OUT 2026 - RECEBE O CONVENIO DA COBERTURA
      *             ESCOLHIDA PARA O ATENDIMENTO (ID-CONV-AGE) E O
      *             REPASSA AO PGMPRCAGE; ATENDIMENTO PARTICULAR E O
      *             QUE VEM SEM CONVENIO, E NAO MAIS O CLIENTE SEM
      *             CONVENIO-CLI NO CADASTRO.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCKOUT.
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

           SELECT FATITENS ASSIGN TO
           WS-PATH-ARQFATIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-FATIT
           FILE STATUS  IS WS-FS-FTI.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA.
           COPY CPYFATURA.

       FD FATITENS.
           COPY CPYFATIT.

       WORKING-STORAGE SECTION.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FTI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FTI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FTI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FTI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FTI-EOF
                          WS-FS-OK BY WS-FS-FTI-OK
                          WS-FS BY WS-FS-FTI.

       77 WS-VLR-ATEND        PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-COPART       PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTD-PULADOS      PIC 9(02)  VALUE ZEROS.
       77 WS-PRC-RESULT       PIC X(01)  VALUE SPACES.
          88 PRC-ATEND-OK     VALUE 'S'.
       77 WS-QTD-ITENS-FAT    PIC 9(02)  VALUE ZEROS.
       77 WS-IND-ITEM         PIC 9(02)  COMP.
       01 WS-ITENS-FATURA.
          03 WS-ITEM-FAT OCCURS 11 TIMES.
             05 ITM-PROC      PIC 9(04).
             05 ITM-VLR       PIC 9(06)V99.
       77 WS-CLI-PARTIC       PIC X(01)  VALUE 'S'.
          88 CLIENTE-PARTICULAR VALUE 'S'.
       77 WS-JA-FATURADO      PIC X(01)  VALUE 'N'.
          88 FATURA-JA-EXISTE VALUE 'S'.
       77 WS-EOF-FAT          PIC 9      VALUE 0.
          88 WS-EOF-FAT-OK    VALUE 1 FALSE 0.
       77 WS-ID-FAT-ATEND     PIC 9(04)  VALUE ZEROS.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCKOUT".
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-AGE           PIC 9(08).
       01 LK-ID-CLI           PIC 9(04).
       01 LK-ID-PROC          PIC 9(04).
       01 LK-ID-EMP           PIC 9(04).
       01 LK-ID-CONV          PIC 9(04).
       01 LK-DATA-AGE         PIC 9(08).
       01 LK-ID-FAT-REC       PIC 9(04).
       01 LK-RESULTADO        PIC X(01).
          88 CHECKOUT-FATURADO     VALUE 'S'.
          88 CHECKOUT-NAO-FATURADO VALUE 'N'.

       PROCEDURE DIVISION USING LK-ID-AGE, LK-ID-CLI, LK-ID-PROC,
                                LK-ID-EMP, LK-ID-CONV, LK-DATA-AGE,
                                LK-ID-FAT-REC, LK-RESULTADO.
       MAIN-PROCEDURE.

            SET CHECKOUT-NAO-FATURADO TO TRUE
            MOVE ZEROS                TO LK-ID-FAT-REC

            IF LK-ID-PROC EQUAL ZEROS
               DISPLAY "AGENDAMENTO SEM PROCEDIMENTO INFORMADO. "
                       "CHECK-OUT NAO FEITO."
               GOBACK
            END-IF

            IF LK-ID-EMP NOT EQUAL ZEROS
               DISPLAY "EXAME PAGO PELA EMPRESA " LK-ID-EMP
                       ". FICA PARA A FATURA MENSAL DA EMPRESA."
               GOBACK
            END-IF

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            CALL "PGMPRCAGE" USING LK-ID-AGE, LK-ID-CLI, LK-ID-PROC,
                                   LK-ID-EMP, LK-ID-CONV,
                                   WS-QTD-ITENS-FAT,
                                   WS-ITENS-FATURA, WS-VLR-ATEND,
                                   WS-VLR-COPART, WS-QTD-PULADOS,
                                   WS-PRC-RESULT

            IF NOT PRC-ATEND-OK
               DISPLAY "PROCEDIMENTO " LK-ID-PROC
                       " NAO ESTA NO CATALOGO. CHECK-OUT NAO FEITO."
               GOBACK
            END-IF

            OPEN I-O FATURA

            IF WS-FS-FAT EQUAL 35
               OPEN OUTPUT FATURA
               CLOSE FATURA
               OPEN I-O FATURA
            END-IF

            OPEN I-O FATITENS

            IF WS-FS-FTI EQUAL 35
               OPEN OUTPUT FATITENS
               CLOSE FATITENS
               OPEN I-O FATITENS
            END-IF

            IF NOT WS-FS-FAT-OK OR NOT WS-FS-FTI-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE FATURAS."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            PERFORM P010-PROCURA-FATURA THRU P010-FIM

            IF FATURA-JA-EXISTE
               DISPLAY "AGENDAMENTO " LK-ID-AGE " JA FATURADO NA "
                       "FATURA " ID-FATURA ". NADA FOI GERADO."
               SET CHECKOUT-FATURADO  TO TRUE
            ELSE
               PERFORM P020-DEFINE-PAGADOR THRU P020-FIM
               PERFORM P030-GERA-FATURA    THRU P030-FIM
            END-IF

            CLOSE FATURA
            CLOSE FATITENS

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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATIT_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQFATIT
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            IF NOT WS-FS-FAT-OK
               CALL "PGMFSMSG" USING WS-FS-FAT, WS-FS-FAT-MSG
               DISPLAY WS-FS-FAT-MSG
            END-IF
            IF NOT WS-FS-FTI-OK
               CALL "PGMFSMSG" USING WS-FS-FTI, WS-FS-FTI-MSG
               DISPLAY WS-FS-FTI-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   PROCURA, ENTRE AS FATURAS DO CLIENTE, FATURA DE ATENDIMENTO
      *   NAO ESTORNADA DO MESMO AGENDAMENTO - O CHECK-OUT REPETIDO NAO
      *   PODE COBRAR O ATENDIMENTO DUAS VEZES
      *----------------------------------------------------------------
       P010-PROCURA-FATURA.

            MOVE 'N'                  TO WS-JA-FATURADO
            SET WS-EOF-FAT-OK         TO FALSE
            MOVE LK-ID-CLI            TO ID-CLI-FAT

            START FATURA KEY IS EQUAL ID-CLI-FAT
                INVALID KEY
                   GO TO P010-FIM
            END-START

            PERFORM P011-LE-FATURA THRU P011-FIM
               UNTIL WS-EOF-FAT-OK OR FATURA-JA-EXISTE
            .
       P010-FIM.
       P011-LE-FATURA.

            READ FATURA NEXT RECORD
                AT END
                   SET WS-EOF-FAT-OK  TO TRUE
                NOT AT END
                   IF ID-CLI-FAT NOT EQUAL LK-ID-CLI
                      SET WS-EOF-FAT-OK TO TRUE
                   ELSE
                      IF ID-AGE-FAT EQUAL LK-ID-AGE
                         AND FAT-ATENDIMENTO
                         AND NOT FATURA-ESTORNADA
                         SET FATURA-JA-EXISTE TO TRUE
                      END-IF
                   END-IF
            END-READ
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   O ATENDIMENTO PARTICULAR PAGA A FATURA TODA; O DE CONVENIO SO
      *   PAGA A COPARTICIPACAO (O RESTO VAI PARA O LOTE)
      *----------------------------------------------------------------
       P020-DEFINE-PAGADOR.

            MOVE 'S'                  TO WS-CLI-PARTIC

            IF LK-ID-CONV NOT EQUAL ZEROS
               MOVE 'N'               TO WS-CLI-PARTIC
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   GRAVA A FATURA DO ATENDIMENTO (TIPO 'A') COM SUAS LINHAS E,
      *   HAVENDO COPARTICIPACAO, A FATURA DO PACIENTE (TIPO 'C')
      *----------------------------------------------------------------
       P030-GERA-FATURA.

            CALL "PGMPROXFT" USING ID-FATURA

            MOVE LK-ID-AGE            TO ID-AGE-FAT
            MOVE LK-ID-CLI            TO ID-CLI-FAT
            MOVE LK-ID-PROC           TO ID-PROC-FAT
            MOVE LK-DATA-AGE          TO DATA-FAT
            MOVE WS-VLR-ATEND         TO VLR-FAT
            SET FATURA-ABERTA         TO TRUE
            SET FAT-ATENDIMENTO       TO TRUE
            MOVE ZEROS                TO ID-LOTE-FAT
                                          VLR-PAGO-FAT
                                          DATA-ESTORNO-FAT
                                          QTD-PARC-FAT
                                          VLR-DESC-FAT
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
            MOVE SPACES               TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT

            WRITE REG-FATURA
                INVALID KEY
                   DISPLAY "JA EXISTE FATURA COM ESTE ID: " ID-FATURA
                   GO TO P030-FIM
            END-WRITE
            MOVE "ARQFATURA"          TO WS-JRN-ARQ
            MOVE 'W'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-FAT, REG-FATURA

            IF NOT WS-FS-FAT-OK
               DISPLAY "ERRO AO GRAVAR A FATURA: " WS-FS-FAT
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P030-FIM
            END-IF

            SET CHECKOUT-FATURADO     TO TRUE
            MOVE ID-FATURA            TO WS-ID-FAT-ATEND

            PERFORM P031-GRAVA-ITEM THRU P031-FIM
               VARYING WS-IND-ITEM FROM 1 BY 1
               UNTIL WS-IND-ITEM GREATER WS-QTD-ITENS-FAT

            MOVE "FATURA"             TO WS-AUD-MODULO
            MOVE 'I'                  TO WS-AUD-OPER
            MOVE ID-FATURA            TO WS-AUD-CHAVE
            MOVE "VALOR"              TO WS-AUD-CAMPO
            MOVE SPACES               TO WS-AUD-ANTES
            MOVE VLR-FAT              TO WS-AUD-VLR-ED
            MOVE WS-AUD-VLR-ED        TO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS

            DISPLAY "FATURA " ID-FATURA " DO ATENDIMENTO GERADA. "
                    "VALOR: " VLR-FAT

            IF CLIENTE-PARTICULAR
               MOVE ID-FATURA         TO LK-ID-FAT-REC
            END-IF

            IF WS-VLR-COPART GREATER ZEROS
               PERFORM P032-GERA-FAT-COPART THRU P032-FIM
            END-IF

            IF LK-ID-FAT-REC EQUAL ZEROS
               DISPLAY "ATENDIMENTO COBERTO PELO CONVENIO. NADA A "
                       "RECEBER NO CAIXA."
            END-IF
            .
       P030-FIM.
       P031-GRAVA-ITEM.

            MOVE WS-ID-FAT-ATEND      TO ID-FAT-IT
            MOVE WS-IND-ITEM          TO SEQ-FAT-IT
            MOVE ITM-PROC (WS-IND-ITEM) TO ID-PROC-FT
            MOVE ITM-VLR (WS-IND-ITEM)  TO VLR-FAT-IT

            WRITE REG-FATIT
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR ITEM DA FATURA."
            END-WRITE
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   FATURA DE COPARTICIPACAO DO PACIENTE (TIPO 'C'), RECEBIDA
      *   LOGO EM SEGUIDA NO CAIXA
      *----------------------------------------------------------------
       P032-GERA-FAT-COPART.

            CALL "PGMPROXFT" USING ID-FATURA

            MOVE LK-ID-AGE            TO ID-AGE-FAT
            MOVE LK-ID-CLI            TO ID-CLI-FAT
            MOVE LK-ID-PROC           TO ID-PROC-FAT
            MOVE LK-DATA-AGE          TO DATA-FAT
            MOVE WS-VLR-COPART        TO VLR-FAT
            SET FATURA-ABERTA         TO TRUE
            SET FAT-COPART            TO TRUE
            MOVE ZEROS                TO ID-LOTE-FAT
                                          VLR-PAGO-FAT
                                          DATA-ESTORNO-FAT
                                          QTD-PARC-FAT
                                          VLR-DESC-FAT
                                          ID-BOL-FAT
                                          NUM-RPS-FAT
                                          NUM-NFSE-FAT
                                          ID-FAT-ORIG-FAT
                                          NUM-PAR-ORIG-FAT
                                          DATA-MORA-FAT
                                          ID-ACORDO-FAT
            MOVE SPACES               TO MOTIVO-ESTORNO-FAT
                                          LOGIN-ESTORNO-FAT

            WRITE REG-FATURA
                INVALID KEY
                   DISPLAY "JA EXISTE FATURA COM ESTE ID: " ID-FATURA
                NOT INVALID KEY
                   MOVE "ARQFATURA"          TO WS-JRN-ARQ
                   MOVE 'W'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS-FAT,
                                          REG-FATURA
                   DISPLAY "FATURA DE COPARTICIPACAO " ID-FATURA
                           " GERADA (PARTE DO PACIENTE: "
                           WS-VLR-COPART ")."
                   IF NOT CLIENTE-PARTICULAR
                      MOVE ID-FATURA  TO LK-ID-FAT-REC
                   END-IF
            END-WRITE
            .
       P032-FIM.
       END PROGRAM PGMCKOUT.
