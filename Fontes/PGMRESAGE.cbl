      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ACERTA AS RESERVAS DE ESTOQUE (ARQRESEST) DE UM
      *          AGENDAMENTO PELA SITUACAO GRAVADA NA AGENDA:
      *            AGENDADO/CONFIRMADO - REFAZ AS RESERVAS PELA LISTA
      *              DE CONSUMO (BOM, ARQPROCINS) DO PROCEDIMENTO, NA
      *              FILIAL E NA DATA DO AGENDAMENTO (COBRE A MARCACAO,
      *              A CONFIRMACAO, A REATIVACAO E A REMARCACAO);
      *            REALIZADO - AS RESERVAS ATIVAS VIRAM CONSUMIDAS (O
      *              DEBITO DO ESTOQUE E O DO PGMAGE05);
      *            CANCELADO/FALTOU - AS RESERVAS ATIVAS SAO LIBERADAS.
      *          CHAMADO DEPOIS DE GRAVAR O AGENDAMENTO. EM LK-FALTA
      *          DEVOLVE 'S' QUANDO ALGUM ITEM RESERVADO FICOU ACIMA DO
      *          SALDO DISPONIVEL DA FILIAL (PGMRESDSP) - O ITEM E
      *          AVISADO NA TELA, MAS A RESERVA FICA GRAVADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRESAGE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT PROCINS ASSIGN TO
           WS-PATH-ARQPROCINS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-PROCINS
           FILE STATUS  IS WS-FS-INS.

           SELECT RESEST ASSIGN TO
           WS-PATH-ARQRESEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-RES
           ALTERNATE RECORD KEY IS ID-AGE-RES WITH DUPLICATES
           FILE STATUS  IS WS-FS-RES.
       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.
       FD PROCINS.
           COPY CPYPROCINS.
       FD RESEST.
           COPY CPYRESEST.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-INS-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-INS-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-INS-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-INS-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-INS-EOF
                          WS-FS-OK BY WS-FS-INS-OK
                          WS-FS BY WS-FS-INS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RES-EOF
                          WS-FS-OK BY WS-FS-RES-OK
                          WS-FS BY WS-FS-RES.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE 0.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-NOVO-STATUS      PIC X(01) VALUE SPACES.
       77 WS-IND              PIC 9(02) VALUE ZEROS.
       77 WS-QTD-ITENS        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FISICO       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-RESERVADA    PIC 9(06) VALUE ZEROS.
       77 WS-QTD-DISPONIVEL   PIC S9(06) VALUE ZEROS.
       77 WS-QTD-ED           PIC -ZZZ.ZZ9.

      *   ITENS COM RESERVA DO AGENDAMENTO (OS QUE JA EXISTIAM, PARA
      *   ACERTAR, E OS GRAVADOS AGORA, PARA CONFERIR O SALDO)
       01 WS-TAB-RESERVAS.
          03 WS-TAB-ID-ESTQ   PIC 9(04) OCCURS 50 TIMES.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-AGE           PIC 9(08).
       01 LK-FALTA            PIC X(01).
          88 RESERVA-SEM-FALTA    VALUE 'N'.
          88 RESERVA-COM-FALTA    VALUE 'S'.

       PROCEDURE DIVISION USING LK-ID-AGE, LK-FALTA.
       MAIN-PROCEDURE.

            SET RESERVA-SEM-FALTA     TO TRUE

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            OPEN INPUT AGENDA

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE LK-ID-AGE            TO ID-AGE
            READ AGENDA
                INVALID KEY
                   CLOSE AGENDA
                   GOBACK
            END-READ

            CLOSE AGENDA

            OPEN I-O RESEST

            IF WS-FS-RES-NAO-EXISTE
               OPEN OUTPUT RESEST
               CLOSE RESEST
               OPEN I-O RESEST
            END-IF

            IF NOT WS-FS-RES-OK
               DISPLAY "ERRO NO ARQUIVO DE RESERVAS DE ESTOQUE: "
                       WS-FS-RES
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GOBACK
            END-IF

            PERFORM P010-LISTA-RESERVAS THRU P010-FIM

            EVALUATE TRUE
                WHEN AGE-AGENDADO
                WHEN AGE-CONFIRMADO
                   PERFORM P020-APAGA-RESERVA THRU P020-FIM
                      VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND GREATER WS-QTD-ITENS
                   PERFORM P030-RESERVA-BOM THRU P030-FIM
                WHEN AGE-REALIZADO
                   MOVE 'C'           TO WS-NOVO-STATUS
                   PERFORM P025-BAIXA-RESERVA THRU P025-FIM
                      VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND GREATER WS-QTD-ITENS
                WHEN AGE-CANCELADO
                WHEN AGE-FALTOU
                   MOVE 'L'           TO WS-NOVO-STATUS
                   PERFORM P025-BAIXA-RESERVA THRU P025-FIM
                      VARYING WS-IND FROM 1 BY 1
                        UNTIL WS-IND GREATER WS-QTD-ITENS
            END-EVALUATE

            CLOSE RESEST

            IF (AGE-AGENDADO OR AGE-CONFIRMADO)
               AND DATA-AGE NOT LESS WS-DATA-HOJE
               PERFORM P040-CONFERE-SALDO THRU P040-FIM
                  VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND GREATER WS-QTD-ITENS
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROCINS_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROCINS
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRESEST_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQRESEST
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            CALL "PGMFSMSG" USING WS-FS-RES, WS-FS-RES-MSG
            DISPLAY WS-FS-RES-MSG
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   SEPARA OS ITENS QUE JA TEM RESERVA DESTE AGENDAMENTO, PELA
      *   CHAVE ALTERNATIVA; O ACERTO E FEITO DEPOIS, PELA CHAVE
      *   PRINCIPAL, PARA NAO MEXER NO ARQUIVO DURANTE A LEITURA
      *----------------------------------------------------------------
       P010-LISTA-RESERVAS.

            MOVE ZEROS                TO WS-QTD-ITENS
            SET WS-EOF-OK             TO FALSE
            MOVE LK-ID-AGE            TO ID-AGE-RES

            START RESEST KEY IS EQUAL ID-AGE-RES
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P011-LE-RESERVA THRU P011-FIM UNTIL WS-EOF-OK
            .
       P010-FIM.
       P011-LE-RESERVA.

            READ RESEST NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P011-FIM
            END-READ

            IF ID-AGE-RES NOT EQUAL LK-ID-AGE
               OR WS-QTD-ITENS NOT LESS 50
               SET WS-EOF-OK          TO TRUE
               GO TO P011-FIM
            END-IF

            ADD 1                     TO WS-QTD-ITENS
            MOVE ID-ESTQ-RES          TO WS-TAB-ID-ESTQ (WS-QTD-ITENS)
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   AGENDAMENTO ATIVO: AS RESERVAS ANTIGAS SAEM (A DATA, A
      *   FILIAL OU O PROCEDIMENTO PODEM TER MUDADO) E SAO REFEITAS
      *----------------------------------------------------------------
       P020-APAGA-RESERVA.

            MOVE WS-TAB-ID-ESTQ (WS-IND) TO ID-ESTQ-RES
            MOVE LK-ID-AGE            TO ID-AGE-RES

            DELETE RESEST RECORD
                INVALID KEY
                   CONTINUE
            END-DELETE
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   REALIZADO OU CANCELADO/FALTA: SO A RESERVA AINDA ATIVA MUDA
      *   DE SITUACAO, GUARDANDO A DATA DO ACERTO
      *----------------------------------------------------------------
       P025-BAIXA-RESERVA.

            MOVE WS-TAB-ID-ESTQ (WS-IND) TO ID-ESTQ-RES
            MOVE LK-ID-AGE            TO ID-AGE-RES

            READ RESEST
                INVALID KEY
                   GO TO P025-FIM
            END-READ

            IF NOT RES-ATIVA
               GO TO P025-FIM
            END-IF

            MOVE WS-NOVO-STATUS       TO STATUS-RES
            MOVE WS-DATA-HOJE         TO DATA-ATU-RES

            REWRITE REG-RESEST
                INVALID KEY
                   DISPLAY "ERRO AO ACERTAR A RESERVA DO ITEM "
                           ID-ESTQ-RES
            END-REWRITE
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   UMA RESERVA ATIVA POR ITEM DA LISTA DE CONSUMO DO
      *   PROCEDIMENTO; A TABELA PASSA A GUARDAR OS ITENS GRAVADOS
      *----------------------------------------------------------------
       P030-RESERVA-BOM.

            MOVE ZEROS                TO WS-QTD-ITENS

            IF ID-PROC-AGE EQUAL ZEROS
               GO TO P030-FIM
            END-IF

            OPEN INPUT PROCINS

            IF NOT WS-FS-INS-OK
               GO TO P030-FIM
            END-IF

            SET WS-EOF-OK             TO FALSE
            MOVE ID-PROC-AGE          TO ID-PROC-INS
            MOVE ZEROS                TO ID-ESTQ-INS

            START PROCINS KEY IS NOT LESS THAN CHAVE-PROCINS
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P031-LE-INSUMO THRU P031-FIM UNTIL WS-EOF-OK

            CLOSE PROCINS
            .
       P030-FIM.
       P031-LE-INSUMO.

            READ PROCINS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P031-FIM
            END-READ

            IF ID-PROC-INS NOT EQUAL ID-PROC-AGE
               SET WS-EOF-OK          TO TRUE
               GO TO P031-FIM
            END-IF

            IF QTD-INS EQUAL ZEROS
               GO TO P031-FIM
            END-IF

            INITIALIZE REG-RESEST
            MOVE ID-ESTQ-INS          TO ID-ESTQ-RES
            MOVE LK-ID-AGE            TO ID-AGE-RES
            MOVE FILIAL-AGE           TO FILIAL-RES
            MOVE DATA-AGE             TO DATA-RES
            MOVE QTD-INS              TO QTD-RES
            SET RES-ATIVA             TO TRUE
            MOVE WS-DATA-HOJE         TO DATA-ATU-RES

            WRITE REG-RESEST
                INVALID KEY
                   DISPLAY "ERRO AO RESERVAR O ITEM " ID-ESTQ-INS
                           " PARA O AGENDAMENTO " LK-ID-AGE
                   GO TO P031-FIM
            END-WRITE

            IF WS-QTD-ITENS LESS 50
               ADD 1                  TO WS-QTD-ITENS
               MOVE ID-ESTQ-INS       TO WS-TAB-ID-ESTQ (WS-QTD-ITENS)
            END-IF
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   COM AS RESERVAS GRAVADAS, O ITEM QUE FICOU COM DISPONIVEL
      *   NEGATIVO NA FILIAL E AVISADO
      *----------------------------------------------------------------
       P040-CONFERE-SALDO.

            CALL "PGMRESDSP" USING WS-TAB-ID-ESTQ (WS-IND), FILIAL-AGE,
                                   WS-QTD-FISICO, WS-QTD-RESERVADA,
                                   WS-QTD-DISPONIVEL

            IF WS-QTD-DISPONIVEL LESS ZEROS
               SET RESERVA-COM-FALTA  TO TRUE
               MOVE WS-QTD-DISPONIVEL TO WS-QTD-ED
               DISPLAY "ATENCAO: ITEM " WS-TAB-ID-ESTQ (WS-IND)
                       " RESERVADO ACIMA DO SALDO DA FILIAL "
                       "(DISPONIVEL: " WS-QTD-ED ")."
            END-IF
            .
       P040-FIM.
       END PROGRAM PGMRESAGE.
