      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CHAMADAS DO MODULO DE CONTABILIDADE (PLANO DE CONTAS E
      *          EVENTOS, CONTABILIZACAO DOS LANCAMENTOS, BALANCETE
      *          MENSAL POR FILIAL E EXPORTACAO PARA O ESCRITORIO
      *          CONTABIL).
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONTAB.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9.
           COPY CPYPERMCK.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 16                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "CONTAB"             TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 5
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM

            GOBACK
            .
       P010-DISPLAY-MENU.

            DISPLAY "************************************************"
            DISPLAY "*********     SISTEMA DE CLINICA    ************"
            DISPLAY "************************************************"
            DISPLAY "*******    MODULO DE CONTABILIDADE   ***********"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - PLANO DE CONTAS E EVENTOS"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - CONTABILIZAR LANCAMENTOS PENDENTES"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - BALANCETE MENSAL"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - EXPORTAR LANCAMENTOS PARA O CONTADOR"
            END-IF
            DISPLAY "* 5 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO
            .
       P010-FIM.

       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 5
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-PLANO         THRU P021-FIM
               WHEN 2
                   PERFORM P022-CONTABILIZA   THRU P022-FIM
               WHEN 3
                   PERFORM P023-BALANCETE     THRU P023-FIM
               WHEN 4
                   PERFORM P024-EXPORTA       THRU P024-FIM
               WHEN 5
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
            END-EVALUATE
            .
       P020-FIM.
       P021-PLANO.

             CALL "PGMCTB01"
            .
       P021-FIM.
       P022-CONTABILIZA.

             CALL "PGMCTB02"
            .
       P022-FIM.
       P023-BALANCETE.

             CALL "PGMCTB03"
            .
       P023-FIM.
       P024-EXPORTA.

             CALL "PGMCTB04"
            .
       P024-FIM.
       P025-PROC-FIM.

            DISPLAY "RETORNANDO AO MENU PRINCIPAL."
            .
       P025-FIM.
       P026-TRATA-ERRO.

            DISPLAY "OPCAO INVALIDA."
            .
       P026-FIM.
       END PROGRAM PGMCONTAB.
