      *             TESOURARIA (PGMTESOUR); VOLTAR PASSOU DE 6 PARA 7.
      * Manutencao: 02 SET 2026 - ACRESCENTADA A OPCAO DE ADIANTAMENTO
      *             DE CLIENTE (PGMCXA05); VOLTAR PASSOU DE 7 PARA 8.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE ACORDO DE
      *             RENEGOCIACAO DE DIVIDA (PGMACO01); VOLTAR PASSOU DE
      *             8 PARA 9.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE CHEQUE
      *             DEVOLVIDO (PGMCHQ01); VOLTAR PASSOU DE 9 PARA 10.
      * Manutencao: 15 OUT 2026 - O RECEBIMENTO (PGMCXA02) E CHAMADO
      *             COM A FATURA EM ZEROS, PARA PERGUNTAR A FATURA.
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS AS OPCOES DE CONTAS
      *             BANCARIAS (PGMCTA01), PENDENCIAS DA CONCILIACAO
      *             BANCARIA (PGMEXT02) E FECHAMENTO MENSAL DA
      *             CONCILIACAO (PGMEXT03); VOLTAR PASSOU DE 10 PARA 13.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCAIXA.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9(02).
           COPY CPYPERMCK.
       77 WS-ID-FATURA          PIC 9(04) VALUE ZEROS.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 11                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "CAIXA"              TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 13
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*******       MODULO DE CAIXA        ***********"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - ABRIR CAIXA"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - REGISTRAR RECEBIMENTO"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - FECHAR CAIXA (CONFERENCIA)"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - PARCELAR FATURA"
            END-IF
            IF PERM-OPC-LIBERADA (5)
               DISPLAY "* 5 - ESTORNAR RECEBIMENTO"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - BOLETIM DE TESOURARIA"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - RECEBER ADIANTAMENTO DE CLIENTE"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - ACORDO DE RENEGOCIACAO DE DIVIDA"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - CHEQUE DEVOLVIDO"
            END-IF
            IF PERM-OPC-LIBERADA (10)
               DISPLAY "* 10 - CONTAS BANCARIAS"
            END-IF
            IF PERM-OPC-LIBERADA (11)
               DISPLAY "* 11 - CONCILIACAO BANCARIA - PENDENCIAS"
            END-IF
            IF PERM-OPC-LIBERADA (12)
               DISPLAY "* 12 - FECHAMENTO MENSAL DA CONCILIACAO"
            END-IF
            DISPLAY "* 13 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "


       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 13
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-ABERTURA      THRU P021-FIM
               WHEN 7
                   PERFORM P029-ADIANTAMENTO  THRU P029-FIM
               WHEN 8
                   PERFORM P02A-ACORDO        THRU P02A-FIM
               WHEN 9
                   PERFORM P02B-CHEQUE        THRU P02B-FIM
               WHEN 10
                   PERFORM P02C-CONTAS        THRU P02C-FIM
               WHEN 11
                   PERFORM P02D-PENDENCIAS    THRU P02D-FIM
               WHEN 12
                   PERFORM P02E-FECHAMENTO    THRU P02E-FIM
               WHEN 13
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
       P021-FIM.
       P022-RECEBIMENTO.

             CALL "PGMCXA02" USING WS-ID-FATURA
            .
       P022-FIM.
       P023-FECHAMENTO.
             CALL "PGMCXA05"
            .
       P029-FIM.
       P02A-ACORDO.

             CALL "PGMACO01"
            .
       P02A-FIM.
       P02B-CHEQUE.

             CALL "PGMCHQ01"
            .
       P02B-FIM.
       P02C-CONTAS.

             CALL "PGMCTA01"
            .
       P02C-FIM.
       P02D-PENDENCIAS.

             CALL "PGMEXT02"
            .
       P02D-FIM.
       P02E-FECHAMENTO.

             CALL "PGMEXT03"
            .
       P02E-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
