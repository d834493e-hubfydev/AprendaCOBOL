      * Manutencao: 02 SET 2026 - ACRESCENTADA A OPCAO DE PARAMETROS
      *             DO NEGOCIO (PGMPAR01, SO ADMINISTRADOR); SAIR
      *             PASSOU DE 15 PARA 16.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE CONTABILIDADE
      *             (PGMCONTAB); SAIR PASSOU DE 16 PARA 17.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: O MENU EXIBE E
      *             ACEITA APENAS AS OPCOES QUE O PERFIL DO
      *             OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMENU01.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9(02).
           COPY CPYPERMCK.
       77 WS-LOGIN-OK           PIC X(01) VALUE 'N'.
          88 LOGIN-OK           VALUE 'S'.
       PROCEDURE DIVISION.

            IF LOGIN-OK
               CALL "PGMPAINEL"
               MOVE "MENU01"             TO PERM-MODULO
               MOVE ZEROS                TO PERM-OPCAO
               CALL "PGMPERMCK" USING PERMCK-PARM

               PERFORM UNTIL WS-OPCAO EQUAL 17
                  PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
                  PERFORM P020-VALIDA            THRU  P020-FIM
               END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*********     SISTEMA DE CLINICA    ************"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - CLIENTES"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - FORNECEDORES"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - AGENDA"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - PROCEDIMENTOS/EXAMES"
            END-IF
            IF PERM-OPC-LIBERADA (5)
               DISPLAY "* 5 - FECHAMENTO DO DIA"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - ESTOQUE DE CONSUMIVEIS"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - CONVENIOS"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - FILIAIS"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - PROFISSIONAIS"
            END-IF
            IF PERM-OPC-LIBERADA (10)
               DISPLAY "* 10 - SALAS"
            END-IF
            IF PERM-OPC-LIBERADA (11)
               DISPLAY "* 11 - CAIXA"
            END-IF
            IF PERM-OPC-LIBERADA (12)
               DISPLAY "* 12 - ORCAMENTOS"
            END-IF
            IF PERM-OPC-LIBERADA (13)
               DISPLAY "* 13 - CONTAS A PAGAR"
            END-IF
            IF PERM-OPC-LIBERADA (14)
               DISPLAY "* 14 - USUARIOS (ADMINISTRADOR)"
            END-IF
            IF PERM-OPC-LIBERADA (15)
               DISPLAY "* 15 - PARAMETROS (ADMINISTRADOR)"
            END-IF
            IF PERM-OPC-LIBERADA (16)
               DISPLAY "* 16 - CONTABILIDADE"
            END-IF
            DISPLAY "* 17 - SAIR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

      *----------------------------------------------------------------
       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 17
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-CLIENTES      THRU P021-FIM
               WHEN 15
                   PERFORM P038-PARAMETROS    THRU P038-FIM
               WHEN 16
                   PERFORM P039-CONTABILIDADE THRU P039-FIM
               WHEN 17
                   PERFORM P024-PROC-FIM      THRU P024-FIM
               WHEN OTHER
                   PERFORM P025-TRATA-ERRO    THRU P025-FIM
            .
       P038-FIM.
      *----------------------------------------------------------------
      *             FAZ A CHAMADA DO MODULO DE CONTABILIDADE
      *----------------------------------------------------------------
       P039-CONTABILIDADE.

            CALL "PGMCONTAB"
            ACCEPT WS-OPCAO
            .
       P039-FIM.
      *----------------------------------------------------------------
      *             PROCEDIMENTOS FINAIS
      *----------------------------------------------------------------
       P024-PROC-FIM.
