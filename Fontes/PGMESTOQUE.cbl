      *             PARA 7.
      * Manutencao: 22 AGO 2026 - ACRESCENTADA A OPCAO DE INVENTARIO
      *             FISICO (PGMINVENT); VOLTAR PASSOU DE 7 PARA 8.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
      * Manutencao: 02 SET 2026 - ACRESCENTADA A OPCAO DE COTACAO DE
      *             PEDIDO DE COMPRA (PGMCOT01); VOLTAR PASSOU DE 8
      *             PARA 9.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A LISTA DE PEDIDOS DE
      *             COMPRA AGUARDANDO APROVACAO (PGMCMP04); A OPCAO 5
      *             TAMBEM APROVA O PEDIDO; VOLTAR PASSOU DE 10 PARA 11.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A DEVOLUCAO A FORNECEDOR
      *             (PGMDEV01); VOLTAR PASSOU DE 11 PARA 12.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A BAIXA DE ESTOQUE POR
      *             PERDA (PGMPER01); VOLTAR PASSOU DE 12 PARA 13.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A REQUISICAO INTERNA DE
      *             MATERIAL (PGMREQ01); VOLTAR PASSOU DE 13 PARA 14.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESTOQUE.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9(02).
           COPY CPYPERMCK.
       LINKAGE SECTION.
       01 LK-PARMS.
          03 LK-OPCAO              PIC 9.

       MAIN-PROCEDURE.

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 6                    TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "ESTOQUE"            TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 14
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "***  MODULO DE ESTOQUE DE CONSUMIVEIS  *********"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - INCLUIR"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - AJUSTAR ESTOQUE (ENTRADA/SAIDA)"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - CONSULTAR"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - GERAR PEDIDOS DE COMPRA (PONTO DE REPOS.)"
            END-IF
            IF PERM-OPC-LIBERADA (5)
               DISPLAY "* 5 - AJUSTAR/EMITIR/APROVAR PEDIDO DE COMPRA"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - RECEBER ENTREGA DE PEDIDO"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - INVENTARIO FISICO"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - COTACAO DE PEDIDO DE COMPRA"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - TRANSFERENCIA ENTRE FILIAIS"
            END-IF
            IF PERM-OPC-LIBERADA (10)
               DISPLAY "* 10 - PEDIDOS AGUARDANDO APROVACAO"
            END-IF
            IF PERM-OPC-LIBERADA (11)
               DISPLAY "* 11 - DEVOLUCAO A FORNECEDOR"
            END-IF
            IF PERM-OPC-LIBERADA (12)
               DISPLAY "* 12 - BAIXA POR PERDA (VENCIDO/AVARIA)"
            END-IF
            IF PERM-OPC-LIBERADA (13)
               DISPLAY "* 13 - REQUISICAO INTERNA DE MATERIAL"
            END-IF
            DISPLAY "* 14 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "


       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 14
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-INCLUSAO      THRU P021-FIM
               WHEN 9
                   PERFORM P033-TRANSFERENCIA THRU P033-FIM
               WHEN 10
                   PERFORM P034-APROVACOES    THRU P034-FIM
               WHEN 11
                   PERFORM P035-DEVOLUCAO     THRU P035-FIM
               WHEN 12
                   PERFORM P036-PERDA         THRU P036-FIM
               WHEN 13
                   PERFORM P037-REQUISICAO    THRU P037-FIM
               WHEN 14
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
            CALL "PGMTRF01"
            .
       P033-FIM.
       P034-APROVACOES.

            CALL "PGMCMP04"
            .
       P034-FIM.
       P035-DEVOLUCAO.

            CALL "PGMDEV01"
            .
       P035-FIM.
       P036-PERDA.

            CALL "PGMPER01"
            .
       P036-FIM.
       P037-REQUISICAO.

            CALL "PGMREQ01"
            .
       P037-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
