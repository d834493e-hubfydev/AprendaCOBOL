      *             PASSOU DE 5 PARA 6.
      * Manutencao: 22 AGO 2026 - ACRESCENTADA A OPCAO DE FICHA DO
      *             PACIENTE (PGMFICHA); VOLTAR PASSOU DE 6 PARA 7.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE COBERTURAS
      *             DE CONVENIO DO PACIENTE (PGMCOB01); VOLTAR PASSOU
      *             DE 7 PARA 8.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE MENSAGENS AO
      *             PACIENTE (PGMMSG01); VOLTAR PASSOU DE 8 PARA 9.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE OUVIDORIA
      *             (PGMOUV01); VOLTAR PASSOU DE 9 PARA 10 E A OPCAO
      *             PASSOU A 2 DIGITOS.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLIENT.
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
            MOVE 1                    TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "CLIENT"             TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 10
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*********     MODULO DE CLIENTES    ************"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - INCLUIR"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - ATUALIZAR"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - CONSULTAR"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - EXCLUIR"
            END-IF
            IF PERM-OPC-LIBERADA (5)
               DISPLAY "* 5 - HISTORICO DE AGENDAMENTOS"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - FICHA DO PACIENTE"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - COBERTURAS DE CONVENIO"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - MENSAGENS AO PACIENTE"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - OUVIDORIA"
            END-IF
            DISPLAY "* 10 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "


       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 10
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-INCLUSAO      THRU P021-FIM
               WHEN 6
                   PERFORM P028-FICHA         THRU P028-FIM
               WHEN 7
                   PERFORM P029-COBERTURAS    THRU P029-FIM
               WHEN 8
                   PERFORM P030-MENSAGENS     THRU P030-FIM
               WHEN 9
                   PERFORM P031-OUVIDORIA     THRU P031-FIM
               WHEN 10
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
             CALL "PGMFICHA"
            .
       P028-FIM.
       P029-COBERTURAS.

             CALL "PGMCOB01"
            .
       P029-FIM.
       P030-MENSAGENS.

             CALL "PGMMSG01"
            .
       P030-FIM.
       P031-OUVIDORIA.

             CALL "PGMOUV01"
            .
       P031-FIM.
       END PROGRAM PGMCLIENT.
