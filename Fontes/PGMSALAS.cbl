      *             EQUIPAMENTOS E MANUTENCAO (PGMEQP01) E DO
      *             RELATORIO DE MANUTENCOES VENCIDAS (PGMEQPREL);
      *             VOLTAR PASSOU DE 5 PARA 7.
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS AS OPCOES DA
      *             DEPRECIACAO MENSAL DOS EQUIPAMENTOS (PGMDEP01) E DO
      *             RELATORIO DO IMOBILIZADO (PGMDEP02); VOLTAR PASSOU
      *             DE 7 PARA 9.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMSALAS.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9.
           COPY CPYPERMCK.
       LINKAGE SECTION.
       01 LK-PARMS.
          03 LK-OPCAO              PIC 9.

       MAIN-PROCEDURE.

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 10                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "SALAS"              TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 9
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*******     MODULO DE SALAS          ***********"
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
               DISPLAY "* 5 - EQUIPAMENTOS E MANUTENCAO"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - MANUTENCOES VENCIDAS"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - DEPRECIACAO MENSAL DOS EQUIPAMENTOS"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - RELATORIO DO IMOBILIZADO"
            END-IF
            DISPLAY "* 9 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "


       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 9
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-INCLUSAO      THRU P021-FIM
               WHEN 6
                   PERFORM P028-MANUT-VENCIDA THRU P028-FIM
               WHEN 7
                   PERFORM P029-DEPRECIACAO   THRU P029-FIM
               WHEN 8
                   PERFORM P030-IMOBILIZADO   THRU P030-FIM
               WHEN 9
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
            CALL "PGMEQPREL"
            .
       P028-FIM.
       P029-DEPRECIACAO.

            CALL "PGMDEP01"
            .
       P029-FIM.
       P030-IMOBILIZADO.

            CALL "PGMDEP02"
            .
       P030-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
