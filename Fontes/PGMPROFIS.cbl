      * Author: ANDRE COSTA
      * Date: 09 AGO 2026
      * Purpose: CHAMDAS CRUD DE PROFISSIONAIS
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE ESCALA SEMANAL
      *             DE ATENDIMENTO (PGMESC01). VOLTAR PASSOU DE 9 PARA
      *             10 E A OPCAO PARA DOIS DIGITOS.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPROFIS.
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
            MOVE 9                    TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "PROFIS"             TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 10
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*******     MODULO DE PROFISSIONAIS  ***********"
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
               DISPLAY "* 5 - REGISTROS PROFISSIONAIS"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - VENCIMENTO DE REGISTROS"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - METAS MENSAIS DE PRODUCAO"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - META X REALIZADO DO MES"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - ESCALA SEMANAL DE ATENDIMENTO"
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
               WHEN 8
                   PERFORM P030-META-REAL     THRU P030-FIM
               WHEN 9
                   PERFORM P031-ESCALA        THRU P031-FIM
               WHEN 10
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
            CALL "PGMMET02"
            .
       P030-FIM.
       P031-ESCALA.

            CALL "PGMESC01"
            .
       P031-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
