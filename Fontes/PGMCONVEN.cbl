      *             PREVIAS (PGMAUT01); VOLTAR PASSOU DE 6 PARA 7.
      * Manutencao: 02 SET 2026 - ACRESCENTADA A OPCAO DE LIMITES DE
      *             COBERTURA (PGMLIM01); VOLTAR PASSOU DE 7 PARA 8.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE EMPRESAS
      *             CONVENIADAS PARA EXAMES OCUPACIONAIS (PGMEMP01);
      *             VOLTAR PASSOU DE 8 PARA 9.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE PROTOCOLO DE
      *             ENTREGA DE LOTES A OPERADORA (PGMLOTPRT); VOLTAR
      *             PASSOU DE 9 PARA 10 E A OPCAO PARA DOIS DIGITOS.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCONVEN.
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
            MOVE 7                    TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "CONVEN"             TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 10
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*******     MODULO DE CONVENIOS      ***********"
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
               DISPLAY "* 5 - TABELA DE PRECOS POR CONVENIO"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - AUTORIZACOES PREVIAS"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - LIMITES DE COBERTURA"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - EMPRESAS CONVENIADAS "
                       "(EXAMES OCUPACIONAIS)"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - PROTOCOLO DE ENTREGA DE LOTES"
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
               WHEN 7
                   PERFORM P029-LIMITES       THRU P029-FIM
               WHEN 8
                   PERFORM P02A-EMPRESAS      THRU P02A-FIM
               WHEN 9
                   PERFORM P02B-PROTOCOLOS    THRU P02B-FIM
               WHEN 10
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
             CALL "PGMLIM01"
            .
       P029-FIM.
       P02A-EMPRESAS.

             CALL "PGMEMP01"
            .
       P02A-FIM.
       P02B-PROTOCOLOS.

             CALL "PGMLOTPRT"
            .
       P02B-FIM.
       END PROGRAM PGMCONVEN.
