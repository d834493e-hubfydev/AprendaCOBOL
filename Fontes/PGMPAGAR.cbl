      * Manutencao: 02 SET 2026 - ACRESCENTADAS AS OPCOES DE VERBAS DE
      *             DESPESA (PGMVRB01) E VERBA X REALIZADO (PGMVRB02);
      *             VOLTAR PASSOU DE 6 PARA 8.
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS AS OPCOES DE DESPESAS
      *             RECORRENTES (PGMDFX01), GERACAO DOS TITULOS DO MES
      *             (PGMDFX02) E RECORRENTES A VENCER (PGMDFX03);
      *             VOLTAR PASSOU DE 8 PARA 11.
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS AS OPCOES DE REGRAS DE
      *             RETENCAO NA FONTE (PGMRET01) E TRIBUTOS RETIDOS DO
      *             MES (PGMRET02); VOLTAR PASSOU DE 11 PARA 13.
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS AS OPCOES DE REGRAS DE
      *             RATEIO DAS DESPESAS COMPARTILHADAS (PGMRAT01) E
      *             RATEIO DO MES ENTRE AS FILIAIS (PGMRAT02); VOLTAR
      *             PASSOU DE 13 PARA 15.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAGAR.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9(02).
           COPY CPYPERMCK.
       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 13                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "PAGAR"              TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 15
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*******   MODULO DE CONTAS A PAGAR   ***********"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - INCLUIR NOTA DE FORNECEDOR"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - BAIXAR PAGAMENTO"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - POSICAO DOS TITULOS EM ABERTO"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - CATEGORIAS DE DESPESA"
            END-IF
            IF PERM-OPC-LIBERADA (5)
               DISPLAY "* 5 - DRE MENSAL"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - VERBAS DE DESPESA (ORCAMENTO)"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - VERBA X REALIZADO DO MES"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - DESPESAS RECORRENTES"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - GERAR TITULOS DAS RECORRENTES DO MES"
            END-IF
            IF PERM-OPC-LIBERADA (10)
               DISPLAY "* 10 - RECORRENTES A VENCER EM 60 DIAS"
            END-IF
            IF PERM-OPC-LIBERADA (11)
               DISPLAY "* 11 - REGRAS DE RETENCAO NA FONTE"
            END-IF
            IF PERM-OPC-LIBERADA (12)
               DISPLAY "* 12 - TRIBUTOS RETIDOS DO MES (GUIAS)"
            END-IF
            IF PERM-OPC-LIBERADA (13)
               DISPLAY "* 13 - REGRAS DE RATEIO ENTRE FILIAIS"
            END-IF
            IF PERM-OPC-LIBERADA (14)
               DISPLAY "* 14 - RATEIO DAS DESPESAS COMPARTILHADAS "
                       "DO MES"
            END-IF
            DISPLAY "* 15 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "


       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 15
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-INCLUSAO      THRU P021-FIM
               WHEN 7
                   PERFORM P029-VERBA-REAL    THRU P029-FIM
               WHEN 8
                   PERFORM P030-RECORRENTES   THRU P030-FIM
               WHEN 9
                   PERFORM P031-GERA-RECORR   THRU P031-FIM
               WHEN 10
                   PERFORM P032-RECORR-VENC   THRU P032-FIM
               WHEN 11
                   PERFORM P033-RETENCOES     THRU P033-FIM
               WHEN 12
                   PERFORM P034-RETIDOS-MES   THRU P034-FIM
               WHEN 13
                   PERFORM P035-RATEIOS       THRU P035-FIM
               WHEN 14
                   PERFORM P036-RATEIO-MES    THRU P036-FIM
               WHEN 15
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
             CALL "PGMVRB02"
            .
       P029-FIM.
       P030-RECORRENTES.

             CALL "PGMDFX01"
            .
       P030-FIM.
       P031-GERA-RECORR.

             CALL "PGMDFX02"
            .
       P031-FIM.
       P032-RECORR-VENC.

             CALL "PGMDFX03"
            .
       P032-FIM.
       P033-RETENCOES.

             CALL "PGMRET01"
            .
       P033-FIM.
       P034-RETIDOS-MES.

             CALL "PGMRET02"
            .
       P034-FIM.
       P035-RATEIOS.

             CALL "PGMRAT01"
            .
       P035-FIM.
       P036-RATEIO-MES.

             CALL "PGMRAT02"
            .
       P036-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
