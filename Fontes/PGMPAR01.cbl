      *          OPERADOR COM PERFIL DE ADMINISTRADOR ENTRA, E CADA
      *          ALTERACAO FICA NA TRILHA DE AUDITORIA (PGMAUDIT). OS
      *          PROGRAMAS CONSULTAM PELO PGMPARAM.
      * Manutencao: 15 OUT 2026 - A ENTRADA PASSA A SER CONFERIDA PELA
      *             MATRIZ DE PERMISSOES DOS PERFIS DE ACESSO
      *             (PGMPERMCK, OPCAO 15 DO MENU PRINCIPAL); O
      *             ADMINISTRADOR CONTINUA COM ACESSO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPAR01.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-PERFIL-ADMIN     PIC X(01) VALUE 'N'.
          88 PERFIL-ADMIN-OK  VALUE 'S'.
           COPY CPYPERMCK.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
            PERFORM P003-CONFERE-PERFIL   THRU P003-FIM

            IF NOT PERFIL-ADMIN-OK
               DISPLAY "MANUTENCAO DE PARAMETROS NAO PERMITIDA "
                       "PARA O SEU PERFIL."
               GOBACK
            END-IF

            .
       P002-FIM.
      *----------------------------------------------------------------
      *   SO ENTRA QUEM TEM A OPCAO DE PARAMETROS NA MATRIZ DE
      *   PERMISSOES (PGMPERMCK); A SESSAO DA O LOGIN DA AUDITORIA
      *----------------------------------------------------------------
       P003-CONFERE-PERFIL.

               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 15                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF PERM-CONCEDIDA
               SET PERFIL-ADMIN-OK    TO TRUE
            END-IF
            .
       P003-FIM.
       P010-DISPLAY-MENU.
