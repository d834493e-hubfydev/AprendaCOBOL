      *          QUE DEIXOU DE VALER (O HISTORICO FICA) E LISTAR OS
      *          ALERTAS DE UM CLIENTE. A EXIBICAO NO CHECK-IN, NO
      *          AGENDAMENTO E NA FICHA E FEITA PELO PGMALEVIS.
      * Manutencao: 15 OUT 2026 - ALERTA DE ALERGIA OU DE MEDICACAO
      *             PEDE A SUBSTANCIA (PRINCIPIO ATIVO OU CLASSE DO
      *             CATALOGO, EM MAIUSCULAS) CONFERIDA NA EMISSAO DA
      *             RECEITA (PGMMEDCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMALE01.
               GO TO P030-FIM
            END-IF

            MOVE SPACES               TO SUBST-ALE

            IF ALERTA-ALERGIA OR ALERTA-MEDICACAO
               DISPLAY "SUBSTANCIA - PRINCIPIO ATIVO OU CLASSE DO "
                       "CATALOGO (EX.: DIPIRONA, PENICILINA): "
               ACCEPT SUBST-ALE
               INSPECT SUBST-ALE CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
            END-IF

            SET ALERTA-ATIVO          TO TRUE
            MOVE SESSAO-LOGIN         TO LOGIN-ALE
            ACCEPT DATA-ALE FROM DATE YYYYMMDD
