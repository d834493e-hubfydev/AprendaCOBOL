      * Purpose: CHAMADAS DO MODULO DE RECEITUARIO (CATALOGO DE
      *          MEDICAMENTOS, EMISSAO DE RECEITA E HISTORICO POR
      *          PACIENTE)
      * Manutencao: 15 OUT 2026 - ACRESCENTADAS AS OPCOES DE TALONARIOS
      *             DE CONTROLE ESPECIAL (PGMTAL01) E DO LIVRO MENSAL DE
      *             RECEITAS CONTROLADAS (PGMLIVCTL); VOLTAR PASSOU DE 4
      *             PARA 6.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRECEIT.

       MAIN-PROCEDURE.

            PERFORM UNTIL WS-OPCAO EQUAL 6
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "* 1 - CATALOGO DE MEDICAMENTOS"
            DISPLAY "* 2 - EMITIR RECEITA"
            DISPLAY "* 3 - HISTORICO POR PACIENTE"
            DISPLAY "* 4 - TALONARIOS DE CONTROLE ESPECIAL"
            DISPLAY "* 5 - LIVRO DE RECEITAS CONTROLADAS"
            DISPLAY "* 6 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

               WHEN 3
                   PERFORM P023-HISTORICO     THRU P023-FIM
               WHEN 4
                   PERFORM P024-TALONARIOS    THRU P024-FIM
               WHEN 5
                   PERFORM P027-LIVRO         THRU P027-FIM
               WHEN 6
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
             CALL "PGMREC02"
            .
       P023-FIM.
       P024-TALONARIOS.

             CALL "PGMTAL01"
            .
       P024-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
            ACCEPT WS-OPCAO
            .
       P026-FIM.
       P027-LIVRO.

             CALL "PGMLIVCTL"
            .
       P027-FIM.
       END PROGRAM PGMRECEIT.
