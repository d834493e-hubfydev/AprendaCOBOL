      *          PGMALEVIS NO CHECK-IN (PGMCHK01), NO AGENDAMENTO
      *          (PGMAGE01) E NA FICHA (PGMFICHA); ALERTA DE GRAVIDADE
      *          ALTA EXIGE O CIENTE DO OPERADOR.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A SUBSTANCIA DO ALERTA
      *             DE ALERGIA OU DE MEDICACAO (SUBST-ALE): PRINCIPIO
      *             ATIVO OU CLASSE TERAPEUTICA COMO NO CATALOGO DE
      *             MEDICAMENTOS, CONFERIDA EM CADA LINHA DE RECEITA
      *             (PGMMEDCK). EM BRANCO, O ALERTA SO E EXIBIDO.
      ******************************************************************
       01 REG-ALERTA.
          03 CHAVE-ALERTA.
             88 ALERTA-ATIVO     VALUE 'N'.
          03 LOGIN-ALE           PIC X(10) VALUE SPACES.
          03 DATA-ALE            PIC 9(08) VALUE ZEROS.
          03 SUBST-ALE           PIC X(20) VALUE SPACES.
