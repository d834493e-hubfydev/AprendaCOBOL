      ******************************************************************
      * Copybook: CPYTALAO
      * Purpose: LAYOUT DO TALONARIO DE RECEITAS DE CONTROLE ESPECIAL
      *          (ARQTALAO): UM TALONARIO EM USO POR PROFISSIONAL, COM A
      *          FAIXA DE NUMERACAO DAS FOLHAS E A ULTIMA JA USADA.
      *          MANTIDO PELO PGMTAL01; A PROXIMA FOLHA E TIRADA PELO
      *          PGMTALNUM NA EMISSAO DA RECEITA (PGMREC01).
      ******************************************************************
       01 REG-TALAO.
          03 ID-PROF-TAL         PIC 9(04).
          03 NUM-INI-TAL         PIC 9(08).
          03 NUM-FIM-TAL         PIC 9(08).
          03 ULT-NUM-TAL         PIC 9(08) VALUE ZEROS.
          03 DATA-CAD-TAL        PIC 9(08) VALUE ZEROS.
          03 LOGIN-TAL           PIC X(10) VALUE SPACES.
