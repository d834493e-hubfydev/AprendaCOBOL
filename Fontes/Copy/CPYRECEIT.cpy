      *          EMITIDA PELO PGMREC01 (QUE TAMBEM IMPRIME A VIA DO
      *          PACIENTE) COM AS LINHAS DE MEDICAMENTO EM ARQRECIT
      *          (CPYRECIT); O HISTORICO POR PACIENTE SAI NO PGMREC02.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS O NUMERO DE CONTROLE
      *             DO TALONARIO DO PROFISSIONAL (NUM-CTRL-REC, ZERO NA
      *             RECEITA COMUM) E A LISTA DE CONTROLE ESPECIAL DOS
      *             MEDICAMENTOS DA RECEITA (LISTA-CTRL-REC). BASE DO
      *             LIVRO DE RECEITAS CONTROLADAS (PGMLIVCTL).
      ******************************************************************
       01 REG-RECEIT.
          03 ID-REC             PIC 9(04).
          03 DATA-REC           PIC 9(08).
          03 ID-PROF-REC        PIC 9(04).
          03 QTD-LINHAS-REC     PIC 9(02) VALUE ZEROS.
          03 NUM-CTRL-REC       PIC 9(08) VALUE ZEROS.
             88 RECEITA-COMUM   VALUE ZEROS.
          03 LISTA-CTRL-REC     PIC X(02) VALUE SPACES.
