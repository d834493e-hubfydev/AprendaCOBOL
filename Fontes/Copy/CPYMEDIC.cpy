      *          MANTIDO PELO PGMMED01 E USADO PELO RECEITUARIO
      *          (PGMREC01) PARA CADA LINHA DE PRESCRICAO APONTAR UM
      *          MEDICAMENTO CADASTRADO EM VEZ DE TEXTO LIVRE.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS O PRINCIPIO ATIVO
      *             (PRINC-ATIVO-MED) E A CLASSE TERAPEUTICA
      *             (CLASSE-MED), QUE AGRUPAM OS MEDICAMENTOS PARA A
      *             CONFERENCIA DE ALERGIA E DE DUPLICIDADE DA RECEITA
      *             (PGMMEDCK).
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A LISTA DE CONTROLE
      *             ESPECIAL (LISTA-CTRL-MED: A1 A A3, B1, B2, C1 A C5;
      *             EM BRANCO, VENDA LIVRE). RECEITA COM MEDICAMENTO
      *             CONTROLADO SAI NUMERADA PELO TALONARIO DO
      *             PROFISSIONAL (PGMTALNUM) NO MODELO ESPECIAL.
      ******************************************************************
       01 REG-MEDIC.
          03 ID-MED             PIC 9(04).
          03 INATIVO-MED        PIC X(01) VALUE 'N'.
             88 MED-INATIVO     VALUE 'S'.
             88 MED-ATIVO       VALUE 'N'.
          03 PRINC-ATIVO-MED    PIC X(20) VALUE SPACES.
          03 CLASSE-MED         PIC X(20) VALUE SPACES.
          03 LISTA-CTRL-MED     PIC X(02) VALUE SPACES.
             88 MED-SEM-CONTROLE VALUE SPACES.
             88 LISTA-CTRL-VALIDA VALUE 'A1' 'A2' 'A3' 'B1' 'B2'
                                        'C1' 'C2' 'C3' 'C4' 'C5'.
