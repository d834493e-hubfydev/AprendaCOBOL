      *             PASSAM A SE DIRIGIR AO RESPONSAVEL, E A FICHA
      *             (PGMFICHA) MOSTRA O GRUPO FAMILIAR COM OS SALDOS
      *             EM ABERTO DE CADA UM.
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS GESTANTE-CLI, COM A
      *             DATA PREVISTA DO PARTO (DT-PARTO-CLI, ZEROS QUANDO
      *             NAO INFORMADA), E DEFIC-CLI (PESSOA COM
      *             DEFICIENCIA), QUE COM A IDADE (DT-NASC-CLI) DAO A
      *             PRIORIDADE LEGAL DO PACIENTE NA FILA (PGMPRILEI).
      *             ESPACOS VALEM COMO 'N'.
      ******************************************************************
       01 REG-CLI.
          03 ID-CLI          PIC 9(04).
             88 CLI-SEM-RESPONSAVEL VALUE ZEROS.
          03 ID-ORIG-CLI     PIC 9(03) VALUE ZEROS.
             88 CLI-SEM-ORIGEM VALUE ZEROS.
          03 GESTANTE-CLI    PIC X(01) VALUE 'N'.
             88 CLI-GESTANTE VALUE 'S'.
          03 DT-PARTO-CLI    PIC 9(08) VALUE ZEROS.
          03 DEFIC-CLI       PIC X(01) VALUE 'N'.
             88 CLI-DEFICIENTE VALUE 'S'.
