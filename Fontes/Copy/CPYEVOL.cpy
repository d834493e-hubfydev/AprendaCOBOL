      ******************************************************************
      * Copybook: CPYEVOL
      * Purpose: LAYOUT DA EVOLUCAO DE SESSAO DO PLANO TERAPEUTICO
      *          (ARQEVOL): UM REGISTRO POR ATENDIMENTO VINCULADO AO
      *          PLANO (CHAVE PLANO + SEQUENCIA), GRAVADO PELO PGMPLTVIN
      *          QUANDO O AGENDAMENTO E MARCADO COMO REALIZADO OU FALTA
      *          (PGMAGE05). O NUMERO DA SESSAO SO VALE PARA AS
      *          REALIZADAS. A NOTA DE EVOLUCAO E ESCRITA PELO
      *          PROFISSIONAL NO PGMPLT01.
      ******************************************************************
       01 REG-EVOL.
          03 CHAVE-EVOL.
             05 ID-PLANO-EVOL      PIC 9(06).
             05 SEQ-EVOL           PIC 9(03).
          03 ID-AGE-EVOL           PIC 9(08).
          03 DATA-EVOL             PIC 9(08).
          03 ID-PROF-EVOL          PIC 9(04).
          03 SITUACAO-EVOL         PIC X(01).
             88 EVOL-REALIZADA     VALUE 'R'.
             88 EVOL-FALTA         VALUE 'F'.
          03 NUM-SESSAO-EVOL       PIC 9(03) VALUE ZEROS.
          03 NOTA-EVOL             PIC X(60) OCCURS 3 TIMES.
          03 DATA-NOTA-EVOL        PIC 9(08) VALUE ZEROS.
          03 LOGIN-EVOL            PIC X(10) VALUE SPACES.
