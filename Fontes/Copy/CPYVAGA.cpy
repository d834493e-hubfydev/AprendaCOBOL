      ******************************************************************
      * Copybook: CPYVAGA
      * Purpose: VAGA ESCOLHIDA NA PESQUISA DE PROXIMA VAGA (PGMPROXVG)
      *          E DEVOLVIDA AO PGMAGE01, QUE A USA NO LUGAR DOS DADOS
      *          DIGITADOS (DATA, HORA, PROFISSIONAL, PROCEDIMENTO E
      *          ADICIONAIS, FILIAL E SALA) E A SUBMETE AS CONFERENCIAS
      *          NORMAIS DA INCLUSAO. CADA CAMPO E ZERADO DEPOIS DE
      *          USADO, PARA UMA NOVA TENTATIVA VOLTAR A PERGUNTAR.
      * Manutencao: 15 OUT 2026 - VAGA-CRITERIO = 'S' FAZ A PESQUISA
      *             USAR OS CRITERIOS JA PREENCHIDOS AQUI (PROCEDIMENTO
      *             E ADICIONAIS, PROFISSIONAL, FILIAL, SALA E DATA
      *             INICIAL) SEM PERGUNTAR, MOSTRANDO SO A PRIMEIRA
      *             VAGA; VAGA-ID-AGE E O AGENDAMENTO QUE ESTA SENDO
      *             REMANEJADO, IGNORADO NA OCUPACAO (PGMBLQREM).
      ******************************************************************
       01 VAGA-PROX.
          03 VAGA-SITUACAO       PIC X(01) VALUE 'N'.
             88 VAGA-ESCOLHIDA   VALUE 'S'.
             88 VAGA-NAO-ESCOLHIDA VALUE 'N'.
          03 VAGA-DATA           PIC 9(08) VALUE ZEROS.
          03 VAGA-HORA           PIC 9(04) VALUE ZEROS.
          03 VAGA-ID-PROF        PIC 9(04) VALUE ZEROS.
          03 VAGA-FILIAL         PIC 9(02) VALUE ZEROS.
          03 VAGA-ID-SALA        PIC 9(02) VALUE ZEROS.
          03 VAGA-ID-PROC        PIC 9(04) VALUE ZEROS.
          03 VAGA-QTD-ADIC       PIC 9(02) VALUE ZEROS.
          03 VAGA-ADICIONAIS.
             05 VAGA-ADIC-PROC   PIC 9(04) OCCURS 10 TIMES.
          03 VAGA-CRITERIO       PIC X(01) VALUE SPACE.
             88 VAGA-CRITERIO-INFORMADO VALUE 'S'.
          03 VAGA-ID-AGE         PIC 9(08) VALUE ZEROS.
