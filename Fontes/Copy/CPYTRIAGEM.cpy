      *          QUANDO O PGMPRONT01 ABRE O ATENDIMENTO E MARCADA NA
      *          FILA DO DIA (PGMCHK02) PARA SE VER QUEM JA ESTA
      *          TRIADO E AGUARDANDO.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A CLASSIFICACAO DE RISCO:
      *             COR-SUG-TRI E A COR SUGERIDA PELOS SINAIS VITAIS
      *             (PGMCLASRIS) E COR-TRI A COR FINAL, CONFIRMADA OU
      *             AJUSTADA PELA ENFERMAGEM. A FILA DO PGMCHK02 E
      *             ORDENADA PELA COR E O PGMTRI02 MEDE O TEMPO DA
      *             CLASSIFICACAO (HORA-TRI) ATE O ATENDIMENTO.
      ******************************************************************
       01 REG-TRIAGEM.
          03 CHAVE-TRIAGEM.
          03 QUEIXA-TRI          PIC X(60) VALUE SPACES.
          03 HORA-TRI            PIC 9(04) VALUE ZEROS.
          03 LOGIN-TRI           PIC X(10) VALUE SPACES.
          03 COR-TRI             PIC X(01) VALUE SPACES.
             88 COR-VERMELHO     VALUE 'V'.
             88 COR-LARANJA      VALUE 'L'.
             88 COR-AMARELO      VALUE 'A'.
             88 COR-VERDE        VALUE 'G'.
             88 COR-AZUL         VALUE 'B'.
             88 COR-VALIDA       VALUE 'V' 'L' 'A' 'G' 'B'.
             88 SEM-COR          VALUE SPACES.
          03 COR-SUG-TRI         PIC X(01) VALUE SPACES.
