      ******************************************************************
      * Copybook: CPYRISCO
      * Purpose: LAYOUT DO RISCO DE FALTA POR CLIENTE (ARQRISCO),
      *          RECALCULADO TODA NOITE PELO PGMRISCO COM O HISTORICO
      *          DOS ULTIMOS 12 MESES: AGENDAMENTOS JA RESOLVIDOS
      *          (REALIZADOS, FALTAS E CANCELADOS), FALTAS,
      *          CANCELAMENTOS TARDIOS (DENTRO DA JANELA DE AVISO DA
      *          POLITICA DE FALTAS, VEJA PGMPOL01) E REMARCACOES, AS
      *          TAXAS E A FAIXA DE RISCO. CLIENTE COM POUCO HISTORICO
      *          FICA COM A FAIXA EM BRANCO. O REGISTRO DE CHAVE ZERO
      *          GUARDA AS TAXAS DA CLINICA TODA, USADAS NO LUGAR DAS
      *          DO CLIENTE SEM HISTORICO (PGMRISCK).
      ******************************************************************
       01 REG-RISCO.
          03 ID-CLI-RIS         PIC 9(04).
          03 DATA-CALC-RIS      PIC 9(08)    VALUE ZEROS.
          03 QTD-BASE-RIS       PIC 9(05)    VALUE ZEROS.
          03 QTD-FALTA-RIS      PIC 9(05)    VALUE ZEROS.
          03 QTD-CANC-TARD-RIS  PIC 9(05)    VALUE ZEROS.
          03 QTD-REMARC-RIS     PIC 9(05)    VALUE ZEROS.
          03 PERC-FALTA-RIS     PIC 9(03)V99 VALUE ZEROS.
          03 PERC-CANC-RIS      PIC 9(03)V99 VALUE ZEROS.
          03 FAIXA-RIS          PIC X(01)    VALUE SPACE.
             88 RISCO-SEM-HISTORICO VALUE SPACE.
             88 RISCO-BAIXO     VALUE 'B'.
             88 RISCO-MEDIO     VALUE 'M'.
             88 RISCO-ALTO      VALUE 'A'.
