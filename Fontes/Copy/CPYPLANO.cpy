      ******************************************************************
      * Copybook: CPYPLANO
      * Purpose: LAYOUT DO PLANO TERAPEUTICO (ARQPLANO): TRATAMENTO DE
      *          VARIAS SESSOES DE UM PACIENTE (FISIOTERAPIA,
      *          FONOAUDIOLOGIA, PSICOLOGIA...) COM O PROFISSIONAL
      *          RESPONSAVEL, O PROCEDIMENTO DAS SESSOES (ZEROS =
      *          QUALQUER PROCEDIMENTO DO PROFISSIONAL), O CID, O
      *          PACOTE QUE O PAGA (ARQPACOTE, ZEROS = SEM PACOTE), AS
      *          SESSOES PREVISTAS, A FREQUENCIA SEMANAL E ATE TRES
      *          LINHAS DE OBJETIVOS. MANTIDO PELO PGMPLT01; OS
      *          CONTADORES DE SESSOES REALIZADAS E FALTAS E A DATA DA
      *          ULTIMA SESSAO SAO ATUALIZADOS PELO PGMPLTVIN A CADA
      *          ATENDIMENTO VINCULADO (EVOLUCOES EM CPYEVOL).
      ******************************************************************
       01 REG-PLANO.
          03 ID-PLANO              PIC 9(06).
          03 ID-CLI-PLANO          PIC 9(04).
          03 ID-PROF-PLANO         PIC 9(04).
          03 ID-PROC-PLANO         PIC 9(04) VALUE ZEROS.
          03 CID-PLANO             PIC X(05) VALUE SPACES.
          03 ID-PACOTE-PLANO       PIC 9(04) VALUE ZEROS.
             88 PLANO-SEM-PACOTE   VALUE ZEROS.
          03 QTD-SESSOES-PLANO     PIC 9(03) VALUE ZEROS.
          03 FREQ-SEMANA-PLANO     PIC 9(01) VALUE ZEROS.
          03 OBJETIVO-PLANO        PIC X(60) OCCURS 3 TIMES.
          03 DATA-INI-PLANO        PIC 9(08) VALUE ZEROS.
          03 DATA-ENC-PLANO        PIC 9(08) VALUE ZEROS.
          03 STATUS-PLANO          PIC X(01) VALUE 'A'.
             88 PLANO-ATIVO        VALUE 'A'.
             88 PLANO-CONCLUIDO    VALUE 'C'.
             88 PLANO-INTERROMPIDO VALUE 'I'.
          03 QTD-REALIZ-PLANO      PIC 9(03) VALUE ZEROS.
          03 QTD-FALTAS-PLANO      PIC 9(03) VALUE ZEROS.
          03 DATA-ULT-SESSAO-PLANO PIC 9(08) VALUE ZEROS.
          03 SEQ-ULT-EVOL-PLANO    PIC 9(03) VALUE ZEROS.
