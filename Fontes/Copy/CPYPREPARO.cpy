      ******************************************************************
      * Copybook: CPYPREPARO
      * Purpose: LAYOUT DAS INSTRUCOES DE PREPARO DE UM PROCEDIMENTO DO
      *          CATALOGO (ARQPREPARO, CHAVE ID-PROC-PREP): JEJUM EM
      *          HORAS (ZERO = SEM JEJUM), ANTECEDENCIA DE CHEGADA EM
      *          MINUTOS (ZERO = NO HORARIO) E ATE OITO LINHAS DE
      *          TEXTO LIVRE (SUSPENDER MEDICACAO, BEXIGA CHEIA,
      *          TRAZER EXAMES ANTERIORES...). MANTIDO PELO PGMPREP01 E
      *          LIDO PELO PGMPREPCK, QUE JUNTA O PREPARO DE TODOS OS
      *          PROCEDIMENTOS DO ATENDIMENTO.
      ******************************************************************
       01 REG-PREPARO.
          03 ID-PROC-PREP        PIC 9(04).
          03 JEJUM-HORAS-PREP    PIC 9(02).
          03 ANTECED-MIN-PREP    PIC 9(03).
          03 LINHA-PREP          PIC X(60) OCCURS 8 TIMES.
          03 DATA-ATU-PREP       PIC 9(08).
