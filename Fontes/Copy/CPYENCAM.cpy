      ******************************************************************
      * Copybook: CPYENCAM
      * Purpose: LAYOUT DO ENCAMINHAMENTO DO PACIENTE (UM POR CLIENTE X
      *          SEQUENCIA): ENVIADO PELO NOSSO PROFISSIONAL A UM
      *          ESPECIALISTA OU HOSPITAL DE FORA, OU RECEBIDO DE UM
      *          MEDICO DE FORA, COM A ESPECIALIDADE, O MOTIVO, O CID,
      *          A URGENCIA, A DATA E O AGENDAMENTO DE ORIGEM (ENVIADO)
      *          OU O AGENDAMENTO GERADO (RECEBIDO). O ENVIADO FICA
      *          ABERTO ATE CHEGAR A CONTRARREFERENCIA. MANTIDO PELO
      *          PGMENC01 (CARTA NO PGMENCIMP); OS ENVIADOS SEM
      *          CONTRARREFERENCIA SAEM NO PGMENCREL E A FICHA
      *          (PGMFICHA) MOSTRA TODOS OS DO PACIENTE.
      ******************************************************************
       01 REG-ENCAM.
          03 CHAVE-ENCAM.
             05 ID-CLI-ENC       PIC 9(04).
             05 SEQ-ENC          PIC 9(03).
          03 TIPO-ENC            PIC X(01).
             88 ENC-ENVIADO      VALUE 'E'.
             88 ENC-RECEBIDO     VALUE 'R'.
          03 DATA-ENC            PIC 9(08) VALUE ZEROS.
          03 ID-PROF-ENC         PIC 9(04) VALUE ZEROS.
          03 NM-EXT-ENC          PIC X(30) VALUE SPACES.
          03 ESPEC-ENC           PIC X(20) VALUE SPACES.
          03 MOTIVO-ENC          PIC X(60) VALUE SPACES.
          03 CID-ENC             PIC X(05) VALUE SPACES.
          03 URGENCIA-ENC        PIC X(01) VALUE 'E'.
             88 ENC-ELETIVO      VALUE 'E'.
             88 ENC-PRIORITARIO  VALUE 'P'.
             88 ENC-URGENTE      VALUE 'U'.
             88 URGENCIA-VALIDA  VALUE 'E' 'P' 'U'.
          03 ID-AGE-ENC          PIC 9(08) VALUE ZEROS.
             88 ENC-SEM-AGENDA   VALUE ZEROS.
          03 SITUACAO-ENC        PIC X(01) VALUE 'A'.
             88 ENC-ABERTO       VALUE 'A'.
             88 ENC-RETORNADO    VALUE 'R'.
             88 ENC-CANCELADO    VALUE 'C'.
          03 DATA-RET-ENC        PIC 9(08) VALUE ZEROS.
          03 NOTA-RET-ENC        PIC X(60) VALUE SPACES.
          03 LOGIN-ENC           PIC X(10) VALUE SPACES.
