      ******************************************************************
      * Copybook: CPYREMARC
      * Purpose: PARAMETROS DA REMARCACAO (PGMAGE07). NO MENU DA AGENDA
      *          VAI COM REMARC-MODO EM BRANCO E O PGMAGE07 PERGUNTA O
      *          AGENDAMENTO E O NOVO HORARIO. COM REMARC-MODO = 'I' O
      *          CHAMADOR (REMANEJAMENTO DE BLOQUEIO, PGMBLQREM) JA
      *          INFORMA O AGENDAMENTO E O DESTINO: DATA, HORA,
      *          PROFISSIONAL, SALA E FILIAL (ZEROS = MANTER O ATUAL).
      *          AS CONFERENCIAS SAO AS MESMAS NOS DOIS MODOS; O
      *          RESULTADO VOLTA EM REMARC-RESULTADO, COM O MOTIVO DA
      *          RECUSA EM REMARC-MOTIVO. NA REMARCACAO FEITA, O
      *          AVISO AO PACIENTE PUBLICADO NA CAIXA DE SAIDA VOLTA EM
      *          REMARC-AVISO (MSGPUB-RESULTADO, CPYMSGPUB).
      ******************************************************************
       01 REMARC-PARM.
          03 REMARC-MODO         PIC X(01) VALUE SPACE.
             88 REMARC-INTERATIVA VALUE SPACE.
             88 REMARC-INFORMADA VALUE 'I'.
          03 REMARC-ID-AGE       PIC 9(08) VALUE ZEROS.
          03 REMARC-DATA         PIC 9(08) VALUE ZEROS.
          03 REMARC-HORA         PIC 9(04) VALUE ZEROS.
          03 REMARC-ID-PROF      PIC 9(04) VALUE ZEROS.
          03 REMARC-ID-SALA      PIC 9(02) VALUE ZEROS.
          03 REMARC-FILIAL       PIC 9(02) VALUE ZEROS.
          03 REMARC-RESULTADO    PIC X(01) VALUE 'N'.
             88 REMARC-FEITA     VALUE 'S'.
             88 REMARC-RECUSADA  VALUE 'N'.
          03 REMARC-MOTIVO       PIC X(40) VALUE SPACES.
          03 REMARC-AVISO        PIC X(01) VALUE SPACE.
