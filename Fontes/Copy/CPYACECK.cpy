      ******************************************************************
      * Copybook: CPYACECK
      * Purpose: PARAMETROS DO CONTROLE DE LEITURA DE DADOS CLINICOS
      *          (PGMACELOG). O CHAMADOR INFORMA O CLIENTE, O TIPO DO
      *          DADO, A CHAVE DO QUE VAI EXIBIR E O PROGRAMA, E SO
      *          EXIBE QUANDO ACK-LIBERADO VOLTA 'S'. A PRIMEIRA
      *          CHAMADA PARA O CLIENTE CONFERE O AGENDAMENTO E, SE
      *          PRECISO, PEDE A JUSTIFICATIVA; AS SEGUINTES NA MESMA
      *          CONSULTA (ACK-ID-CONFERIDO IGUAL AO CLIENTE) SO
      *          REGISTRAM A LEITURA COM A MESMA JUSTIFICATIVA. ZERAR
      *          ACK-ID-CONFERIDO FORCA NOVA CONFERENCIA.
      ******************************************************************
       01 ACECK-PARM.
          03 ACK-ID-CLI         PIC 9(04)    VALUE ZEROS.
          03 ACK-TIPO           PIC X(08)    VALUE SPACES.
          03 ACK-CHAVE          PIC X(12)    VALUE SPACES.
          03 ACK-PROGRAMA       PIC X(10)    VALUE SPACES.
          03 ACK-LIBERADO       PIC X(01)    VALUE 'N'.
             88 ACESSO-LIBERADO VALUE 'S'.
          03 ACK-ID-CONFERIDO   PIC 9(04)    VALUE ZEROS.
          03 ACK-VINCULO        PIC X(01)    VALUE 'N'.
          03 ACK-JUSTIF         PIC X(01)    VALUE 'N'.
          03 ACK-TEXTO-JUSTIF   PIC X(60)    VALUE SPACES.
