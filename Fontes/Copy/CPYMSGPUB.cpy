      ******************************************************************
      * Copybook: CPYMSGPUB
      * Purpose: PARAMETROS DA PUBLICACAO DE UMA MENSAGEM AO PACIENTE
      *          NA CAIXA DE SAIDA (PGMMSGPUB): O CHAMADOR INFORMA O
      *          TIPO, O PACIENTE E OS PARAMETROS DO MODELO (VEJA
      *          CPYMSGOUT); O PGMMSGPUB ESCOLHE O DESTINATARIO E O
      *          CANAL E DEVOLVE O RESULTADO E O ID DA MENSAGEM.
      *          RESULTADO DIFERENTE DE PUBLICADA QUER DIZER QUE O
      *          PACIENTE NAO SERA AVISADO PELO GATEWAY (A RECEPCAO
      *          DEVE TELEFONAR).
      * Manutencao: 15 OUT 2026 - NOVO TIPO 'VA', DOSE DE VACINA A
      *             VENCER (PGMVACLEM).
      ******************************************************************
       01 MSGPUB-PARM.
          03 MSGPUB-TIPO         PIC X(02)    VALUE SPACES.
             88 MSGPUB-CANCELAMENTO VALUE 'CA'.
             88 MSGPUB-REMARCACAO   VALUE 'RM'.
             88 MSGPUB-EXAME-PRONTO VALUE 'EX'.
             88 MSGPUB-BOLETO       VALUE 'BO'.
             88 MSGPUB-ORCAMENTO    VALUE 'OR'.
             88 MSGPUB-VACINA       VALUE 'VA'.
          03 MSGPUB-ID-CLI       PIC 9(04)    VALUE ZEROS.
          03 MSGPUB-REF          PIC X(10)    VALUE SPACES.
          03 MSGPUB-DATA         PIC 9(08)    VALUE ZEROS.
          03 MSGPUB-HORA         PIC 9(04)    VALUE ZEROS.
          03 MSGPUB-DATA-ANT     PIC 9(08)    VALUE ZEROS.
          03 MSGPUB-HORA-ANT     PIC 9(04)    VALUE ZEROS.
          03 MSGPUB-VALOR        PIC 9(08)V99 VALUE ZEROS.
          03 MSGPUB-TEXTO        PIC X(30)    VALUE SPACES.
          03 MSGPUB-RESULTADO    PIC X(01)    VALUE SPACE.
             88 MSGPUB-PUBLICADA  VALUE 'P'.
             88 MSGPUB-SEM-CONSENT VALUE 'N'.
             88 MSGPUB-SEM-CONTATO VALUE 'X'.
             88 MSGPUB-ERRO       VALUE 'E'.
          03 MSGPUB-ID-MSG       PIC 9(08)    VALUE ZEROS.
