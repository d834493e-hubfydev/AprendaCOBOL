      ******************************************************************
      * Copybook: CPYMSGOUT
      * Purpose: LAYOUT DA CAIXA DE SAIDA DE MENSAGENS AO PACIENTE
      *          (ARQMSGOUT): UM REGISTRO POR EVENTO - CANCELAMENTO
      *          (PGMAGE04, PGMBLQREM), REMARCACAO (PGMAGE07), EXAME
      *          PRONTO (PGMLABRET), BOLETO EMITIDO (PGMBOLGER) E
      *          ORCAMENTO CRIADO (PGMORC01) - GRAVADO PELO PGMMSGPUB
      *          COM O TIPO, O PACIENTE, O DESTINATARIO (O RESPONSAVEL
      *          DO MENOR), O CANAL, O CONTATO E OS PARAMETROS DO
      *          MODELO DA MENSAGEM. SO A PENDENTE VAI PARA O GATEWAY
      *          (PGMMSGEXP); O RETORNO DO GATEWAY (PGMMSGRET) MARCA
      *          ENTREGUE OU FALHOU. QUEM NEGOU COMUNICACOES
      *          (ARQCONSENT) OU NAO TEM TELEFONE NEM E-MAIL FICA
      *          REGISTRADO MAS NUNCA E EXPORTADO.
      * Manutencao: 15 OUT 2026 - NOVO TIPO 'VA', DOSE DE VACINA A
      *             VENCER (PGMVACLEM): REFERENCIA COM A VACINA E A
      *             DOSE, DATA PREVISTA E O NOME DA VACINA NO TEXTO.
      ******************************************************************
       01 REG-MSG.
          03 ID-MSG             PIC 9(08).
          03 TIPO-MSG           PIC X(02).
             88 MSG-CANCELAMENTO VALUE 'CA'.
             88 MSG-REMARCACAO  VALUE 'RM'.
             88 MSG-EXAME-PRONTO VALUE 'EX'.
             88 MSG-BOLETO      VALUE 'BO'.
             88 MSG-ORCAMENTO   VALUE 'OR'.
             88 MSG-VACINA      VALUE 'VA'.
          03 ID-CLI-MSG         PIC 9(04).
          03 ID-DEST-MSG        PIC 9(04).
          03 CANAL-MSG          PIC X(01)    VALUE SPACE.
             88 CANAL-SMS       VALUE 'S'.
             88 CANAL-EMAIL     VALUE 'E'.
             88 CANAL-AMBOS     VALUE 'A'.
          03 DDD-MSG            PIC 9(02)    VALUE ZEROS.
          03 TEL-MSG            PIC 9(09)    VALUE ZEROS.
          03 EMAIL-MSG          PIC X(40)    VALUE SPACES.
          03 NM-DEST-MSG        PIC X(20)    VALUE SPACES.
          03 NM-PAC-MSG         PIC X(20)    VALUE SPACES.
      *   PARAMETROS DO MODELO: REFERENCIA (AGENDAMENTO, PEDIDO DE
      *   EXAME, BOLETO OU ORCAMENTO), DATA/HORA DO EVENTO (NOVO
      *   HORARIO, VENCIMENTO, VALIDADE), HORARIO ANTERIOR, VALOR E
      *   UM TEXTO LIVRE (MOTIVO, NOME DO EXAME)
          03 PARM-MSG.
             05 REF-MSG         PIC X(10)    VALUE SPACES.
             05 DATA-PAR-MSG    PIC 9(08)    VALUE ZEROS.
             05 HORA-PAR-MSG    PIC 9(04)    VALUE ZEROS.
             05 DATA-ANT-MSG    PIC 9(08)    VALUE ZEROS.
             05 HORA-ANT-MSG    PIC 9(04)    VALUE ZEROS.
             05 VALOR-MSG       PIC 9(08)V99 VALUE ZEROS.
             05 TEXTO-MSG       PIC X(30)    VALUE SPACES.
          03 DATA-GER-MSG       PIC 9(08)    VALUE ZEROS.
          03 HORA-GER-MSG       PIC 9(04)    VALUE ZEROS.
          03 STATUS-MSG         PIC X(01)    VALUE 'P'.
             88 MSG-PENDENTE    VALUE 'P'.
             88 MSG-EXPORTADA   VALUE 'E'.
             88 MSG-ENTREGUE    VALUE 'D'.
             88 MSG-FALHOU      VALUE 'F'.
             88 MSG-SEM-CONSENT VALUE 'N'.
             88 MSG-SEM-CONTATO VALUE 'X'.
          03 DATA-EXP-MSG       PIC 9(08)    VALUE ZEROS.
          03 HORA-EXP-MSG       PIC 9(04)    VALUE ZEROS.
          03 DATA-RET-MSG       PIC 9(08)    VALUE ZEROS.
          03 HORA-RET-MSG       PIC 9(04)    VALUE ZEROS.
          03 COD-RET-MSG        PIC X(10)    VALUE SPACES.
