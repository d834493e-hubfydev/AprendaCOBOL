      ******************************************************************
      * Copybook: CPYRESEST
      * Purpose: LAYOUT DA RESERVA DE ESTOQUE PARA ATENDIMENTO AGENDADO
      *          (ARQRESEST): UM REGISTRO POR ITEM X AGENDAMENTO, COM A
      *          QUANTIDADE DA LISTA DE CONSUMO (BOM) DO PROCEDIMENTO,
      *          A FILIAL E A DATA DO ATENDIMENTO. A RESERVA NASCE
      *          ATIVA NA MARCACAO/CONFIRMACAO/REMARCACAO, E BAIXADA
      *          COMO CONSUMIDA QUANDO O ATENDIMENTO E REALIZADO E
      *          LIBERADA NO CANCELAMENTO OU NA FALTA. MANTIDA PELO
      *          PGMRESAGE; SALDO DISPONIVEL CALCULADO PELO PGMRESDSP.
      ******************************************************************
       01 REG-RESEST.
          03 CHAVE-RES.
             05 ID-ESTQ-RES      PIC 9(04).
             05 ID-AGE-RES       PIC 9(08).
          03 FILIAL-RES          PIC 9(02) VALUE ZEROS.
          03 DATA-RES            PIC 9(08) VALUE ZEROS.
          03 QTD-RES             PIC 9(06) VALUE ZEROS.
          03 STATUS-RES          PIC X(01) VALUE 'A'.
             88 RES-ATIVA            VALUE 'A'.
             88 RES-CONSUMIDA        VALUE 'C'.
             88 RES-LIBERADA         VALUE 'L'.
          03 DATA-ATU-RES        PIC 9(08) VALUE ZEROS.
