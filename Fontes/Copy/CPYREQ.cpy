      ******************************************************************
      * Copybook: CPYREQ
      * Purpose: LAYOUT DO CABECALHO DA REQUISICAO INTERNA DE MATERIAL
      *          (ARQREQ, UMA POR ID-REQ DA SEQUENCIA PGMPROXRQ): O
      *          CONSUMO QUE NAO SAI PELA FICHA TECNICA DO PROCEDIMENTO
      *          (LIMPEZA, LUVAS DA RECEPCAO, ESCRITORIO,
      *          ESTERILIZACAO). GUARDA A FILIAL, O DESTINO (UMA SALA
      *          DE ARQSALA OU UM DEPARTAMENTO), QUEM PEDIU E QUEM
      *          ENTREGOU, E O TOTAL DAS LINHAS AO CUSTO MEDIO. AS
      *          LINHAS FICAM EM ARQREQIT (CPYREQIT). EMITIDA PELO
      *          PGMREQ01, RESUMIDA POR DESTINO E FILIAL NO PGMREQREL
      *          E LEVADA AO DRE (PGMDRE). O PGMESTMOV LE O DESTINO
      *          DAQUI PARA CARIMBAR O KARDEX DAS SAIDAS 'Q'.
      ******************************************************************
       01 REG-REQ.
          03 ID-REQ              PIC 9(08).
          03 DATA-REQ            PIC 9(08).
          03 FILIAL-REQ          PIC 9(02).
          03 DESTINO-REQ.
             05 TIPO-DEST-REQ    PIC X(01).
                88 REQ-SALA      VALUE 'S'.
                88 REQ-DEPTO     VALUE 'D'.
             05 COD-DEST-REQ     PIC X(02).
             05 ID-SALA-REQ      REDEFINES COD-DEST-REQ
                                 PIC 9(02).
             05 DEPTO-REQ        REDEFINES COD-DEST-REQ.
                07 COD-DEPTO-REQ PIC X(01).
                   88 DEPTO-RECEPCAO      VALUE 'R'.
                   88 DEPTO-ESTERILIZACAO VALUE 'E'.
                   88 DEPTO-LIMPEZA       VALUE 'L'.
                   88 DEPTO-ADMINISTRACAO VALUE 'A'.
                   88 DEPTO-VALIDO        VALUE 'R' 'E' 'L' 'A'.
                07 FILLER        PIC X(01).
          03 QTD-ITENS-REQ       PIC 9(02) VALUE ZEROS.
          03 VLR-TOTAL-REQ       PIC 9(08)V99 VALUE ZEROS.
          03 LOGIN-SOLIC-REQ     PIC X(10) VALUE SPACES.
          03 LOGIN-EMIT-REQ      PIC X(10) VALUE SPACES.
          03 OBS-REQ             PIC X(40) VALUE SPACES.
