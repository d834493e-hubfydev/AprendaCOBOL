      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA REGRA DE RETENCAO DE TRIBUTOS NA FONTE POR
      *          FORNECEDOR DE SERVICO E CODIGO DO SERVICO (ITEM DA
      *          LISTA DE SERVICOS DA LC 116 - LABORATORIO, LIMPEZA,
      *          CONTABILIDADE, PROFISSIONAL PJ...): ALIQUOTAS DE ISS,
      *          IRRF, PIS, COFINS E CSLL A RETER NO PAGAMENTO.
      *          MANTIDA PELO PGMRET01, APLICADA AO TITULO PELO
      *          PGMRETEN (INCLUSAO NO PGMPAG01) E TOTALIZADA PARA AS
      *          GUIAS NO PGMRET02.
      ******************************************************************
       01 REG-RETENC.
          03 CHAVE-RET.
             05 ID-FORN-RET      PIC 9(04).
             05 COD-SERV-RET     PIC 9(04).
          03 DESCR-SERV-RET      PIC X(30).
          03 PERC-ISS-RET        PIC 9(02)V99.
          03 PERC-IRRF-RET       PIC 9(02)V99.
          03 PERC-PIS-RET        PIC 9(02)V99.
          03 PERC-COFINS-RET     PIC 9(02)V99.
          03 PERC-CSLL-RET       PIC 9(02)V99.
          03 DATA-CAD-RET        PIC 9(08).
          03 INATIVO-RET         PIC X(01) VALUE 'N'.
             88 RET-INATIVA      VALUE 'S'.
             88 RET-ATIVA        VALUE 'N'.
