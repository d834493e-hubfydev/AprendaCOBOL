      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO REPASSE AO PROFISSIONAL, GRAVADO PELO
      *          FECHAMENTO MENSAL DE COMISSOES (PGMCMS02): UM
      *          REGISTRO POR PROFISSIONAL E FECHAMENTO, COM A
      *          COMISSAO DOS ATENDIMENTOS DA COMPETENCIA, AS
      *          DEDUCOES POR ESTORNO OU GLOSA DE ATENDIMENTO JA
      *          REPASSADO, OS CREDITOS POR GLOSA RECUPERADA, O SALDO
      *          DEVEDOR QUE VEIO DO REPASSE ANTERIOR E O LIQUIDO, QUE
      *          VIRA TITULO EM ABERTO NO CONTAS A PAGAR
      *          (ID-PAGAR-REP). LIQUIDO NEGATIVO NAO GERA TITULO: FICA
      *          EM VLR-SALDO-DEV-REP PARA ABATER DO PROXIMO REPASSE.
      ******************************************************************
       01 REG-REPASSE.
          03 ID-REPASSE          PIC 9(04).
          03 ID-PROF-REP         PIC 9(04).
          03 COMP-REP            PIC 9(06).
          03 DATA-REP            PIC 9(08).
          03 QTD-ATEND-REP       PIC 9(04).
          03 VLR-BRUTO-REP       PIC 9(08)V99.
          03 VLR-COMIS-REP       PIC 9(08)V99.
          03 VLR-DEDUC-REP       PIC 9(08)V99.
          03 VLR-CRED-REP        PIC 9(08)V99.
          03 VLR-SALDO-ANT-REP   PIC 9(08)V99.
          03 VLR-LIQ-REP         PIC 9(08)V99.
          03 VLR-SALDO-DEV-REP   PIC 9(08)V99.
             88 REPASSE-SEM-SALDO-DEV VALUE ZEROS.
          03 ID-PAGAR-REP        PIC 9(04).
             88 REPASSE-SEM-TITULO VALUE ZEROS.
