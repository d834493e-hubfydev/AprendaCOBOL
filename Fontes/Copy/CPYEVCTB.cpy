      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA TABELA DE EVENTOS CONTABEIS (ARQEVCTB): PARA
      *          CADA FATO DO NEGOCIO QUE O PGMCTB02 CONTABILIZA, A
      *          CONTA A DEBITAR E A CONTA A CREDITAR DO PLANO DE
      *          CONTAS (ARQPLCTA). OS CODIGOS DE EVENTO SAO FIXOS
      *          (O PGMCTB02 PROCURA POR ELES):
      *            FEMI FATURA EMITIDA         FMOR FATURA DE MORA
      *            FEST ESTORNO DE FATURA      GLOS GLOSA DE CONVENIO
      *            RDIN RECEBIMENTO DINHEIRO   RCAR RECEBIMENTO CARTAO
      *            RPIX RECEBIMENTO PIX        RCHQ RECEBIMENTO CHEQUE
      *            ROUT RECEBIMENTO OUTROS     RDES DESCONTO NO CAIXA
      *            RADT ADIANTAMENTO           BLIQ BOLETO LIQUIDADO
      *            PTIT TITULO A PAGAR         PRET TRIBUTO RETIDO
      *            PPAG PAGAMENTO DE TITULO    CMVC CONSUMO DE MATERIAL
      *          O ESTORNO DE UM RECEBIMENTO NO CAIXA USA O EVENTO DA
      *          FORMA DE PAGAMENTO COM DEBITO E CREDITO TROCADOS.
      *          EVENTO INATIVO OU NAO CADASTRADO NAO GERA LANCAMENTO
      *          (FICA PENDENTE ATE SER CONFIGURADO). MANTIDA PELO
      *          PGMCTB01.
      ******************************************************************
       01 REG-EVCTB.
          03 COD-EVC             PIC X(04).
          03 DESCR-EVC           PIC X(30).
          03 DEB-EVC             PIC X(12).
          03 CRED-EVC            PIC X(12).
          03 INATIVO-EVC         PIC X(01) VALUE 'N'.
             88 EVC-INATIVO      VALUE 'S'.
             88 EVC-ATIVO        VALUE 'N'.
