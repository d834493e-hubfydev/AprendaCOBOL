      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO LIVRO DIARIO (ARQLANCTB): UM LANCAMENTO DE
      *          PARTIDA DOBRADA (UMA CONTA A DEBITO, UMA A CREDITO, O
      *          MESMO VALOR) POR FATO CONTABILIZADO PELO PGMCTB02. A
      *          CHAVE E A ORIGEM DO FATO - ARQUIVO (F=FATURA,
      *          C=MOVIMENTO DE CAIXA, B=BOLETO, G=GLOSA, P=CONTAS A
      *          PAGAR, E=MOVIMENTO DE ESTOQUE), DOCUMENTO (O ID NOS
      *          ARQUIVOS INDEXADOS, A POSICAO DO REGISTRO NOS
      *          SEQUENCIAIS, QUE SO CRESCEM) E EVENTO - DE MODO QUE A
      *          RODADA NOTURNA PODE VARRER TUDO DE NOVO SEM LANCAR DUAS
      *          VEZES. O BALANCETE E O PGMCTB03 E A EXPORTACAO PARA O
      *          ESCRITORIO CONTABIL E O PGMCTB04.
      ******************************************************************
       01 REG-LANCTB.
          03 CHAVE-LCT.
             05 ORIG-LCT         PIC X(01).
                88 LCT-FATURA    VALUE 'F'.
                88 LCT-CAIXA     VALUE 'C'.
                88 LCT-BOLETO    VALUE 'B'.
                88 LCT-GLOSA     VALUE 'G'.
                88 LCT-PAGAR     VALUE 'P'.
                88 LCT-ESTOQUE   VALUE 'E'.
             05 DOC-LCT          PIC 9(08).
             05 EVT-LCT          PIC X(04).
          03 DATA-LCT            PIC 9(08).
          03 FILIAL-LCT          PIC 9(02).
          03 DEB-LCT             PIC X(12).
          03 CRED-LCT            PIC X(12).
          03 VLR-LCT             PIC 9(08)V99.
          03 HIST-LCT            PIC X(40).
          03 DATA-PROC-LCT       PIC 9(08).
