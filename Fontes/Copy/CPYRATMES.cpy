      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO RESULTADO DO RATEIO MENSAL (ARQRATMES): UMA
      *          PARCELA POR TITULO COMPARTILHADO E FILIAL QUE RECEBEU
      *          PARTE DA DESPESA, COM A FILIAL DONA DO TITULO, O
      *          CRITERIO APLICADO, O PERCENTUAL EFETIVO E O VALOR.
      *          GRAVADO PELO PGMRAT02 (QUE APAGA E REFAZ A
      *          COMPETENCIA A CADA RODADA) E LIDO PELO DRE MENSAL
      *          (PGMDRE) PARA O RESULTADO DE CADA FILIAL DEPOIS DO
      *          RATEIO.
      ******************************************************************
       01 REG-RATMES.
          03 CHAVE-RTM.
             05 COMP-RTM         PIC 9(06).
             05 ID-PAGAR-RTM     PIC 9(04).
             05 FILIAL-RTM       PIC 9(02).
          03 FILIAL-ORIG-RTM     PIC 9(02).
          03 ID-CAT-RTM          PIC 9(03).
          03 CRITERIO-RTM        PIC X(01).
          03 PERC-RTM            PIC 9(03)V99.
          03 VLR-RTM             PIC 9(08)V99.
          03 DATA-PROC-RTM       PIC 9(08).
