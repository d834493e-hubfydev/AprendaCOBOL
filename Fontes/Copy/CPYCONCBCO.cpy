      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA MARCA DE CONCILIACAO BANCARIA DO LADO DO
      *          SISTEMA: UM REGISTRO POR ITEM (DEPOSITO, BOLETO,
      *          CREDITO DE CARTAO OU TITULO PAGO) JA CASADO COM UMA
      *          LINHA DO EXTRATO, CHAVE TIPO + REFERENCIA DO ITEM (OS
      *          MESMOS DE TIPO-CONC-EXT/REF-CONC-EXT EM CPYEXTBCO),
      *          APONTANDO A LINHA DO EXTRATO. ITEM SEM ESTE REGISTRO
      *          ESTA PENDENTE DE CONCILIACAO (PGMEXT02/PGMEXT03).
      ******************************************************************
       01 REG-CONCBCO.
          03 CHAVE-CCB.
             05 TIPO-CCB         PIC X(01).
             05 REF-CCB          PIC X(12).
          03 ID-CTA-CCB          PIC 9(04).
          03 DATA-EXT-CCB        PIC 9(08).
          03 NUM-LANC-CCB        PIC 9(06).
