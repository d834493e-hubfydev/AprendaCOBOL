      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO CABECALHO DO ACORDO DE RENEGOCIACAO DE
      *          DIVIDA: O CLIENTE, O SALDO CONSOLIDADO DAS FATURAS E
      *          PARCELAS EM ABERTO QUE O ACORDO SUBSTITUIU, A ENTRADA
      *          E A QUANTIDADE DE PARCELAS NOVAS, E A FATURA TIPO 'R'
      *          (ID-FAT-ACO) QUE CARREGA A ENTRADA E AS PARCELAS EM
      *          ARQFATPAR. AS FATURAS E PARCELAS ORIGINAIS FICAM EM
      *          ARQACOIT (CPYACOIT). CRIADO PELO PGMACO01; QUITADO OU
      *          ROMPIDO PELO PGMACO02, QUE GRAVA A DATA DO ROMPIMENTO
      *          E O SALDO QUE VOLTOU A VENCIDO.
      ******************************************************************
       01 REG-ACORDO.
          03 ID-ACORDO          PIC 9(04).
          03 ID-CLI-ACO         PIC 9(04).
          03 DATA-ACO           PIC 9(08).
          03 ID-FAT-ACO         PIC 9(04).
          03 VLR-DIVIDA-ACO     PIC 9(06)V99.
          03 VLR-ENTRADA-ACO    PIC 9(06)V99.
          03 QTD-PARC-ACO       PIC 9(02).
          03 QTD-ITENS-ACO      PIC 9(02).
          03 STATUS-ACO         PIC X(01) VALUE '1'.
             88 ACORDO-ATIVO    VALUE '1'.
             88 ACORDO-QUITADO  VALUE '2'.
             88 ACORDO-ROMPIDO  VALUE '3'.
          03 LOGIN-ACO          PIC X(10).
          03 DATA-ROMPE-ACO     PIC 9(08) VALUE ZEROS.
          03 VLR-REABERTO-ACO   PIC 9(06)V99 VALUE ZEROS.
