      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO ITEM DO ACORDO DE RENEGOCIACAO: UMA FATURA
      *          A VISTA (NUM-PAR-ACO-IT ZEROS) OU UMA PARCELA DE
      *          FATURA PARCELADA QUE O ACORDO SUBSTITUIU, COM O SALDO
      *          EM ABERTO NA DATA DO ACORDO. CHAVEADO POR ACORDO E
      *          SEQUENCIA. VEJA CPYACORDO E PGMACO01.
      ******************************************************************
       01 REG-ACOIT.
          03 CHAVE-ACOIT.
             05 ID-ACO-IT        PIC 9(04).
             05 SEQ-ACO-IT       PIC 9(02).
          03 ID-FAT-ACO-IT       PIC 9(04).
          03 NUM-PAR-ACO-IT      PIC 9(02).
          03 VLR-ACO-IT          PIC 9(06)V99.
