      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO ATENDIMENTO JA REPASSADO: UMA FATURA POR
      *          REGISTRO, COM O REPASSE QUE A PAGOU, O PERCENTUAL
      *          APLICADO, A BASE SOBRE A QUAL A COMISSAO FOI PAGA E
      *          A COMISSAO PAGA ATE AGORA. A FATURA QUE JA ESTA AQUI
      *          NAO E PAGA DE NOVO; SE FOR ESTORNADA OU GLOSADA
      *          DEPOIS, O PGMCMS02 ABATE A DIFERENCA NO PROXIMO
      *          REPASSE E ATUALIZA A BASE (ID-REP-AJ-RI E O REPASSE
      *          DO ULTIMO ACERTO).
      ******************************************************************
       01 REG-REPIT.
          03 ID-FAT-RI           PIC 9(04).
          03 ID-PROF-RI          PIC 9(04).
          03 ID-REP-RI           PIC 9(04).
          03 PERC-RI             PIC 9(03)V99.
          03 VLR-BASE-RI         PIC 9(06)V99.
          03 VLR-COMIS-RI        PIC 9(06)V99.
          03 ID-REP-AJ-RI        PIC 9(04) VALUE ZEROS.
             88 ITEM-SEM-ACERTO  VALUE ZEROS.
