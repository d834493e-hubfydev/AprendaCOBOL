      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DOS EXAMES OCUPACIONAIS A FATURAR PARA A
      *          EMPRESA CONVENIADA: O PGMFATURA GRAVA UM ITEM POR
      *          ATENDIMENTO PAGO PELA EMPRESA, NO LUGAR DA FATURA DO
      *          PACIENTE, E O PGMEMPFAT AGRUPA OS ITENS PENDENTES DO
      *          MES NA FATURA DA EMPRESA, GRAVANDO ID-FAT-EI. O
      *          ARQUIVO E TAMBEM O EXTRATO POR FUNCIONARIO E EXAME
      *          QUE ACOMPANHA A FATURA.
      ******************************************************************
       01 REG-EMPIT.
          03 CHAVE-EMPIT.
             05 ID-EMP-EI        PIC 9(04).
             05 ID-AGE-EI        PIC 9(08).
          03 ID-CLI-EI           PIC 9(04).
          03 DATA-EI             PIC 9(08).
          03 ID-PROC-EI          PIC 9(04).
          03 TIPO-EXO-EI         PIC X(01).
          03 VLR-EI              PIC 9(06)V99.
          03 ID-FAT-EI           PIC 9(04) VALUE ZEROS.
             88 EMPIT-PENDENTE   VALUE ZEROS.
