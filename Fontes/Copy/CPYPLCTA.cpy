      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO PLANO DE CONTAS DA CONTABILIDADE (ARQPLCTA):
      *          CODIGO DA CONTA COMO O ESCRITORIO CONTABIL USA (COM
      *          OS PONTOS, EX. 1.1.01.001), NOME, NATUREZA (A=ATIVO,
      *          P=PASSIVO, L=PATRIMONIO LIQUIDO, R=RECEITA,
      *          D=DESPESA/CUSTO) E INATIVACAO. MANTIDO PELO PGMCTB01;
      *          AS CONTAS SAO AS QUE A TABELA DE EVENTOS (ARQEVCTB)
      *          USA PARA MONTAR OS LANCAMENTOS DO PGMCTB02.
      ******************************************************************
       01 REG-PLCTA.
          03 COD-PLC             PIC X(12).
          03 NM-PLC              PIC X(30).
          03 TIPO-PLC            PIC X(01).
             88 PLC-ATIVO        VALUE 'A'.
             88 PLC-PASSIVO      VALUE 'P'.
             88 PLC-PATRIMONIO   VALUE 'L'.
             88 PLC-RECEITA      VALUE 'R'.
             88 PLC-DESPESA      VALUE 'D'.
             88 PLC-TIPO-VALIDO  VALUE 'A' 'P' 'L' 'R' 'D'.
          03 DATA-CAD-PLC        PIC 9(08).
          03 INATIVO-PLC         PIC X(01) VALUE 'N'.
             88 PLC-INATIVA      VALUE 'S'.
             88 PLC-ATIVA        VALUE 'N'.
