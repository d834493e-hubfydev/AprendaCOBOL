      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA REGRA DE RATEIO DE DESPESA COMPARTILHADA
      *          ENTRE FILIAIS, UMA POR CATEGORIA DE DESPESA
      *          (ARQCATDESP). O CRITERIO E PERCENTUAL FIXO POR FILIAL
      *          ('P', OS PERCENTUAIS SOMAM 100,00), PROPORCIONAL A
      *          RECEITA DE CADA FILIAL NO MES ('R') OU PROPORCIONAL
      *          AOS ATENDIMENTOS REALIZADOS NO MES ('A'). NOS DOIS
      *          ULTIMOS A LISTA DIZ QUAIS FILIAIS PARTICIPAM (SEM
      *          FILIAL NA LISTA = TODAS AS ATIVAS) E O PERCENTUAL NAO
      *          E USADO. MANTIDA PELO PGMRAT01 E APLICADA AOS TITULOS
      *          MARCADOS COMO COMPARTILHADOS PELO RATEIO MENSAL
      *          (PGMRAT02).
      ******************************************************************
       01 REG-RATEIO.
          03 ID-CAT-RAT          PIC 9(03).
          03 CRITERIO-RAT        PIC X(01) VALUE 'P'.
             88 RAT-PERCENTUAL   VALUE 'P'.
             88 RAT-RECEITA      VALUE 'R'.
             88 RAT-ATENDIMENTO  VALUE 'A'.
             88 RAT-CRITERIO-OK  VALUES 'P' 'R' 'A'.
          03 QTD-FIL-RAT         PIC 9(02) VALUE ZEROS.
             88 RAT-TODAS-FILIAIS VALUE ZEROS.
          03 FIL-RAT OCCURS 20 TIMES.
             05 ID-FIL-RAT       PIC 9(02).
             05 PERC-FIL-RAT     PIC 9(03)V99.
          03 DATA-CAD-RAT        PIC 9(08).
          03 INATIVO-RAT         PIC X(01) VALUE 'N'.
             88 RAT-INATIVA      VALUE 'S'.
             88 RAT-ATIVA        VALUE 'N'.
