      ******************************************************************
      * Copybook: CPYVACINA
      * Purpose: LAYOUT DO CATALOGO DE VACINAS (ARQVACINA), MANTIDO
      *          PELO PGMVAC02: NOME, ITEM DE ESTOQUE DA VACINA
      *          (ARQESTQ, COM OS LOTES EM ARQLOTEST) E O ESQUEMA DE
      *          DOSES - QUANTIDADE DE DOSES DO ESQUEMA BASICO, O
      *          INTERVALO EM DIAS DE CADA DOSE PARA A ANTERIOR (A
      *          POSICAO 1 NAO E USADA) E O INTERVALO EM MESES ENTRE
      *          OS REFORCOS (ZERO = SEM REFORCO). VACINA INATIVA NAO
      *          RECEBE APLICACAO NOVA (PGMVAC01).
      ******************************************************************
       01 REG-VACINA.
          03 ID-VACINA           PIC 9(03).
          03 NM-VACINA           PIC X(30).
          03 ID-ESTQ-VACINA      PIC 9(04).
          03 QTD-DOSES-VACINA    PIC 9(01).
          03 INTERVALOS-VACINA.
             05 INTERV-DOSE-VACINA PIC 9(03) OCCURS 5 TIMES.
          03 REFORCO-VACINA      PIC 9(03).
          03 INATIVO-VACINA      PIC X(01) VALUE 'N'.
             88 VACINA-INATIVA   VALUE 'S'.
             88 VACINA-ATIVA     VALUE 'N'.
