      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA DESPESA RECORRENTE (ALUGUEL, CONDOMINIO,
      *          ENERGIA, INTERNET, LICENCAS, LIMPEZA...): FORNECEDOR,
      *          CATEGORIA DE DESPESA, FILIAL, VALOR FIXO OU ESTIMADO,
      *          DIA DE VENCIMENTO E FIM DO CONTRATO. MANTIDA PELO
      *          PGMDFX01; O PGMDFX02 GERA TODO MES O TITULO DE CONTAS
      *          A PAGAR DE CADA UMA (ULT-COMP-DFX E A ULTIMA
      *          COMPETENCIA JA GERADA) E O PGMDFX03 LISTA OS
      *          CONTRATOS QUE TERMINAM NOS PROXIMOS 60 DIAS.
      ******************************************************************
       01 REG-DESPFIX.
          03 ID-DFX              PIC 9(04).
          03 DESCR-DFX           PIC X(30).
          03 ID-FORN-DFX         PIC 9(04).
          03 ID-CAT-DFX          PIC 9(03).
          03 FILIAL-DFX          PIC 9(02).
          03 VLR-DFX             PIC 9(06)V99.
          03 TIPO-VLR-DFX        PIC X(01) VALUE 'F'.
             88 DFX-VALOR-FIXO   VALUE 'F'.
             88 DFX-VALOR-ESTIMADO VALUE 'E'.
          03 DIA-VENC-DFX        PIC 9(02).
          03 DATA-FIM-DFX        PIC 9(08) VALUE ZEROS.
             88 DFX-SEM-FIM      VALUE ZEROS.
          03 ULT-COMP-DFX        PIC 9(06) VALUE ZEROS.
          03 DATA-CAD-DFX        PIC 9(08).
          03 INATIVO-DFX         PIC X(01) VALUE 'N'.
             88 DFX-INATIVA      VALUE 'S'.
             88 DFX-ATIVA        VALUE 'N'.
