      *             INCLUSAO PELO PGMPAG01) E FILIAL-PAG (A FILIAL
      *             DONA DA DESPESA), PARA O DRE MENSAL (PGMDRE)
      *             ABRIR O GASTO POR CATEGORIA E FILIAL.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO ID-PROF-PAG: O TITULO DE
      *             REPASSE GERADO PELO FECHAMENTO DE COMISSOES
      *             (PGMCMS02) TEM O PROFISSIONAL COMO FAVORECIDO, COM
      *             ID-FORN-PAG EM ZEROS. NOS DEMAIS TITULOS FICA EM
      *             ZEROS (FAVORECIDO E O FORNECEDOR).
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS ID-DFX-PAG (A DESPESA
      *             RECORRENTE QUE GEROU O TITULO, PGMDFX02) E
      *             VLR-ESTIM-PAG (VALOR AINDA ESTIMADO, A CONFIRMAR
      *             QUANDO A CONTA CHEGAR OU NA BAIXA PELO PGMPAG02).
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS O CODIGO DO SERVICO
      *             (REGRA DE RETENCAO EM ARQRETENC), OS TRIBUTOS
      *             RETIDOS NA FONTE (ISS, IRRF, PIS, COFINS E CSLL) E
      *             O VALOR LIQUIDO A PAGAR AO FORNECEDOR. VLR-PAG
      *             SEGUE SENDO O VALOR BRUTO DA NOTA; SEM RETENCAO O
      *             LIQUIDO E IGUAL AO BRUTO.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO RATEIO-PAG: TITULO DE
      *             DESPESA COMPARTILHADA ENTRE FILIAIS (ALUGUEL DA
      *             SEDE, LICENCAS, CONTABILIDADE...), MARCADO NA
      *             INCLUSAO (PGMPAG01) OU DEPOIS NO PGMRAT01. O
      *             RATEIO MENSAL (PGMRAT02) ESPALHA ESSES TITULOS
      *             PELAS FILIAIS CONFORME A REGRA DA CATEGORIA.
      ******************************************************************
       01 REG-PAGAR.
          03 ID-PAGAR           PIC 9(04).
          03 BLOQ-DIV-PAG       PIC X(01) VALUE 'N'.
             88 TITULO-BLOQ-DIVERG VALUE 'S'.
          03 LOGIN-LIB-PAG      PIC X(10) VALUE SPACES.
          03 ID-PROF-PAG        PIC 9(04) VALUE ZEROS.
             88 TITULO-DE-FORNECEDOR VALUE ZEROS.
          03 ID-DFX-PAG         PIC 9(04) VALUE ZEROS.
             88 TITULO-AVULSO   VALUE ZEROS.
          03 VLR-ESTIM-PAG      PIC X(01) VALUE 'N'.
             88 TITULO-VLR-ESTIMADO VALUE 'S'.
          03 COD-SERV-PAG       PIC 9(04) VALUE ZEROS.
             88 TITULO-SEM-RETENCAO VALUE ZEROS.
          03 VLR-ISS-PAG        PIC 9(06)V99 VALUE ZEROS.
          03 VLR-IRRF-PAG       PIC 9(06)V99 VALUE ZEROS.
          03 VLR-PIS-PAG        PIC 9(06)V99 VALUE ZEROS.
          03 VLR-COFINS-PAG     PIC 9(06)V99 VALUE ZEROS.
          03 VLR-CSLL-PAG       PIC 9(06)V99 VALUE ZEROS.
          03 VLR-LIQ-PAG        PIC 9(06)V99 VALUE ZEROS.
          03 RATEIO-PAG         PIC X(01) VALUE 'N'.
             88 TITULO-COMPARTILHADO VALUE 'S'.
             88 TITULO-DA-FILIAL     VALUE 'N'.
