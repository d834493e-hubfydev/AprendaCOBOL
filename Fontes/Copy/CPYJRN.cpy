      ******************************************************************
      * Copybook: CPYJRN
      * Purpose: LAYOUT DO DIARIO DE ALTERACOES (ARQJRN): UMA IMAGEM
      *          POSTERIOR DE CADA INCLUSAO, ALTERACAO OU EXCLUSAO NOS
      *          ARQUIVOS PRINCIPAIS (CLIENTES, AGENDA, FATURAS,
      *          PARCELAS, MOVIMENTOS DE CAIXA E ESTOQUE), COM DATA,
      *          HORA, PROGRAMA E LOGIN. GRAVADO PELO PGMJRNLOG, VIRADO
      *          A CADA BACKUP DO PGMBKPALL E REAPLICADO PELO PGMBKPRST
      *          SOBRE O ARQUIVO RESTAURADO ATE O MOMENTO ESCOLHIDO.
      ******************************************************************
       01 REG-JRN.
          03 MOMENTO-JRN.
             05 DATA-JRN         PIC 9(06).
             05 HORA-JRN         PIC 9(08).
          03 ARQ-JRN             PIC X(12).
          03 OPER-JRN            PIC X(01).
             88 JRN-INCLUSAO     VALUE 'W'.
             88 JRN-ALTERACAO    VALUE 'R'.
             88 JRN-EXCLUSAO     VALUE 'D'.
          03 PGM-JRN             PIC X(10).
          03 LOGIN-JRN           PIC X(10).
          03 IMAGEM-JRN          PIC X(256).
