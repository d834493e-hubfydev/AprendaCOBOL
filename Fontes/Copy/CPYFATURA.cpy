      *             CURA QUE A AGENDA RECEBEU NO PGMAGEMIG. TODO
      *             SELECT DO ARQFATURA PRECISA DECLARAR AS TRES
      *             CHAVES.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O TIPO-FAT 'J' DE
      *             ENCARGOS DE MORA (MULTA E JUROS POR ATRASO,
      *             APURADOS PELO PGMMORA NO RECEBIMENTO DO CAIXA OU NO
      *             RETORNO DO BANCO), COM ID-FAT-ORIG-FAT E
      *             NUM-PAR-ORIG-FAT APONTANDO A FATURA (E A PARCELA)
      *             EM ATRASO. DATA-MORA-FAT GUARDA ATE QUANDO A MORA
      *             DA FATURA A VISTA JA FOI COBRADA, PARA A MULTA NAO
      *             SER COBRADA DUAS VEZES E OS JUROS CORREREM SO DALI
      *             EM DIANTE. MIGRACAO UNICA NO PGMLAYMG2.
      * Manutencao: 15 OUT 2026 - ACORDO DE RENEGOCIACAO DE DIVIDA
      *             (PGMACO01, CPYACORDO): A FATURA EM ABERTO ABSORVIDA
      *             PELO ACORDO PASSA A RENEGOCIADA (STATUS '5'), SAI
      *             DO AGING E DA COBRANCA E NAO RECEBE MAIS NO CAIXA.
      *             O SALDO RENEGOCIADO VIRA UMA FATURA NOVA DO TIPO
      *             'R', PARCELADA EM ARQFATPAR (ENTRADA E PARCELAS),
      *             QUE NAO E RECEITA NOVA - SO REPACTUA A DIVIDA.
      *             ID-ACORDO-FAT LIGA AS DUAS PONTAS AO ACORDO.
      *             MIGRACAO UNICA NO PGMLAYMG2.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO O TIPO-FAT 'E', A
      *             FATURA MENSAL DA EMPRESA CONVENIADA (PGMEMPFAT),
      *             QUE JUNTA OS EXAMES OCUPACIONAIS DO MES (ARQEMPIT)
      *             EM NOME DO CLIENTE DE COBRANCA DA EMPRESA
      *             (ID-CLI-EMP), SEM ID-AGE-FAT NEM ID-PROC-FAT.
      ******************************************************************
       01 REG-FATURA.
          03 ID-FATURA        PIC 9(04).
             88 FATURA-PAGA   VALUE '2'.
             88 FATURA-ESTORNADA VALUE '3'.
             88 FATURA-GLOSADA VALUE '4'.
             88 FATURA-RENEGOCIADA VALUE '5'.
          03 ID-LOTE-FAT      PIC 9(04) VALUE ZEROS.
             88 FAT-SEM-LOTE  VALUE ZEROS.
          03 VLR-PAGO-FAT     PIC 9(06)V99 VALUE ZEROS.
             88 FAT-MULTA-FALTA  VALUE 'M'.
             88 FAT-PACOTE       VALUE 'P'.
             88 FAT-COPART       VALUE 'C'.
             88 FAT-MORA         VALUE 'J'.
             88 FAT-ACORDO       VALUE 'R'.
             88 FAT-EMPRESA      VALUE 'E'.
          03 MOTIVO-ESTORNO-FAT PIC X(30) VALUE SPACES.
          03 LOGIN-ESTORNO-FAT  PIC X(10) VALUE SPACES.
          03 DATA-ESTORNO-FAT   PIC 9(08) VALUE ZEROS.
             88 FAT-SEM-RPS     VALUE ZEROS.
          03 NUM-NFSE-FAT       PIC 9(08) VALUE ZEROS.
             88 FAT-SEM-NFSE    VALUE ZEROS.
          03 ID-FAT-ORIG-FAT    PIC 9(04) VALUE ZEROS.
          03 NUM-PAR-ORIG-FAT   PIC 9(02) VALUE ZEROS.
          03 DATA-MORA-FAT      PIC 9(08) VALUE ZEROS.
             88 FAT-SEM-MORA    VALUE ZEROS.
          03 ID-ACORDO-FAT      PIC 9(04) VALUE ZEROS.
             88 FAT-SEM-ACORDO  VALUE ZEROS.
