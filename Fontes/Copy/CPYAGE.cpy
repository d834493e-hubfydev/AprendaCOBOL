      * Manutencao: 02 SET 2026 - ID-AGE AMPLIADO DE 4 PARA 8
      *             DIGITOS ANTES DA VIRADA DA NUMERACAO, COM
      *             MIGRACAO UNICA DOS ARQUIVOS EXISTENTES (PGMIDMIG).
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS ID-EMP-AGE E
      *             TIPO-EXO-AGE: EMPRESA CONVENIADA QUE PAGA O EXAME
      *             OCUPACIONAL (ZEROS = O PROPRIO PACIENTE) E O TIPO
      *             DO EXAME, INFORMADOS NO PGMAGE01. O PGMFATURA NAO
      *             COBRA ESSES ATENDIMENTOS DO PACIENTE: GRAVA O ITEM
      *             NO ARQEMPIT PARA A FATURA MENSAL DA EMPRESA
      *             (PGMEMPFAT).
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS ID-CONV-AGE E
      *             SEQ-COB-AGE: O CONVENIO E A COBERTURA DO PACIENTE
      *             (ARQCOBERT, VEJA PGMCOB01) ESCOLHIDOS PARA O
      *             ATENDIMENTO NO PGMAGE01. O FATURAMENTO
      *             (PGMPRCAGE), O LOTE (PGMLOTGER) E A ELEGIBILIDADE
      *             (PGMELEGEX) USAM ESTE CONVENIO E NAO MAIS O
      *             CONVENIO-CLI DO CADASTRO. SEQ-COB-AGE ZERADO COM
      *             CONVENIO INFORMADO = PACIENTE SEM COBERTURA
      *             CADASTRADA, ATENDIDO PELO CONVENIO-CLI. MIGRACAO
      *             UNICA NO PGMLAYMG2.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO HORA-FIM-ATD-AGE, O FIM
      *             DO ATENDIMENTO (FINALIZAR NA FILA DO PGMCHK02 OU
      *             REALIZADO NO PGMAGE05). COM O INICIO DO PGMCHK02
      *             DA A DURACAO REAL, COMPARADA COM DURACAO-PROC NO
      *             RELATORIO PGMCHK04. MIGRACAO UNICA NO PGMLAYMG2.
      ******************************************************************
       01 REG-AGE.
          03 ID-AGE           PIC 9(08).
          03 LOGIN-ENC-AGE    PIC X(10) VALUE SPACES.
          03 ID-KIT-AGE       PIC 9(04) VALUE ZEROS.
          03 ID-CIC-AGE       PIC 9(04) VALUE ZEROS.
          03 ID-EMP-AGE       PIC 9(04) VALUE ZEROS.
             88 AGE-SEM-EMPRESA VALUE ZEROS.
          03 TIPO-EXO-AGE     PIC X(01) VALUE SPACE.
             88 EXO-ADMISSIONAL  VALUE 'A'.
             88 EXO-PERIODICO    VALUE 'P'.
             88 EXO-DEMISSIONAL  VALUE 'D'.
             88 EXO-RETORNO      VALUE 'R'.
             88 EXO-MUDANCA      VALUE 'M'.
             88 EXO-VALIDO       VALUES 'A' 'P' 'D' 'R' 'M'.
          03 ID-CONV-AGE      PIC 9(04) VALUE ZEROS.
             88 AGE-PARTICULAR  VALUE ZEROS.
          03 SEQ-COB-AGE      PIC 9(02) VALUE ZEROS.
             88 AGE-SEM-COBERTURA VALUE ZEROS.
          03 HORA-FIM-ATD-AGE PIC 9(04) VALUE ZEROS.
