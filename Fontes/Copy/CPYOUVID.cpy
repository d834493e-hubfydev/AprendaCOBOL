      ******************************************************************
      * Copybook: CPYOUVID
      * Purpose: LAYOUT DA MANIFESTACAO DE OUVIDORIA (RECLAMACAO DO
      *          PACIENTE), UMA POR ID-OUV (SEQUENCIA PGMPROXOU): O
      *          CANAL DE ENTRADA, A CATEGORIA, A FILIAL, O
      *          PROFISSIONAL ENVOLVIDO E O AGENDAMENTO, SE HOUVER, A
      *          DESCRICAO, O PRAZO DE RESPOSTA, O RESPONSAVEL
      *          (LOGIN), A SITUACAO E O TEXTO DA SOLUCAO. ABERTA PELO
      *          PGMOUVABR - NO BALCAO PELO PGMOUV01 E, PARA A NOTA
      *          DETRATORA DA PESQUISA DE SATISFACAO, PELO PGMNPSRET.
      *          O PGMOUVATR LISTA TODO DIA AS ABERTAS FORA DO PRAZO E
      *          O PGMOUVREL DA O RESUMO MENSAL COM O TEMPO MEDIO DE
      *          SOLUCAO.
      ******************************************************************
       01 REG-OUVID.
          03 ID-OUV              PIC 9(08).
          03 ID-CLI-OUV          PIC 9(04) VALUE ZEROS.
          03 DATA-ABERT-OUV      PIC 9(08) VALUE ZEROS.
          03 CANAL-OUV           PIC X(01) VALUE 'B'.
             88 OUV-TELEFONE     VALUE 'T'.
             88 OUV-EMAIL        VALUE 'E'.
             88 OUV-BALCAO       VALUE 'B'.
             88 OUV-NPS          VALUE 'N'.
             88 CANAL-OUV-VALIDO VALUE 'T' 'E' 'B' 'N'.
          03 CATEG-OUV           PIC X(01) VALUE 'A'.
             88 OUV-ATENDIMENTO  VALUE 'A'.
             88 OUV-ATRASO       VALUE 'D'.
             88 OUV-FATURAMENTO  VALUE 'F'.
             88 OUV-CLINICA      VALUE 'C'.
             88 CATEG-OUV-VALIDA VALUE 'A' 'D' 'F' 'C'.
          03 FILIAL-OUV          PIC 9(02) VALUE ZEROS.
          03 ID-PROF-OUV         PIC 9(04) VALUE ZEROS.
          03 ID-AGE-OUV          PIC 9(08) VALUE ZEROS.
          03 DESCR-OUV           PIC X(60) VALUE SPACES.
          03 PRAZO-OUV           PIC 9(08) VALUE ZEROS.
          03 RESP-OUV            PIC X(10) VALUE SPACES.
          03 SITUACAO-OUV        PIC X(01) VALUE 'A'.
             88 OUV-ABERTA       VALUE 'A'.
             88 OUV-EM-ANDAMENTO VALUE 'E'.
             88 OUV-RESOLVIDA    VALUE 'R'.
             88 OUV-PENDENTE     VALUE 'A' 'E'.
          03 DATA-RESOL-OUV      PIC 9(08) VALUE ZEROS.
          03 RESOLUCAO-OUV       PIC X(60) VALUE SPACES.
          03 LOGIN-ABERT-OUV     PIC X(10) VALUE SPACES.
