      *          EXAMES DA CLINICA, COMPARTILHADO POR TODOS OS
      *          PROGRAMAS DO MODULO (INCLUIR/ATUALIZAR/CONSULTAR/
      *          EXCLUIR).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO GRUPO-PROC, O GRUPO DE
      *             CARENCIA DO PROCEDIMENTO (CONSULTA, EXAME, ALTA
      *             COMPLEXIDADE, CIRURGIA, TERAPIA). E O INDICE DA
      *             DATA DE FIM DE CARENCIA NA COBERTURA DO PACIENTE
      *             (CAREN-COB DO CPYCOBERT); ZERO = NAO CLASSIFICADO,
      *             SEM CONFERENCIA DE CARENCIA. MIGRACAO UNICA NO
      *             PGMLAYMG2.
      * Manutencao: 15 OUT 2026 - ACRESCENTADO CAPAC-GRUPO-PROC, A
      *             CAPACIDADE DA SESSAO EM GRUPO (PILATES, FISIOTERAPIA
      *             EM GRUPO, CURSO DE GESTANTE, GRUPO DE APOIO): COM 2
      *             OU MAIS, VARIOS PACIENTES OCUPAM O MESMO
      *             PROFISSIONAL, SALA E HORARIO ATE A CAPACIDADE (VEJA
      *             PGMAGE01); ZERO OU 1 = ATENDIMENTO INDIVIDUAL.
      *             MIGRACAO UNICA NO PGMLAYMG2.
      ******************************************************************
       01 REG-PROC.
          03 ID-PROC          PIC 9(04).
          03 INATIVO-PROC     PIC X(01) VALUE 'N'.
             88 PROC-INATIVO  VALUE 'S'.
             88 PROC-ATIVO    VALUE 'N'.
          03 GRUPO-PROC       PIC 9(01) VALUE ZERO.
             88 GRUPO-NAO-CLASSIF VALUE 0.
             88 GRUPO-CONSULTA    VALUE 1.
             88 GRUPO-EXAME       VALUE 2.
             88 GRUPO-ALTA-COMPLEX VALUE 3.
             88 GRUPO-CIRURGIA    VALUE 4.
             88 GRUPO-TERAPIA     VALUE 5.
             88 GRUPO-VALIDO      VALUES 1 THRU 5.
          03 CAPAC-GRUPO-PROC PIC 9(02) VALUE ZEROS.
             88 PROC-INDIVIDUAL   VALUES 0 1.
             88 PROC-EM-GRUPO     VALUES 2 THRU 99.
