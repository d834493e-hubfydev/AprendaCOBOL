      *          SALAS DE EXAME, EQUIPAMENTOS), COMPARTILHADO POR TODOS
      *          OS PROGRAMAS DO MODULO E USADO PARA VALIDAR A SALA
      *          INFORMADA NO AGENDAMENTO (VEJA PGMAGE01).
      * Manutencao: 15 OUT 2026 - ACRESCENTADO FILIAL-SALA (A FILIAL
      *             ONDE FICA A SALA, PEDIDA NO PGMSAL01/PGMSAL02), PARA
      *             A DEPRECIACAO DOS EQUIPAMENTOS DA SALA (PGMDEP01)
      *             CAIR NA FILIAL CERTA DO DRE MENSAL.
      ******************************************************************
       01 REG-SALA.
          03 ID-SALA          PIC 9(02).
          03 INATIVO-SALA     PIC X(01) VALUE 'N'.
             88 SALA-INATIVA  VALUE 'S'.
             88 SALA-ATIVA    VALUE 'N'.
          03 FILIAL-SALA      PIC 9(02) VALUE ZEROS.
