      *          MEDICAMENTO PRESCRITO): MEDICAMENTO DO CATALOGO
      *          (ARQMEDIC), DOSAGEM E DURACAO. GRAVADO PELO PGMREC01
      *          JUNTO COM O CABECALHO DE ARQRECEIT (CPYRECEIT).
      * Manutencao: 15 OUT 2026 - ACRESCENTADOS OS DIAS DE TRATAMENTO
      *             (DIAS-TRAT-IT, 999 = USO CONTINUO), QUE DIZEM ATE
      *             QUANDO A PRESCRICAO ESTA EM ABERTO, E O RESULTADO
      *             DA CONFERENCIA DE ALERGIA E DUPLICIDADE (PGMMEDCK):
      *             LINHA VERIFICADA, TIPO E GRAVIDADE DO CONFLITO E A
      *             LIBERACAO PELO PROFISSIONAL DO CONFLITO GRAVE. A
      *             VIA IMPRESSA SO SAI COM TODAS AS LINHAS VERIFICADAS.
      ******************************************************************
       01 REG-RECIT.
          03 CHAVE-RECIT.
          03 ID-MED-IT           PIC 9(04).
          03 DOSAGEM-IT          PIC X(30).
          03 DURACAO-IT          PIC X(20).
          03 DIAS-TRAT-IT        PIC 9(03) VALUE ZEROS.
             88 USO-CONTINUO     VALUE 999.
          03 VERIF-IT            PIC X(01) VALUE 'N'.
             88 LINHA-VERIFICADA VALUE 'S'.
          03 CONFLITO-IT         PIC X(01) VALUE SPACE.
             88 SEM-CONFLITO     VALUE SPACE.
             88 CONFLITO-ALERTA  VALUE 'A'.
             88 CONFLITO-DUPLIC  VALUE 'D'.
          03 GRAV-CONFL-IT       PIC X(01) VALUE SPACE.
          03 LIBERADO-IT         PIC X(01) VALUE 'N'.
             88 CONFLITO-LIBERADO VALUE 'S'.
