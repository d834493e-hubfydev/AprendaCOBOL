      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DAS COBERTURAS DO PACIENTE (ARQCOBERT): UMA
      *          LINHA POR CONVENIO QUE O PACIENTE POSSUI, COM O
      *          NUMERO DA CARTEIRINHA, A VALIDADE, O PLANO E A
      *          ACOMODACAO, SE E A COBERTURA PRINCIPAL OU UMA
      *          SECUNDARIA E A DATA EM QUE TERMINA A CARENCIA DE
      *          CADA GRUPO DE PROCEDIMENTOS (GRUPO-PROC DO CATALOGO,
      *          QUE E O INDICE DE CAREN-COB). MANTIDO PELO PGMCOB01.
      *          NO AGENDAMENTO (PGMAGE01) A RECEPCAO ESCOLHE A
      *          COBERTURA DO ATENDIMENTO, QUE FICA GRAVADA NA AGENDA
      *          (ID-CONV-AGE/SEQ-COB-AGE) E E A QUE VALE PARA O
      *          FATURAMENTO, O LOTE E A ELEGIBILIDADE. CONVENIO-CLI
      *          CONTINUA NO CADASTRO DO CLIENTE COMO O CONVENIO
      *          PADRAO DE QUEM AINDA NAO TEM COBERTURA CADASTRADA.
      ******************************************************************
       01 REG-COBERT.
          03 CHAVE-COB.
             05 ID-CLI-COB      PIC 9(04).
             05 SEQ-COB         PIC 9(02).
          03 ID-CONV-COB        PIC 9(04).
          03 CARTEIRA-COB       PIC X(20).
          03 VALIDADE-COB       PIC 9(08) VALUE ZEROS.
             88 COB-SEM-VALIDADE VALUE ZEROS.
          03 PLANO-COB          PIC X(20).
          03 ACOMOD-COB         PIC X(01) VALUE 'A'.
             88 ACOMOD-AMBULAT  VALUE 'A'.
             88 ACOMOD-ENFERM   VALUE 'E'.
             88 ACOMOD-APTO     VALUE 'P'.
             88 ACOMOD-VALIDA   VALUES 'A' 'E' 'P'.
          03 TIPO-COB           PIC X(01) VALUE 'P'.
             88 COB-PRIMARIA    VALUE 'P'.
             88 COB-SECUNDARIA  VALUE 'S'.
          03 CARENCIAS-COB.
             05 CAREN-CONS-COB  PIC 9(08) VALUE ZEROS.
             05 CAREN-EXAM-COB  PIC 9(08) VALUE ZEROS.
             05 CAREN-ALTA-COB  PIC 9(08) VALUE ZEROS.
             05 CAREN-CIRU-COB  PIC 9(08) VALUE ZEROS.
             05 CAREN-TERA-COB  PIC 9(08) VALUE ZEROS.
          03 REDEFINES CARENCIAS-COB.
             05 CAREN-COB       PIC 9(08) OCCURS 5 TIMES.
          03 INATIVO-COB        PIC X(01) VALUE 'N'.
             88 COB-INATIVA     VALUE 'S'.
             88 COB-ATIVA       VALUE 'N'.
          03 DATA-CAD-COB       PIC 9(08).
