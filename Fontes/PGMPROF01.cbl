      * Date: 09 AGO 2026
      * Purpose: INCLUIR PROFISSIONAIS - INDEXADO
      ******************************************************************
      * Manutencao: 15 OUT 2026 - PEDE O CBO DO PROFISSIONAL, EXIGIDO
      *             NA GUIA TISS DO LOTE DE CONVENIO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPROF01.
       ENVIRONMENT DIVISION.
            DISPLAY "DIAS DE ATENDIMENTO (DOM SEG TER QUA QUI SEX SAB,"
            DISPLAY "7 POSICOES, S OU N EM CADA UMA): "
            ACCEPT DIAS-ATEND-PROF
            DISPLAY "CODIGO CBO DA OCUPACAO (EX.: 225125 MEDICO "
                    "CLINICO): "
            ACCEPT CBO-PROF

            WRITE REG-PROF
                  INVALID KEY
