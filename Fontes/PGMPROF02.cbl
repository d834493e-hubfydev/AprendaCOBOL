      * Manutencao: 02 SET 2026 - AO LOCALIZAR O PROFISSIONAL, AVISA
      *             OS REGISTROS PROFISSIONAIS VENCIDOS (ARQCREDPR,
      *             VEJA PGMCRD01).
      * Manutencao: 15 OUT 2026 - PERMITE ALTERAR O CBO DO
      *             PROFISSIONAL, EXIGIDO NA GUIA TISS DO LOTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPROF02.
          03 WS-HORA-INICIO-PROF    PIC 9(04).
          03 WS-HORA-FIM-PROF       PIC 9(04).
          03 WS-DIAS-ATEND-PROF     PIC X(07).
          03 WS-CBO-PROF            PIC X(06).
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            ACCEPT WS-DIAS-ATEND-PROF
            MOVE   WS-DIAS-ATEND-PROF TO DIAS-ATEND-PROF

            DISPLAY "CBO ATUAL: " CBO-PROF
            DISPLAY "INFORME O NOVO CODIGO CBO: "
            ACCEPT WS-CBO-PROF
            MOVE   WS-CBO-PROF       TO CBO-PROF

            REWRITE REG-PROF
                    INVALID KEY
                       DISPLAY "PROFISSIONAL JA EXISTE"
