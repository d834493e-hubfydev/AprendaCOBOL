      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: JANELAS DA ESCALA DE UM PROFISSIONAL NUMA DATA,
      *          DEVOLVIDAS PELO PGMESCDIA EM MINUTOS DESDE A
      *          MEIA-NOITE. ESC-DIA-SEM-ESCALA = PROFISSIONAL SEM
      *          ESCALA EM VIGOR NA DATA (VALE O EXPEDIENTE DO
      *          CADASTRO, HORA-INICIO-PROF / HORA-FIM-PROF /
      *          DIAS-ATEND-PROF); COM ESCALA E NENHUMA JANELA, O
      *          PROFISSIONAL NAO ATENDE NO DIA.
      ******************************************************************
       01 ESC-DIA.
          03 ESC-DIA-SITUACAO   PIC X(01).
             88 ESC-DIA-COM-ESCALA VALUE 'S'.
             88 ESC-DIA-SEM-ESCALA VALUE 'N'.
          03 ESC-DIA-VIGENCIA   PIC 9(08).
          03 ESC-DIA-QTD        PIC 9(02).
          03 ESC-DIA-JANELA     OCCURS 10 TIMES.
             05 ESC-DIA-INI-MIN PIC 9(04).
             05 ESC-DIA-FIM-MIN PIC 9(04).
             05 ESC-DIA-FILIAL  PIC 9(02).
             05 ESC-DIA-SALA    PIC 9(02).
