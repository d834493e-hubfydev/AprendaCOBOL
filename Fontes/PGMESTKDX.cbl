      *          SALDO RESULTANTE, OPERADOR E DOCUMENTO DE REFERENCIA,
      *          A PARTIR DA TRILHA GRAVADA PELO PGMESTMOV. E O
      *          HISTORICO QUE O CONTADOR PEDE NO FIM DO ANO.
      * Manutencao: 15 OUT 2026 - NOVA COLUNA COM O DESTINO DO
      *             MATERIAL (S+SALA OU D+DEPARTAMENTO) NAS SAIDAS POR
      *             REQUISICAO INTERNA (PGMREQ01).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESTKDX.
          03 WS-DET-LOGIN         PIC X(10).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DOC           PIC X(10).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DEST          PIC X(03).

           COPY CPYPATHS.

              MOVE SALDO-MOV-EST      TO WS-DET-SALDO
              MOVE LOGIN-MOV-EST      TO WS-DET-LOGIN
              MOVE DOC-REF-MOV-EST    TO WS-DET-DOC
              MOVE DEST-MOV-EST       TO WS-DET-DEST

              MOVE SPACES             TO REL-LINHA
              MOVE WS-DETALHE         TO REL-LINHA
