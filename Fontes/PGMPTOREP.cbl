      *          SO IMPRIMIR A PROPOSTA (RELPTOREP.LST) PARA
      *          APROVACAO. CHEGA DE PONTO DE REPOSICAO CHUTADO NO
      *          CADASTRO.
      * Manutencao: 15 OUT 2026 - A SAIDA POR REQUISICAO INTERNA DE
      *             MATERIAL (TIPO 'Q', PGMREQ01) TAMBEM CONTA COMO
      *             CONSUMO DO ITEM.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPTOREP.
          03 FILLER               PIC X(10)  VALUE " PEDIDO: ".
          03 WS-DET-PEDIDO        PIC ZZZ.ZZ9.

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMPTOREP".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  IF (MOV-EST-CONSUMO OR MOV-EST-SAIDA
                                      OR MOV-EST-REQUISICAO)
                     AND ID-ESTQ-MOV GREATER ZEROS
      *   O KARDEX GUARDA A DATA EM AAMMDD: COMPLETA O SECULO PELA
      *   JANELA FIXA DO PGMSECULO ANTES DE MEDIR A IDADE
           IF MODO-APLICA
              MOVE WS-PTO-SUGERIDO    TO PTO-REP-ESTQ
              REWRITE REG-ESTQ
              MOVE "ARQESTQ"            TO WS-JRN-ARQ
              MOVE 'R'                  TO WS-JRN-OPER
              CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                     WS-JRN-PGM, WS-FS-EST, REG-ESTQ
              IF NOT WS-FS-EST-OK
                 DISPLAY "ERRO AO APLICAR O PONTO DO ITEM " ID-ESTQ
              END-IF
