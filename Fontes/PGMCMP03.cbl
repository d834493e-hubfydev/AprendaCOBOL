      *             MOVEL DO ITEM (CUSTO-ESTQ), QUE VALORIZA O KARDEX
      *             E O CMV MENSAL (PGMCMVREL). CUSTO DEIXA DE SER UM
      *             NUMERO DIGITADO UMA VEZ NO CADASTRO.
      * Manutencao: 15 OUT 2026 - PEDIDO QUE NUNCA FOI APROVADO
      *             (SEM LOGIN DE APROVACAO) E RECUSADO NO RECEBIMENTO;
      *             O AGUARDANDO APROVACAO NEM CHEGA A SER EMITIDO.
      * Manutencao: 15 OUT 2026 - O RECEBIMENTO GRAVA A DATA EM QUE O
      *             PEDIDO CHEGOU (DATA-RECEB-PED) E O PRECO UNITARIO
      *             REAL DE CADA ITEM (PRECO-RECEB-IT), PARA O
      *             DESEMPENHO DE FORNECEDORES (PGMFORSCR).
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCMP03.
       ENVIRONMENT DIVISION.
                          WS-FS-EOF BY WS-FS-LOT-EOF
                          WS-FS-OK BY WS-FS-LOT-OK
                          WS-FS BY WS-FS-LOT.
       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMCMP03".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
               GO TO P010-FIM
            END-IF

            IF PED-SEM-APROVACAO
               DISPLAY "PEDIDO " ID-PEDIDO " NAO TEM APROVACAO "
                       "REGISTRADA. RECEBIMENTO RECUSADO."
               GO TO P010-FIM
            END-IF

            MOVE QTD-ITENS-PED        TO WS-QTD-ITENS

            PERFORM VARYING WS-SEQ FROM 1 BY 1
            END-PERFORM

            SET PED-RECEBIDO          TO TRUE
            ACCEPT DATA-RECEB-PED FROM DATE YYYYMMDD

            REWRITE REG-PEDCMP
                INVALID KEY
            END-IF

            MOVE WS-QTD-RECEBIDA      TO QTD-RECEBIDA-IT
            MOVE ZEROS                TO WS-PRECO-COMPRA

            PERFORM P050-CUSTO-MEDIO THRU P050-FIM

            MOVE WS-PRECO-COMPRA      TO PRECO-RECEB-IT

            REWRITE REG-PEDIT

            ADD WS-QTD-RECEBIDA       TO QTD-ESTQ

            REWRITE REG-ESTQ
                INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR O ESTOQUE."
                NOT INVALID KEY
                   MOVE "ARQESTQ"            TO WS-JRN-ARQ
                   MOVE 'R'                  TO WS-JRN-OPER
                   CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER,
                                          WS-JRN-PGM, WS-FS-EST,
                                          REG-ESTQ
                   DISPLAY "SALDO DO ITEM " ID-ESTQ " AGORA: "
                           QTD-ESTQ
                   MOVE SPACES        TO WS-DOC-REF
