      *          CADA UMA COM AS LINHAS DE MEDICAMENTO, DOSAGEM E
      *          DURACAO - A RESPOSTA PARA "QUAL ERA MESMO A DOSAGEM?"
      *          SEM REVIRAR PAPEL.
      * Manutencao: 15 OUT 2026 - RECEITA DE CONTROLE ESPECIAL MOSTRA A
      *             LISTA E O NUMERO DA FOLHA DO TALONARIO.
      * Manutencao: 15 OUT 2026 - A CONSULTA DO RECEITUARIO FICA NO
      *             REGISTRO DE ACESSOS (PGMACELOG); PROFISSIONAL SEM
      *             AGENDAMENTO RECENTE COM O PACIENTE PRECISA
      *             JUSTIFICAR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREC02.
       77 WS-SEQ-LINHA        PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-RECEITAS   PIC 9(04) VALUE ZEROS.

           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            DISPLAY "ID DO CLIENTE: "
            ACCEPT WS-ID-CLI-BUSCA

            MOVE WS-ID-CLI-BUSCA      TO ACK-ID-CLI
            MOVE "RECEITA"            TO ACK-TIPO
            MOVE "HISTORICO"          TO ACK-CHAVE
            MOVE "PGMREC02"           TO ACK-PROGRAMA
            CALL "PGMACELOG" USING ACECK-PARM

            IF ACESSO-LIBERADO
               PERFORM P010-LE-RECEITA THRU P010-FIM UNTIL WS-FS-EOF
               DISPLAY "RECEITAS ENCONTRADAS: " WS-TOTAL-RECEITAS
            END-IF

            CLOSE RECEITAS
            CLOSE RECITENS
                      ADD 1           TO WS-TOTAL-RECEITAS
                      DISPLAY "RECEITA " ID-REC " DE " DATA-REC
                              " (PROFISSIONAL " ID-PROF-REC ")"
                      IF NOT RECEITA-COMUM
                         DISPLAY "  CONTROLE ESPECIAL - LISTA "
                                 LISTA-CTRL-REC " FOLHA " NUM-CTRL-REC
                      END-IF
                      PERFORM P020-LISTA-LINHAS THRU P020-FIM
                   END-IF
            END-READ
