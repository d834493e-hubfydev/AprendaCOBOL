      *          LISTAR. O ID E INFORMADO PELO OPERADOR; MEDICAMENTO
      *          INATIVO NAO ENTRA EM RECEITA NOVA (PGMREC01) MAS
      *          PRESERVA O HISTORICO DO RECEITUARIO.
      * Manutencao: 15 OUT 2026 - INCLUIR E ALTERAR PEDEM TAMBEM O
      *             PRINCIPIO ATIVO E A CLASSE DO MEDICAMENTO (EM
      *             MAIUSCULAS), USADOS NA CONFERENCIA DE ALERGIA E
      *             DUPLICIDADE DA RECEITA (PGMMEDCK).
      * Manutencao: 15 OUT 2026 - INCLUIR E ALTERAR PEDEM A LISTA DE
      *             CONTROLE ESPECIAL DO MEDICAMENTO (A1 A C5); A
      *             LISTAGEM MOSTRA A LISTA DOS CONTROLADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMED01.
       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-GRUPO-LIDO       PIC X(20) VALUE SPACES.
       77 WS-LISTA-LIDA       PIC X(02) VALUE SPACES.
       77 WS-LISTA-ANT        PIC X(02) VALUE SPACES.

           COPY CPYPATHS.

            DISPLAY "*****       CATALOGO DE MEDICAMENTOS       *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - INCLUIR"
            DISPLAY "* 2 - ALTERAR NOME/PRINCIPIO ATIVO/CLASSE/LISTA"
            DISPLAY "* 3 - INATIVAR/REATIVAR"
            DISPLAY "* 4 - LISTAR"
            DISPLAY "* 5 - VOLTAR"
            DISPLAY "APRESENTACAO (COMPRIMIDO, XAROPE...): "
            ACCEPT APRESENT-MED

            MOVE SPACES               TO PRINC-ATIVO-MED
                                         CLASSE-MED
                                         LISTA-CTRL-MED
            PERFORM P035-ACEITA-GRUPO THRU P035-FIM
            PERFORM P036-ACEITA-LISTA THRU P036-FIM

            SET MED-ATIVO             TO TRUE

            WRITE REG-MEDIC
            END-WRITE
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   PRINCIPIO ATIVO E CLASSE, GRAVADOS EM MAIUSCULAS PARA A
      *   COMPARACAO COM OS ALERTAS DO PACIENTE; EM BRANCO MANTEM O
      *   VALOR QUE JA ESTAVA NO REGISTRO
      *----------------------------------------------------------------
       P035-ACEITA-GRUPO.

            DISPLAY "PRINCIPIO ATIVO (EX.: DIPIRONA): "
            MOVE SPACES               TO WS-GRUPO-LIDO
            ACCEPT WS-GRUPO-LIDO
            IF WS-GRUPO-LIDO NOT EQUAL SPACES
               INSPECT WS-GRUPO-LIDO CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-GRUPO-LIDO     TO PRINC-ATIVO-MED
            END-IF

            DISPLAY "CLASSE (EX.: ANALGESICO, PENICILINA): "
            MOVE SPACES               TO WS-GRUPO-LIDO
            ACCEPT WS-GRUPO-LIDO
            IF WS-GRUPO-LIDO NOT EQUAL SPACES
               INSPECT WS-GRUPO-LIDO CONVERTING
                  "abcdefghijklmnopqrstuvwxyz"
                  TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               MOVE WS-GRUPO-LIDO     TO CLASSE-MED
            END-IF
            .
       P035-FIM.
      *----------------------------------------------------------------
      *   LISTA DE CONTROLE ESPECIAL (PORTARIA 344): EM BRANCO MANTEM A
      *   ATUAL, "--" VOLTA O MEDICAMENTO PARA VENDA LIVRE
      *----------------------------------------------------------------
       P036-ACEITA-LISTA.

            DISPLAY "LISTA DE CONTROLE ESPECIAL (A1-A3, B1, B2, C1-C5;"
                    " -- = VENDA LIVRE): "
            MOVE SPACES               TO WS-LISTA-LIDA
            ACCEPT WS-LISTA-LIDA

            IF WS-LISTA-LIDA EQUAL SPACES
               GO TO P036-FIM
            END-IF

            IF WS-LISTA-LIDA EQUAL "--"
               MOVE SPACES            TO LISTA-CTRL-MED
               GO TO P036-FIM
            END-IF

            INSPECT WS-LISTA-LIDA CONVERTING "abc" TO "ABC"
            MOVE LISTA-CTRL-MED       TO WS-LISTA-ANT
            MOVE WS-LISTA-LIDA        TO LISTA-CTRL-MED

            IF NOT LISTA-CTRL-VALIDA
               DISPLAY "LISTA INVALIDA. MANTIDA A ANTERIOR."
               MOVE WS-LISTA-ANT      TO LISTA-CTRL-MED
            END-IF
            .
       P036-FIM.
       P040-ALTERA.

            DISPLAY "INFORME O ID DO MEDICAMENTO: "
                   DISPLAY "NOME ATUAL: " NM-MED
                   DISPLAY "NOVO NOME: "
                   ACCEPT NM-MED
                   DISPLAY "PRINCIPIO ATIVO ATUAL: " PRINC-ATIVO-MED
                   DISPLAY "CLASSE ATUAL: " CLASSE-MED
                   PERFORM P035-ACEITA-GRUPO THRU P035-FIM
                   DISPLAY "LISTA DE CONTROLE ATUAL: " LISTA-CTRL-MED
                   PERFORM P036-ACEITA-LISTA THRU P036-FIM
                   REWRITE REG-MEDIC
                   DISPLAY "MEDICAMENTO ALTERADO."
            END-READ
                   IF MED-INATIVO
                      DISPLAY ID-MED " " NM-MED " (INATIVO)"
                   ELSE
                      IF MED-SEM-CONTROLE
                         DISPLAY ID-MED " " NM-MED
                      ELSE
                         DISPLAY ID-MED " " NM-MED " (LISTA "
                                 LISTA-CTRL-MED ")"
                      END-IF
                   END-IF
            END-READ
            .
