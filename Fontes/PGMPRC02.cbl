      * Date: 09 AGO 2026
      * Purpose: ATUALIZAR PROCEDIMENTOS/EXAMES DO CATALOGO - INDEXADO
      ******************************************************************
      * Manutencao: 15 OUT 2026 - PERMITE ALTERAR O GRUPO DE CARENCIA
      *             DO PROCEDIMENTO (GRUPO-PROC); A MUDANCA DE GRUPO E
      *             AUDITADA.
      * Manutencao: 15 OUT 2026 - PERMITE ALTERAR A CAPACIDADE DA
      *             SESSAO EM GRUPO (CAPAC-GRUPO-PROC), TAMBEM AUDITADA.
      * Manutencao: 15 OUT 2026 - O VALOR SO PODE SER ALTERADO POR
      *             OPERADOR COM A ACAO DE ALTERACAO DE PRECO NOS SEUS
      *             PERFIS DE ACESSO (PGMPERMCK); SEM ELA O VALOR
      *             ATUAL E MANTIDO.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPRC02.
       ENVIRONMENT DIVISION.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-GRUPO-ANT        PIC 9(01) VALUE ZERO.
       77 WS-CAPAC-ANT        PIC 9(02) VALUE ZEROS.
       77 WS-GRUPO-OK         PIC X(01) VALUE 'N'.
          88 GRUPO-OK         VALUE 'S'.

           COPY CPYFS.
       01 WS-REG-PROC.
          03 WS-NM-PROC        PIC X(30).
          03 WS-VLR-PROC       PIC 9(06)V99.
          03 WS-DURACAO-PROC   PIC 9(03).
          03 WS-GRUPO-PROC     PIC 9(01).
             88 WS-GRUPO-VALIDO VALUES 0 THRU 5.
          03 WS-CAPAC-GRUPO-PROC PIC 9(02).
           COPY CPYPERMCK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
            MOVE NM-PROC           TO WS-NM-PROC
            MOVE VLR-PROC          TO WS-VLR-PROC
            MOVE DURACAO-PROC      TO WS-DURACAO-PROC
            MOVE GRUPO-PROC        TO WS-GRUPO-PROC
                                      WS-GRUPO-ANT
            MOVE CAPAC-GRUPO-PROC  TO WS-CAPAC-GRUPO-PROC
                                      WS-CAPAC-ANT

            DISPLAY "NOME ATUAL: " ID-PROC " - " NM-PROC
            DISPLAY "INFORME O NOVO NOME DO PROCEDIMENTO: "
            ACCEPT WS-NM-PROC
      *   ALTERACAO DE PRECO E ACAO SENSIVEL DOS PERFIS DE ACESSO
            MOVE "ACAO"               TO PERM-MODULO
            MOVE 03                   TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF PERM-CONCEDIDA
               DISPLAY "INFORME O NOVO VALOR: "
               ACCEPT WS-VLR-PROC
            ELSE
               DISPLAY "ALTERACAO DE PRECO NAO PERMITIDA PARA O SEU "
                       "PERFIL. VALOR MANTIDO."
            END-IF
            DISPLAY "INFORME A NOVA DURACAO EM MINUTOS: "
            ACCEPT WS-DURACAO-PROC
            DISPLAY "GRUPO DE CARENCIA ATUAL: " GRUPO-PROC
            MOVE 'N'               TO WS-GRUPO-OK
            PERFORM P011-ACEITA-GRUPO THRU P011-FIM UNTIL GRUPO-OK
            DISPLAY "CAPACIDADE DA SESSAO EM GRUPO ATUAL: "
                    CAPAC-GRUPO-PROC
            DISPLAY "INFORME A NOVA CAPACIDADE (0 = INDIVIDUAL): "
            ACCEPT WS-CAPAC-GRUPO-PROC

            IF WS-CAPAC-GRUPO-PROC EQUAL 1
               MOVE ZEROS          TO WS-CAPAC-GRUPO-PROC
            END-IF

            MOVE   WS-NM-PROC        TO NM-PROC
            MOVE   WS-VLR-PROC       TO VLR-PROC
            MOVE   WS-DURACAO-PROC   TO DURACAO-PROC
            MOVE   WS-GRUPO-PROC     TO GRUPO-PROC
            MOVE   WS-CAPAC-GRUPO-PROC TO CAPAC-GRUPO-PROC

            REWRITE REG-PROC
                    INVALID KEY
                             WS-AUD-OPER, WS-AUD-CHAVE,
                             WS-AUD-CAMPO, WS-AUD-ANTES,
                             WS-AUD-DEPOIS
                       IF GRUPO-PROC NOT EQUAL WS-GRUPO-ANT
                          MOVE "GRUPO-PROC" TO WS-AUD-CAMPO
                          MOVE WS-GRUPO-ANT TO WS-AUD-ANTES
                          MOVE GRUPO-PROC   TO WS-AUD-DEPOIS
                          CALL "PGMAUDIT" USING WS-AUD-MODULO,
                                WS-AUD-OPER, WS-AUD-CHAVE,
                                WS-AUD-CAMPO, WS-AUD-ANTES,
                                WS-AUD-DEPOIS
                       END-IF
                       IF CAPAC-GRUPO-PROC NOT EQUAL WS-CAPAC-ANT
                          MOVE "CAPAC-GRUPO" TO WS-AUD-CAMPO
                          MOVE WS-CAPAC-ANT TO WS-AUD-ANTES
                          MOVE CAPAC-GRUPO-PROC TO WS-AUD-DEPOIS
                          CALL "PGMAUDIT" USING WS-AUD-MODULO,
                                WS-AUD-OPER, WS-AUD-CHAVE,
                                WS-AUD-CAMPO, WS-AUD-ANTES,
                                WS-AUD-DEPOIS
                       END-IF
                       DISPLAY "PROCEDIMENTO ATUALIZADO COM SUCESSO!"
            END-REWRITE

            END-IF
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   GRUPO DE CARENCIA: 1 CONSULTA, 2 EXAME, 3 ALTA COMPLEXIDADE,
      *   4 CIRURGIA, 5 TERAPIA, 0 NAO CLASSIFICADO
      *----------------------------------------------------------------
       P011-ACEITA-GRUPO.

            DISPLAY "INFORME O NOVO GRUPO DE CARENCIA (1 CONSULTA, "
                    "2 EXAME, 3 ALTA COMPLEXIDADE,"
            DISPLAY "   4 CIRURGIA, 5 TERAPIA, 0 NAO CLASSIFICADO): "
            ACCEPT WS-GRUPO-PROC

            IF WS-GRUPO-VALIDO
               SET GRUPO-OK        TO TRUE
            ELSE
               DISPLAY "GRUPO INVALIDO."
            END-IF
            .
       P011-FIM.

       END PROGRAM PGMPRC02.
