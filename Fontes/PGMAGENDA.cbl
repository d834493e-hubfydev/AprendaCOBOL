      *             (PGMCHK02); VOLTAR PASSOU DE 10 PARA 12.
      * Manutencao: 22 AGO 2026 - ACRESCENTADA A OPCAO DE MAPA DO DIA
      *             (PGMMAPA); VOLTAR PASSOU DE 12 PARA 13.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE LISTA DE
      *             PRESENCA DAS SESSOES EM GRUPO (PGMRELTUR); VOLTAR
      *             PASSOU DE 16 PARA 17.
      * Manutencao: 15 OUT 2026 - A REMARCACAO (PGMAGE07) PASSA A
      *             RECEBER A AREA CPYREMARC, EM BRANCO NO MENU (O
      *             PROPRIO PGMAGE07 PERGUNTA O AGENDAMENTO).
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE PLANO
      *             TERAPEUTICO (PGMPLT01); VOLTAR PASSOU DE 17 PARA 18.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE
      *             ENCAMINHAMENTOS (PGMENC01); VOLTAR PASSOU DE 18
      *             PARA 19.
      * Manutencao: 15 OUT 2026 - ACRESCENTADA A OPCAO DE VACINACAO
      *             (PGMVAC01); VOLTAR PASSOU DE 19 PARA 20.
      * Manutencao: 15 OUT 2026 - PERFIS DE ACESSO: SO ENTRA QUEM TEM
      *             A OPCAO DO MODULO NO MENU PRINCIPAL E O MENU
      *             EXIBE E ACEITA APENAS AS OPCOES QUE O PERFIL
      *             DO OPERADOR PERMITE (PGMPERMCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMAGENDA.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 9(02).
           COPY CPYPERMCK.
           COPY CPYREMARC.
       LINKAGE SECTION.
       01 LK-PARMS.
          03 LK-OPCAO              PIC 9.

       MAIN-PROCEDURE.

            MOVE "MENU01"             TO PERM-MODULO
            MOVE 3                    TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            IF NOT PERM-CONCEDIDA
               DISPLAY "ACESSO AO MODULO NAO PERMITIDO PARA O SEU "
                       "PERFIL."
               GOBACK
            END-IF

            MOVE "AGENDA"             TO PERM-MODULO
            MOVE ZEROS                TO PERM-OPCAO
            CALL "PGMPERMCK" USING PERMCK-PARM

            PERFORM UNTIL WS-OPCAO EQUAL 20
               PERFORM P010-DISPLAY-MENU      THRU  P010-FIM
               PERFORM P020-VALIDA            THRU  P020-FIM
            END-PERFORM
            DISPLAY "************************************************"
            DISPLAY "*********     MODULO DE AGENDA      ************"
            DISPLAY "************************************************"
            IF PERM-OPC-LIBERADA (1)
               DISPLAY "* 1 - INCLUIR"
            END-IF
            IF PERM-OPC-LIBERADA (2)
               DISPLAY "* 2 - REMARCAR"
            END-IF
            IF PERM-OPC-LIBERADA (3)
               DISPLAY "* 3 - CONSULTAR"
            END-IF
            IF PERM-OPC-LIBERADA (4)
               DISPLAY "* 4 - CANCELAR"
            END-IF
            IF PERM-OPC-LIBERADA (5)
               DISPLAY "* 5 - ATUALIZAR SITUACAO"
            END-IF
            IF PERM-OPC-LIBERADA (6)
               DISPLAY "* 6 - AGENDA DO DIA POR PROFISSIONAL"
            END-IF
            IF PERM-OPC-LIBERADA (7)
               DISPLAY "* 7 - FATURAR ATENDIMENTOS REALIZADOS"
            END-IF
            IF PERM-OPC-LIBERADA (8)
               DISPLAY "* 8 - CONSULTAR LISTA DE ESPERA"
            END-IF
            IF PERM-OPC-LIBERADA (9)
               DISPLAY "* 9 - REGISTRAR PRONTUARIO"
            END-IF
            IF PERM-OPC-LIBERADA (10)
               DISPLAY "* 10 - CHECK-IN DE CHEGADA"
            END-IF
            IF PERM-OPC-LIBERADA (11)
               DISPLAY "* 11 - FILA DE ESPERA DO DIA"
            END-IF
            IF PERM-OPC-LIBERADA (12)
               DISPLAY "* 12 - MAPA DO DIA (GRADE DE HORARIOS)"
            END-IF
            IF PERM-OPC-LIBERADA (13)
               DISPLAY "* 13 - ALERTAS CLINICOS DO PACIENTE"
            END-IF
            IF PERM-OPC-LIBERADA (14)
               DISPLAY "* 14 - TRIAGEM DE ENFERMAGEM"
            END-IF
            IF PERM-OPC-LIBERADA (15)
               DISPLAY "* 15 - RECEITUARIO"
            END-IF
            IF PERM-OPC-LIBERADA (16)
               DISPLAY "* 16 - LISTA DE PRESENCA DAS SESSOES EM GRUPO"
            END-IF
            IF PERM-OPC-LIBERADA (17)
               DISPLAY "* 17 - PLANO TERAPEUTICO"
            END-IF
            IF PERM-OPC-LIBERADA (18)
               DISPLAY "* 18 - ENCAMINHAMENTOS"
            END-IF
            IF PERM-OPC-LIBERADA (19)
               DISPLAY "* 19 - VACINACAO"
            END-IF
            DISPLAY "* 20 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "


       P020-VALIDA.

            IF WS-OPCAO GREATER ZEROS AND WS-OPCAO LESS 20
               AND NOT PERM-OPC-LIBERADA (WS-OPCAO)
               DISPLAY "OPCAO NAO PERMITIDA PARA O SEU PERFIL."
               GO TO P020-FIM
            END-IF

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P021-INCLUSAO      THRU P021-FIM
               WHEN 15
                   PERFORM P038-RECEITUARIO   THRU P038-FIM
               WHEN 16
                   PERFORM P039-LISTA-TURMA   THRU P039-FIM
               WHEN 17
                   PERFORM P040-PLANO-TRAT    THRU P040-FIM
               WHEN 18
                   PERFORM P041-ENCAMINHA     THRU P041-FIM
               WHEN 19
                   PERFORM P042-VACINAS       THRU P042-FIM
               WHEN 20
                   PERFORM P025-PROC-FIM      THRU P025-FIM
               WHEN OTHER
                   PERFORM P026-TRATA-ERRO    THRU P026-FIM
       P021-FIM.
       P022-ALTERACAO.

             INITIALIZE REMARC-PARM
             SET REMARC-INTERATIVA TO TRUE
             CALL "PGMAGE07" USING REMARC-PARM
            .
       P022-FIM.
       P023-CONSULTA.
            CALL "PGMRECEIT"
            .
       P038-FIM.
       P039-LISTA-TURMA.

            CALL "PGMRELTUR"
            .
       P039-FIM.
       P040-PLANO-TRAT.

            CALL "PGMPLT01"
            .
       P040-FIM.
       P041-ENCAMINHA.

            CALL "PGMENC01"
            .
       P041-FIM.
       P042-VACINAS.

            CALL "PGMVAC01"
            .
       P042-FIM.
       P025-PROC-FIM.

            DISPLAY "TECLE <ENTER> PARA VOLTAR AO MENU PRINCIPAL."
