      * Manutencao: 02 SET 2026 - ENCAIXE AUTORIZADO (PGMAGE01) SAI NA
      *             GRADE COM A MARCA 'E', PARA A EQUIPE VER A
      *             SOBRECARGA DO DIA DE RELANCE.
      * Manutencao: 15 OUT 2026 - A GRADE DO PROFISSIONAL PASSA A SEGUIR
      *             A ESCALA SEMANAL (PGMESCDIA): VAGA FORA DAS JANELAS
      *             DO DIA SAI COM '-', PROFISSIONAL COM ESCALA NO DIA
      *             APARECE MESMO SEM AGENDAMENTO E CADA LINHA MOSTRA
      *             AS VAGAS LIVRES SOBRE A CAPACIDADE. SEM ESCALA VALE
      *             O EXPEDIENTE DO CADASTRO. FILTRO OPCIONAL DE
      *             FILIAL (SO AS JANELAS E OS AGENDAMENTOS DELA).
      * Manutencao: 15 OUT 2026 - SESSAO EM GRUPO (CAPAC-GRUPO-PROC) SAI
      *             NA GRADE COM A MARCA 'G' E, ABAIXO DAS GRADES, CADA
      *             TURMA DO DIA COM A OCUPACAO SOBRE A CAPACIDADE
      *             (EX. 06/08). CANCELADO DE TURMA NAO MARCA A GRADE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMAPA.
       ENVIRONMENT DIVISION.
           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.
       77 WS-MARCA            PIC X(01) VALUE SPACE.
       77 WS-ACHOU            PIC X(01) VALUE 'N'.
          88 LINHA-ACHADA     VALUE 'S'.
       77 WS-FILIAL-FILTRO    PIC 9(02) VALUE ZEROS.
       77 WS-PROF-LIDO        PIC X(01) VALUE 'N'.
          88 PROF-LIDO        VALUE 'S'.
       77 WS-EOF-PROF         PIC 9     VALUE 0.
          88 WS-EOF-PROF-OK   VALUE 1 FALSE 0.
       77 WS-JAN              PIC 9(02) COMP.
       77 WS-VAGA-INI         PIC 9(04) VALUE ZEROS.
       77 WS-VAGA-FIM         PIC 9(04) VALUE ZEROS.
       77 WS-LIVRES           PIC 9(02) VALUE ZEROS.
       77 WS-CAPACIDADE       PIC 9(02) VALUE ZEROS.
       77 WS-CAPAC-TURMA      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-TURMAS       PIC 9(02) VALUE ZEROS.
       77 WS-IND-TUR          PIC 9(02) COMP.
       77 WS-POS-TUR          PIC 9(02) COMP.
           COPY CPYESCDIA.

       01 WS-HORA-TAB         PIC 9(04) VALUE ZEROS.
       01 REDEFINES WS-HORA-TAB.
             05 GRD-ID-PROF      PIC 9(04).
             05 GRD-NM-PROF      PIC X(20).
             05 GRD-VAGAS-PROF   PIC X(20).
             05 GRD-ESCALA-PROF  PIC X(20).

       01 WS-GRADE-SALA.
          03 WS-LINHA-SALA OCCURS 20 TIMES.
             05 GRD-NM-SALA      PIC X(20).
             05 GRD-VAGAS-SALA   PIC X(20).

      *   TURMAS DO DIA: PROFISSIONAL, HORA, PROCEDIMENTO E SALA
       01 WS-TAB-TURMAS.
          03 WS-LINHA-TURMA OCCURS 30 TIMES.
             05 TUR-ID-PROF      PIC 9(04).
             05 TUR-HORA         PIC 9(04).
             05 TUR-ID-PROC      PIC 9(04).
             05 TUR-NM-PROC      PIC X(30).
             05 TUR-ID-SALA      PIC 9(02).
             05 TUR-QTD          PIC 9(02).
             05 TUR-CAPAC        PIC 9(02).

           COPY CPYPATHS.

       PROCEDURE DIVISION.
            MOVE 'N'                  TO WS-DATA-OK
            PERFORM P005-PEDE-DATA THRU P005-FIM UNTIL DATA-OK

            DISPLAY "FILIAL DO MAPA (0 = TODAS): "
            ACCEPT WS-FILIAL-FILTRO

            PERFORM P008-CARREGA-ESCALAS THRU P008-FIM
            PERFORM P010-MONTA-GRADE THRU P010-FIM
            PERFORM P030-EXIBE-GRADE THRU P030-FIM

            .
       P005-FIM.
      *----------------------------------------------------------------
      *   ABRE UMA LINHA NA GRADE PARA CADA PROFISSIONAL ATIVO COM
      *   JANELA DE ESCALA NO DIA (E NA FILIAL, QUANDO FILTRADA), PARA
      *   A VAGA LIVRE APARECER MESMO SEM AGENDAMENTO
      *----------------------------------------------------------------
       P008-CARREGA-ESCALAS.

            SET WS-EOF-PROF-OK        TO FALSE
            MOVE ZEROS                TO ID-PROF

            START PROFISSIONAIS KEY IS NOT LESS THAN ID-PROF
                INVALID KEY
                   SET WS-EOF-PROF-OK TO TRUE
            END-START

            PERFORM P009-LE-PROFISSIONAL THRU P009-FIM
               UNTIL WS-EOF-PROF-OK
            .
       P008-FIM.
       P009-LE-PROFISSIONAL.

            READ PROFISSIONAIS NEXT RECORD
                AT END
                   SET WS-EOF-PROF-OK TO TRUE
                   GO TO P009-FIM
            END-READ

            IF PROF-INATIVO
               GO TO P009-FIM
            END-IF

            IF WS-QTD-PROFS EQUAL 20
               SET WS-EOF-PROF-OK     TO TRUE
               GO TO P009-FIM
            END-IF

            CALL "PGMESCDIA" USING ID-PROF, WS-DATA-BUSCA, ESC-DIA

            IF ESC-DIA-SEM-ESCALA OR ESC-DIA-QTD EQUAL ZEROS
               GO TO P009-FIM
            END-IF

            ADD 1                     TO WS-QTD-PROFS
            MOVE WS-QTD-PROFS         TO WS-IND
            MOVE ID-PROF              TO GRD-ID-PROF (WS-IND)
            MOVE NM-PROF              TO GRD-NM-PROF (WS-IND)
            SET PROF-LIDO             TO TRUE

            PERFORM P016-APLICA-ESCALA THRU P016-FIM

            IF GRD-ESCALA-PROF (WS-IND) EQUAL ALL '-'
               SUBTRACT 1           FROM WS-QTD-PROFS
            END-IF
            .
       P009-FIM.
      *----------------------------------------------------------------
      *   VARRE OS AGENDAMENTOS DA DATA PELA CHAVE ALTERNATIVA E MARCA
      *   AS VAGAS OCUPADAS NAS GRADES DE PROFISSIONAL E DE SALA
      *----------------------------------------------------------------
                   IF DATA-AGE NOT EQUAL WS-DATA-BUSCA
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      IF WS-FILIAL-FILTRO EQUAL ZEROS
                         OR FILIAL-AGE EQUAL WS-FILIAL-FILTRO
                         PERFORM P012-MARCA-VAGAS THRU P012-FIM
                      END-IF
                   END-IF
            END-READ
            .
            COMPUTE WS-MIN-INI = WS-HORA-HH * 60 + WS-HORA-MM

            MOVE 30                   TO WS-DUR-MIN
            MOVE ZEROS                TO WS-CAPAC-TURMA

            IF ID-PROC-AGE GREATER ZEROS
               MOVE ID-PROC-AGE       TO ID-PROC
                      IF DURACAO-PROC GREATER ZEROS
                         MOVE DURACAO-PROC TO WS-DUR-MIN
                      END-IF
                      IF PROC-EM-GRUPO
                         MOVE CAPAC-GRUPO-PROC TO WS-CAPAC-TURMA
                      END-IF
               END-READ
            END-IF

      *   SESSAO EM GRUPO: A VAGA E DA TURMA, NAO DE UM PACIENTE. O
      *   CANCELADO SO LIBERA O LUGAR, NAO MARCA A GRADE
            IF WS-CAPAC-TURMA GREATER ZEROS
               IF AGE-CANCELADO
                  GO TO P012-FIM
               END-IF
               MOVE 'G'               TO WS-MARCA
               PERFORM P019-CONTA-TURMA THRU P019-FIM
            END-IF

            COMPUTE WS-MIN-FIM = WS-MIN-INI + WS-DUR-MIN

            COMPUTE WS-SLOT-INI = (WS-MIN-INI - 480) / 30 + 1
               READ PROFISSIONAIS
                   INVALID KEY
                      MOVE SPACES     TO GRD-NM-PROF (WS-IND)
                      MOVE 'N'        TO WS-PROF-LIDO
                   NOT INVALID KEY
                      MOVE NM-PROF    TO GRD-NM-PROF (WS-IND)
                      SET PROF-LIDO   TO TRUE
               END-READ
               CALL "PGMESCDIA" USING ID-PROF-AGE, WS-DATA-BUSCA,
                                      ESC-DIA
               PERFORM P016-APLICA-ESCALA THRU P016-FIM
            END-IF

            PERFORM VARYING WS-SLOT FROM WS-SLOT-INI BY 1
            .
       P014-FIM.
      *----------------------------------------------------------------
      *   MARCA COM '-' AS VAGAS DA LINHA FORA DAS JANELAS DO DIA (ESC-
      *   DIA JA CARREGADO); SEM ESCALA, A JANELA E O EXPEDIENTE DO
      *   CADASTRO. GRD-ESCALA-PROF GUARDA A CAPACIDADE DA LINHA
      *----------------------------------------------------------------
       P016-APLICA-ESCALA.

            MOVE ALL '.'              TO GRD-VAGAS-PROF (WS-IND)
                                         GRD-ESCALA-PROF (WS-IND)

            IF ESC-DIA-SEM-ESCALA
               IF NOT PROF-LIDO
                  GO TO P016-FIM
               END-IF
               MOVE 1                 TO ESC-DIA-QTD
               MOVE HORA-INICIO-PROF  TO WS-HORA-TAB
               COMPUTE ESC-DIA-INI-MIN (1) =
                       WS-HORA-HH * 60 + WS-HORA-MM
               MOVE HORA-FIM-PROF     TO WS-HORA-TAB
               COMPUTE ESC-DIA-FIM-MIN (1) =
                       WS-HORA-HH * 60 + WS-HORA-MM
               MOVE WS-FILIAL-FILTRO  TO ESC-DIA-FILIAL (1)
            END-IF

            MOVE ALL '-'              TO GRD-ESCALA-PROF (WS-IND)

            PERFORM P017-ABRE-JANELA THRU P017-FIM
               VARYING WS-JAN FROM 1 BY 1
               UNTIL WS-JAN GREATER ESC-DIA-QTD

            MOVE GRD-ESCALA-PROF (WS-IND) TO GRD-VAGAS-PROF (WS-IND)
            .
       P016-FIM.
       P017-ABRE-JANELA.

            IF WS-FILIAL-FILTRO GREATER ZEROS
               AND ESC-DIA-FILIAL (WS-JAN) NOT EQUAL WS-FILIAL-FILTRO
               GO TO P017-FIM
            END-IF

            PERFORM P018-LIBERA-VAGA THRU P018-FIM
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT GREATER 20
            .
       P017-FIM.
       P018-LIBERA-VAGA.

            COMPUTE WS-VAGA-INI = 480 + (WS-SLOT - 1) * 30
            COMPUTE WS-VAGA-FIM = WS-VAGA-INI + 30

            IF WS-VAGA-INI NOT LESS ESC-DIA-INI-MIN (WS-JAN)
               AND WS-VAGA-FIM NOT GREATER ESC-DIA-FIM-MIN (WS-JAN)
               MOVE '.' TO GRD-ESCALA-PROF (WS-IND) (WS-SLOT:1)
            END-IF
            .
       P018-FIM.
      *----------------------------------------------------------------
      *   SOMA O PACIENTE NA TURMA (PROFISSIONAL, HORA, PROCEDIMENTO E
      *   SALA), ABRINDO A TURMA NA PRIMEIRA VEZ QUE APARECE
      *----------------------------------------------------------------
       P019-CONTA-TURMA.

            MOVE 'N'                  TO WS-ACHOU
            MOVE ZEROS                TO WS-POS-TUR

            PERFORM P0191-PROCURA-TURMA THRU P0191-FIM
               VARYING WS-IND-TUR FROM 1 BY 1
               UNTIL WS-IND-TUR GREATER WS-QTD-TURMAS OR LINHA-ACHADA

            IF NOT LINHA-ACHADA
               IF WS-QTD-TURMAS EQUAL 30
                  GO TO P019-FIM
               END-IF
               ADD 1                  TO WS-QTD-TURMAS
               MOVE WS-QTD-TURMAS     TO WS-POS-TUR
               MOVE ID-PROF-AGE       TO TUR-ID-PROF (WS-POS-TUR)
               MOVE HORA-AGE          TO TUR-HORA (WS-POS-TUR)
               MOVE ID-PROC-AGE       TO TUR-ID-PROC (WS-POS-TUR)
               MOVE NM-PROC           TO TUR-NM-PROC (WS-POS-TUR)
               MOVE ID-SALA-AGE       TO TUR-ID-SALA (WS-POS-TUR)
               MOVE ZEROS             TO TUR-QTD (WS-POS-TUR)
               MOVE WS-CAPAC-TURMA    TO TUR-CAPAC (WS-POS-TUR)
            END-IF

            ADD 1                     TO TUR-QTD (WS-POS-TUR)
            .
       P019-FIM.
       P0191-PROCURA-TURMA.

            IF TUR-ID-PROF (WS-IND-TUR) EQUAL ID-PROF-AGE
               AND TUR-HORA (WS-IND-TUR) EQUAL HORA-AGE
               AND TUR-ID-PROC (WS-IND-TUR) EQUAL ID-PROC-AGE
               AND TUR-ID-SALA (WS-IND-TUR) EQUAL ID-SALA-AGE
               SET LINHA-ACHADA       TO TRUE
               MOVE WS-IND-TUR        TO WS-POS-TUR
            END-IF
            .
       P0191-FIM.
      *----------------------------------------------------------------
      *   EXIBE AS DUAS GRADES COM A REGUA DE HORARIOS E A LEGENDA
      *----------------------------------------------------------------
       P030-EXIBE-GRADE.

            DISPLAY "MAPA DO DIA " WS-DATA-BUSCA
                    " (VAGAS DE 30 MIN, 0800 AS 1800)"
            IF WS-FILIAL-FILTRO GREATER ZEROS
               DISPLAY "FILIAL " WS-FILIAL-FILTRO
            END-IF
            DISPLAY "LEGENDA: .=LIVRE A=AGENDADO C=CONFIRMADO "
                    "R=REALIZADO X=CANCELADO F=FALTOU"
            DISPLAY "         E=ENCAIXE -=FORA DA ESCALA DO "
                    "PROFISSIONAL G=SESSAO EM GRUPO"
            DISPLAY "                              "
                    "8 8 9 9 0 0 1 1 2 2 3 3 4 4 5 5 6 6 7 7"

            IF WS-QTD-PROFS EQUAL ZEROS
               DISPLAY "NENHUM AGENDAMENTO DE PROFISSIONAL NO DIA."
            ELSE
               PERFORM P031-EXIBE-PROFISSIONAL THRU P031-FIM
                  VARYING WS-IND FROM 1 BY 1
                  UNTIL WS-IND GREATER WS-QTD-PROFS
            END-IF

            IF WS-QTD-SALAS EQUAL ZEROS
                          GRD-VAGAS-SALA (WS-IND)
               END-PERFORM
            END-IF

            IF WS-QTD-TURMAS GREATER ZEROS
               DISPLAY "SESSOES EM GRUPO (OCUPACAO/CAPACIDADE):"
               PERFORM P032-EXIBE-TURMA THRU P032-FIM
                  VARYING WS-IND-TUR FROM 1 BY 1
                  UNTIL WS-IND-TUR GREATER WS-QTD-TURMAS
            END-IF
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   LINHA DO PROFISSIONAL COM AS VAGAS LIVRES SOBRE A CAPACIDADE
      *   DA ESCALA (OU DO EXPEDIENTE) NO DIA
      *----------------------------------------------------------------
       P031-EXIBE-PROFISSIONAL.

            MOVE ZEROS                TO WS-LIVRES
                                         WS-CAPACIDADE
            INSPECT GRD-VAGAS-PROF (WS-IND)
                    TALLYING WS-LIVRES FOR ALL '.'
            INSPECT GRD-ESCALA-PROF (WS-IND)
                    TALLYING WS-CAPACIDADE FOR ALL '.'

            DISPLAY "PROF " GRD-ID-PROF (WS-IND) " "
                    GRD-NM-PROF (WS-IND) " "
                    GRD-VAGAS-PROF (WS-IND)
                    " LIVRES " WS-LIVRES "/" WS-CAPACIDADE
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   LINHA DA TURMA COM OS LUGARES OCUPADOS SOBRE A CAPACIDADE
      *----------------------------------------------------------------
       P032-EXIBE-TURMA.

            DISPLAY "PROF " TUR-ID-PROF (WS-IND-TUR) " "
                    TUR-HORA (WS-IND-TUR) " "
                    TUR-NM-PROC (WS-IND-TUR)
                    " SALA " TUR-ID-SALA (WS-IND-TUR)
                    " " TUR-QTD (WS-IND-TUR) "/"
                    TUR-CAPAC (WS-IND-TUR)
            .
       P032-FIM.
       END PROGRAM PGMMAPA.
