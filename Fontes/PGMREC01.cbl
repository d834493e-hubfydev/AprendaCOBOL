      *          DURACAO. O CABECALHO VAI PARA ARQRECEIT, AS LINHAS
      *          PARA ARQRECIT E A VIA IMPRESSA DO PACIENTE SAI EM
      *          RELRECEIT.LST. O HISTORICO POR PACIENTE E O PGMREC02.
      * Manutencao: 15 OUT 2026 - CADA LINHA PASSA PELA CONFERENCIA DE
      *             ALERGIA E DUPLICIDADE (PGMMEDCK) ANTES DE SER
      *             ACEITA; CONFLITO DE GRAVIDADE ALTA SO ENTRA COM A
      *             CONFIRMACAO DO PROFISSIONAL, REGISTRADA NA LINHA E
      *             NA AUDITORIA. PEDE OS DIAS DE TRATAMENTO DE CADA
      *             LINHA E SO IMPRIME A VIA COM TODAS AS LINHAS
      *             CONFERIDAS. EXIBE OS ALERTAS DO PACIENTE.
      * Manutencao: 15 OUT 2026 - RECEITA COM MEDICAMENTO CONTROLADO
      *             (LISTA-CTRL-MED) RECEBE A PROXIMA FOLHA DO
      *             TALONARIO DO PROFISSIONAL (PGMTALNUM) E SAI NO
      *             MODELO DE CONTROLE ESPECIAL, EM DUAS VIAS, COM A
      *             IDENTIFICACAO DO PACIENTE, DO COMPRADOR E DO
      *             FORNECEDOR. UMA RECEITA SO LEVA UMA LISTA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMREC01.
       77 WS-SEQ-LINHA        PIC 9(02) VALUE ZEROS.
       77 WS-CONTINUA         PIC X(01) VALUE 'S'.
          88 MAIS-LINHAS      VALUE 'S' 's'.
       77 WS-QTD-ALTA         PIC 9(02) VALUE ZEROS.
       77 WS-IM               PIC 9(02) COMP.
       77 WS-ID-PROF-CONF     PIC 9(04) VALUE ZEROS.
       77 WS-LINHA-OK         PIC X(01) VALUE 'N'.
          88 LINHA-ACEITA     VALUE 'S'.
       77 WS-LIBERA           PIC X(01) VALUE 'N'.
       77 WS-TODAS-VERIF      PIC X(01) VALUE 'N'.
          88 RECEITA-CONFERIDA VALUE 'S'.
       77 WS-VIA              PIC 9(01) VALUE ZEROS.
       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

           COPY CPYMEDCK.

       01 WS-IMP-CAB.
          03 FILLER               PIC X(10)  VALUE "RECEITA ".
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-IMP-DURACAO       PIC X(20).

      *   MODELO DA RECEITA DE CONTROLE ESPECIAL (DUAS VIAS)
       01 WS-ESP-CAB.
          03 FILLER               PIC X(40)  VALUE
             "RECEITUARIO DE CONTROLE ESPECIAL".
          03 FILLER               PIC X(06)  VALUE "LISTA ".
          03 WS-ESP-LISTA         PIC X(02).
          03 FILLER               PIC X(06)  VALUE "   NO ".
          03 WS-ESP-NUM           PIC 9(08).
          03 FILLER               PIC X(10)  VALUE "  RECEITA ".
          03 WS-ESP-REC           PIC 9(04).

       01 WS-ESP-VIA.
          03 WS-ESP-NUM-VIA       PIC 9(01).
          03 FILLER               PIC X(08)  VALUE "A VIA - ".
          03 WS-ESP-DESC-VIA      PIC X(30).

       01 WS-ESP-EMITENTE.
          03 FILLER               PIC X(24)  VALUE
             "EMITENTE: PROFISSIONAL ".
          03 WS-ESP-ID-PROF       PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-ESP-NM-PROF       PIC X(20).
          03 FILLER               PIC X(08)  VALUE "  DATA: ".
          03 WS-ESP-DATA          PIC 9(08).

       01 WS-ESP-PACIENTE.
          03 FILLER               PIC X(10)  VALUE "PACIENTE: ".
          03 WS-ESP-NM-CLI        PIC X(20).
          03 FILLER               PIC X(07)  VALUE "  CPF: ".
          03 WS-ESP-CPF           PIC 9(11).

       01 WS-ESP-ENDERECO.
          03 FILLER               PIC X(10)  VALUE "ENDERECO: ".
          03 WS-ESP-ENDER         PIC X(40).

       01 WS-ESP-TEXTOS.
          03 FILLER               PIC X(66)  VALUE
             "PRESCRICAO:".
          03 FILLER               PIC X(66)  VALUE
             "ASSINATURA DO PROFISSIONAL: ________________________".
          03 FILLER               PIC X(66)  VALUE
             "IDENTIFICACAO DO COMPRADOR".
          03 FILLER               PIC X(66)  VALUE
             "NOME: ______________________________________________".
          03 FILLER               PIC X(66)  VALUE
             "IDENTIDADE: _______________  ORGAO EMISSOR: ________".
          03 FILLER               PIC X(66)  VALUE
             "ENDERECO: __________________________________________".
          03 FILLER               PIC X(66)  VALUE
             "CIDADE: ___________  UF: __  TELEFONE: _____________".
          03 FILLER               PIC X(66)  VALUE
             "IDENTIFICACAO DO FORNECEDOR".
          03 FILLER               PIC X(66)  VALUE
             "ASSINATURA DO FARMACEUTICO: _______  DATA: __/__/____".
       01 FILLER REDEFINES WS-ESP-TEXTOS.
          03 WS-ESP-TEXTO         PIC X(66)  OCCURS 9 TIMES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
                   GO TO P010-ENCERRA
            END-READ

            MOVE ZEROS                TO WS-QTD-ALTA
            CALL "PGMALEVIS" USING ID-CLI, WS-QTD-ALTA

            MOVE 'N'                  TO WS-DATA-OK
            PERFORM P011-ACEITA-DATA THRU P011-FIM
               UNTIL WS-DATA-OK EQUAL 'S'
            MOVE ID-CLI               TO ID-CLI-REC
            MOVE ID-PROF              TO ID-PROF-REC
            MOVE ZEROS                TO QTD-LINHAS-REC
            MOVE ZEROS                TO NUM-CTRL-REC
            MOVE SPACES               TO LISTA-CTRL-REC
            MOVE ZEROS                TO WS-SEQ-LINHA
            MOVE 'S'                  TO WS-CONTINUA

                NOT INVALID KEY
                   DISPLAY "RECEITA " ID-REC " EMITIDA COM "
                           QTD-LINHAS-REC " LINHAS."
                   IF NOT RECEITA-COMUM
                      DISPLAY "CONTROLE ESPECIAL LISTA " LISTA-CTRL-REC
                              " - FOLHA " NUM-CTRL-REC
                   END-IF
                   PERFORM P030-IMPRIME-RECEITA THRU P030-FIM
            END-WRITE
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   UMA LINHA POR MEDICAMENTO DO CATALOGO, COM DOSAGEM E
      *   DURACAO (MAXIMO 10 LINHAS POR RECEITA); SO ENTRA A LINHA
      *   CONFERIDA CONTRA ALERGIAS E DUPLICIDADES (P021)
      *----------------------------------------------------------------
       P020-ACEITA-LINHA.

               GO TO P020-FIM
            END-IF

            IF NOT MED-SEM-CONTROLE
               AND LISTA-CTRL-REC NOT EQUAL SPACES
               AND LISTA-CTRL-MED NOT EQUAL LISTA-CTRL-REC
               DISPLAY "MEDICAMENTO DA LISTA " LISTA-CTRL-MED
                       " NAO ENTRA NA RECEITA DA LISTA "
                       LISTA-CTRL-REC ". EMITA OUTRA RECEITA."
               GO TO P020-FIM
            END-IF

            PERFORM P021-CONFERE-LINHA THRU P021-FIM

            IF NOT LINHA-ACEITA
               GO TO P020-FIM
            END-IF

            IF NOT MED-SEM-CONTROLE AND RECEITA-COMUM
               PERFORM P025-NUMERA-RECEITA THRU P025-FIM
               IF RECEITA-COMUM
                  GO TO P020-FIM
               END-IF
            END-IF

            ADD 1                     TO WS-SEQ-LINHA

            MOVE ID-REC               TO ID-REC-IT
            MOVE WS-SEQ-LINHA         TO SEQ-REC-IT
            MOVE ID-MED               TO ID-MED-IT
            MOVE 'S'                  TO VERIF-IT
            MOVE MCK-CONFLITO         TO CONFLITO-IT
            MOVE MCK-GRAV             TO GRAV-CONFL-IT
            MOVE WS-LIBERA            TO LIBERADO-IT

            DISPLAY "MEDICAMENTO: " NM-MED " " APRESENT-MED
            DISPLAY "DOSAGEM/POSOLOGIA: "
            DISPLAY "DURACAO DO TRATAMENTO: "
            ACCEPT DURACAO-IT

            MOVE ZEROS                TO DIAS-TRAT-IT
            PERFORM P023-ACEITA-DIAS THRU P023-FIM
               UNTIL DIAS-TRAT-IT GREATER ZEROS

            WRITE REG-RECIT
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A LINHA DA RECEITA."
                   SUBTRACT 1         FROM WS-SEQ-LINHA
                NOT INVALID KEY
                   IF CONFLITO-LIBERADO
                      PERFORM P024-AUDITA-LIBERACAO THRU P024-FIM
                   END-IF
            END-WRITE
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   CONFERE O MEDICAMENTO CONTRA OS ALERTAS DO PACIENTE E AS
      *   PRESCRICOES AINDA EM TRATAMENTO (PGMMEDCK). SEM CONFERENCIA
      *   A LINHA NAO ENTRA; CONFLITO GRAVE SO ENTRA SE O PROFISSIONAL
      *   DA RECEITA CONFIRMAR DIGITANDO O SEU ID
      *----------------------------------------------------------------
       P021-CONFERE-LINHA.

            MOVE 'N'                  TO WS-LINHA-OK
                                         WS-LIBERA

            MOVE ID-CLI-REC           TO MCK-ID-CLI
            MOVE ID-MED               TO MCK-ID-MED
            MOVE DATA-REC             TO MCK-DATA
            MOVE ID-REC               TO MCK-ID-REC

            CALL "PGMMEDCK" USING MEDCK-PARM

            IF MCK-NAO-VERIFICADO
               DISPLAY "CONFERENCIA DE ALERGIA E DUPLICIDADE "
                       "INDISPONIVEL. LINHA NAO ACEITA."
               GO TO P021-FIM
            END-IF

            IF MCK-SEM-CONFLITO
               SET LINHA-ACEITA       TO TRUE
               GO TO P021-FIM
            END-IF

            DISPLAY "ATENCAO - " NM-MED
            PERFORM P022-MOSTRA-CONFLITO THRU P022-FIM
               VARYING WS-IM FROM 1 BY 1
               UNTIL WS-IM GREATER MCK-QTD-MSG

            IF NOT MCK-GRAV-ALTA
               SET LINHA-ACEITA       TO TRUE
               GO TO P021-FIM
            END-IF

            DISPLAY "CONFLITO DE GRAVIDADE ALTA. PARA PRESCREVER "
                    "ASSIM MESMO, DIGITE O SEU ID DE PROFISSIONAL "
                    "(0 DESISTE): "
            ACCEPT WS-ID-PROF-CONF

            IF WS-ID-PROF-CONF EQUAL ZEROS
               OR WS-ID-PROF-CONF NOT EQUAL ID-PROF-REC
               DISPLAY "LINHA NAO ACEITA."
               GO TO P021-FIM
            END-IF

            SET LINHA-ACEITA          TO TRUE
            MOVE 'S'                  TO WS-LIBERA
            .
       P021-FIM.
       P022-MOSTRA-CONFLITO.

            DISPLAY "  " MCK-MSG (WS-IM)
            .
       P022-FIM.
       P023-ACEITA-DIAS.

            DISPLAY "DIAS DE TRATAMENTO (999 = USO CONTINUO): "
            ACCEPT DIAS-TRAT-IT

            IF DIAS-TRAT-IT EQUAL ZEROS
               DISPLAY "INFORME OS DIAS DE TRATAMENTO."
            END-IF
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   REGISTRA NA AUDITORIA A LIBERACAO DO CONFLITO GRAVE
      *----------------------------------------------------------------
       P024-AUDITA-LIBERACAO.

            MOVE SPACES               TO WS-AUD-ANTES
                                         WS-AUD-DEPOIS
            MOVE "RECEITA"            TO WS-AUD-MODULO
            MOVE 'L'                  TO WS-AUD-OPER
            MOVE CHAVE-RECIT          TO WS-AUD-CHAVE
            MOVE "CONFLITO"           TO WS-AUD-CAMPO
            STRING "TIPO " CONFLITO-IT " GRAVIDADE " GRAV-CONFL-IT
                   " MED " ID-MED-IT
                   DELIMITED BY SIZE INTO WS-AUD-ANTES
            STRING "LIBERADO PELO PROF " ID-PROF-REC
                   DELIMITED BY SIZE INTO WS-AUD-DEPOIS
            CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                  WS-AUD-CHAVE, WS-AUD-CAMPO,
                                  WS-AUD-ANTES, WS-AUD-DEPOIS
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   PRIMEIRO MEDICAMENTO CONTROLADO DA RECEITA: TIRA A FOLHA DO
      *   TALONARIO DO PROFISSIONAL; SEM FOLHA, A LINHA NAO ENTRA
      *----------------------------------------------------------------
       P025-NUMERA-RECEITA.

            CALL "PGMTALNUM" USING ID-PROF-REC, NUM-CTRL-REC

            IF RECEITA-COMUM
               DISPLAY "PROFISSIONAL SEM TALONARIO DE CONTROLE "
                       "ESPECIAL OU TALONARIO ESGOTADO (PGMTAL01). "
                       "LINHA NAO ACEITA."
               GO TO P025-FIM
            END-IF

            MOVE LISTA-CTRL-MED       TO LISTA-CTRL-REC

            DISPLAY "RECEITA DE CONTROLE ESPECIAL LISTA "
                    LISTA-CTRL-REC " - FOLHA " NUM-CTRL-REC
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   IMPRIME A VIA DO PACIENTE EM RELRECEIT.LST; LINHA SEM A
      *   CONFERENCIA DE ALERGIA E DUPLICIDADE IMPEDE A IMPRESSAO
      *----------------------------------------------------------------
       P030-IMPRIME-RECEITA.

            MOVE 'S'                  TO WS-TODAS-VERIF

            PERFORM P032-CONFERE-VERIFICACAO THRU P032-FIM
               VARYING WS-SEQ-LINHA FROM 1 BY 1
               UNTIL WS-SEQ-LINHA GREATER QTD-LINHAS-REC

            IF NOT RECEITA-CONFERIDA
               DISPLAY "RECEITA COM LINHA NAO CONFERIDA. A VIA DO "
                       "PACIENTE NAO E IMPRESSA."
               GO TO P030-FIM
            END-IF

            OPEN OUTPUT RELRECEIT

            IF NOT WS-FS-REL-OK
               GO TO P030-FIM
            END-IF

            IF NOT RECEITA-COMUM
               PERFORM P040-IMPRIME-ESPECIAL THRU P040-FIM
                  VARYING WS-VIA FROM 1 BY 1
                  UNTIL WS-VIA GREATER 2
               CLOSE RELRECEIT
               DISPLAY "RECEITA DE CONTROLE ESPECIAL (DUAS VIAS) "
                       "GRAVADA EM RELRECEIT.LST."
               GO TO P030-FIM
            END-IF

            MOVE ID-REC               TO WS-IMP-REC
            MOVE DATA-REC             TO WS-IMP-DATA
            MOVE SPACES               TO REL-LINHA
            .
       P031-FIM.
           EXIT.
       P032-CONFERE-VERIFICACAO.

            MOVE ID-REC               TO ID-REC-IT
            MOVE WS-SEQ-LINHA         TO SEQ-REC-IT

            READ RECITENS
                INVALID KEY
                   MOVE 'N'           TO WS-TODAS-VERIF
                   GO TO P032-FIM
            END-READ

            IF NOT LINHA-VERIFICADA
               MOVE 'N'               TO WS-TODAS-VERIF
            END-IF
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   UMA VIA DO MODELO DE CONTROLE ESPECIAL: EMITENTE, PACIENTE
      *   COM ENDERECO, PRESCRICAO E OS QUADROS DO COMPRADOR E DO
      *   FORNECEDOR, PREENCHIDOS A MAO NA FARMACIA
      *----------------------------------------------------------------
       P040-IMPRIME-ESPECIAL.

            MOVE LISTA-CTRL-REC       TO WS-ESP-LISTA
            MOVE NUM-CTRL-REC         TO WS-ESP-NUM
            MOVE ID-REC               TO WS-ESP-REC
            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-CAB           TO REL-LINHA
            WRITE REL-LINHA

            MOVE WS-VIA               TO WS-ESP-NUM-VIA
            IF WS-VIA EQUAL 1
               MOVE "RETENCAO DA FARMACIA"
                                      TO WS-ESP-DESC-VIA
            ELSE
               MOVE "ORIENTACAO AO PACIENTE"
                                      TO WS-ESP-DESC-VIA
            END-IF
            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-VIA           TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE ID-PROF-REC          TO WS-ESP-ID-PROF
            MOVE NM-PROF              TO WS-ESP-NM-PROF
            MOVE DATA-REC             TO WS-ESP-DATA
            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-EMITENTE      TO REL-LINHA
            WRITE REL-LINHA

            MOVE NM-CLI               TO WS-ESP-NM-CLI
            MOVE CPF-CLI              TO WS-ESP-CPF
            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-PACIENTE      TO REL-LINHA
            WRITE REL-LINHA

            MOVE ENDER-CLI            TO WS-ESP-ENDER
            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-ENDERECO      TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-TEXTO (1)     TO REL-LINHA
            WRITE REL-LINHA

            MOVE ZEROS                TO WS-SEQ-LINHA

            PERFORM P031-IMPRIME-LINHA THRU P031-FIM
               UNTIL WS-SEQ-LINHA NOT LESS QTD-LINHAS-REC

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-TEXTO (2)     TO REL-LINHA
            WRITE REL-LINHA

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA

            PERFORM P041-IMPRIME-QUADRO THRU P041-FIM
               VARYING WS-IM FROM 3 BY 1
               UNTIL WS-IM GREATER 9

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA
            .
       P040-FIM.
       P041-IMPRIME-QUADRO.

            IF WS-IM EQUAL 8
               MOVE SPACES            TO REL-LINHA
               WRITE REL-LINHA
            END-IF

            MOVE SPACES               TO REL-LINHA
            MOVE WS-ESP-TEXTO (WS-IM) TO REL-LINHA
            WRITE REL-LINHA
            .
       P041-FIM.
       END PROGRAM PGMREC01.
