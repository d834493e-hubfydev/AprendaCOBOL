      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: VINCULAR UM ATENDIMENTO REALIZADO OU UMA FALTA AO
      *          PLANO TERAPEUTICO DO PACIENTE (CPYPLANO): GRAVA A
      *          EVOLUCAO DA SESSAO (CPYEVOL, NOTA EM BRANCO PARA O
      *          PROFISSIONAL ESCREVER NO PGMPLT01) E ATUALIZA OS
      *          CONTADORES DO PLANO. COM LK-ID-PLANO ZERADO, PROCURA
      *          UM PLANO ATIVO DO PACIENTE DO MESMO PROCEDIMENTO (OU
      *          SEM PROCEDIMENTO E DO MESMO PROFISSIONAL) E DEVOLVE O
      *          PLANO ACHADO; INFORMADO, USA ESSE PLANO SE FOR DO
      *          PACIENTE E ESTIVER ATIVO. ATENDIMENTO JA VINCULADO SO
      *          TEM A SITUACAO TROCADA (REALIZADA/FALTA). CHAMADO PELO
      *          PGMAGE05 E PELO PGMPLT01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPLTVIN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLANOS ASSIGN TO
           WS-PATH-ARQPLANO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PLANO
           ALTERNATE RECORD KEY IS ID-CLI-PLANO WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT EVOLUCOES ASSIGN TO
           WS-PATH-ARQEVOL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-EVOL
           ALTERNATE RECORD KEY IS ID-AGE-EVOL WITH DUPLICATES
           FILE STATUS  IS WS-FS-EVO.
       DATA DIVISION.
       FILE SECTION.
       FD PLANOS.
           COPY CPYPLANO.

       FD EVOLUCOES.
           COPY CPYEVOL.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EVO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EVO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EVO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EVO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EVO-EOF
                          WS-FS-OK BY WS-FS-EVO-OK
                          WS-FS BY WS-FS-EVO.

       77 WS-EOF-PLA          PIC 9      VALUE 0.
          88 WS-EOF-PLA-OK    VALUE 1 FALSE 0.
       77 WS-ACHOU-PLANO      PIC X(01) VALUE 'N'.
          88 PLANO-ACHADO     VALUE 'S'.
       77 WS-JA-VINCULADO     PIC X(01) VALUE 'N'.
          88 AGE-JA-VINCULADO VALUE 'S'.
       77 WS-SITUACAO-ANT     PIC X(01) VALUE SPACE.
       77 WS-IL               PIC 9(01) COMP.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-AGE           PIC 9(08).
       01 LK-ID-CLI           PIC 9(04).
       01 LK-ID-PROC          PIC 9(04).
       01 LK-ID-PROF          PIC 9(04).
       01 LK-DATA             PIC 9(08).
       01 LK-SITUACAO         PIC X(01).
          88 LK-REALIZADA     VALUE 'R'.
          88 LK-FALTA         VALUE 'F'.
       01 LK-ID-PLANO         PIC 9(06).

       PROCEDURE DIVISION USING LK-ID-AGE, LK-ID-CLI, LK-ID-PROC,
                                LK-ID-PROF, LK-DATA, LK-SITUACAO,
                                LK-ID-PLANO.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O PLANOS

            IF NOT WS-FS-OK
               MOVE ZEROS             TO LK-ID-PLANO
               GOBACK
            END-IF

            OPEN I-O EVOLUCOES

            IF WS-FS-EVO EQUAL 35
               OPEN OUTPUT EVOLUCOES
               CLOSE EVOLUCOES
               OPEN I-O EVOLUCOES
            END-IF

            IF NOT WS-FS-EVO-OK
               DISPLAY "ERRO NO ARQUIVO DE EVOLUCOES: " WS-FS-EVO
               CALL "PGMFSMSG" USING WS-FS-EVO, WS-FS-EVO-MSG
               DISPLAY WS-FS-EVO-MSG
               CLOSE PLANOS
               MOVE ZEROS             TO LK-ID-PLANO
               GOBACK
            END-IF

            PERFORM P010-PROCURA-EVOLUCAO THRU P010-FIM

            IF AGE-JA-VINCULADO
               PERFORM P015-TROCA-SITUACAO THRU P015-FIM
            ELSE
               PERFORM P020-LOCALIZA-PLANO THRU P020-FIM
               IF PLANO-ACHADO
                  PERFORM P030-GRAVA-EVOLUCAO THRU P030-FIM
               ELSE
                  MOVE ZEROS          TO LK-ID-PLANO
               END-IF
            END-IF

            CLOSE EVOLUCOES
            CLOSE PLANOS

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPLANO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPLANO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEVOL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQEVOL
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   O ATENDIMENTO JA TEM EVOLUCAO? (MARCADO ANTES COMO REALIZADO
      *   OU FALTA E AGORA CORRIGIDO)
      *----------------------------------------------------------------
       P010-PROCURA-EVOLUCAO.

            MOVE 'N'                  TO WS-JA-VINCULADO
            MOVE LK-ID-AGE            TO ID-AGE-EVOL

            READ EVOLUCOES KEY IS ID-AGE-EVOL
                INVALID KEY
                   GO TO P010-FIM
            END-READ

            SET AGE-JA-VINCULADO      TO TRUE
            MOVE ID-PLANO-EVOL        TO LK-ID-PLANO
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   REALIZADA VIROU FALTA OU FALTA VIROU REALIZADA: DESFAZ O
      *   CONTADOR ANTIGO E SOMA NO NOVO
      *----------------------------------------------------------------
       P015-TROCA-SITUACAO.

            IF SITUACAO-EVOL EQUAL LK-SITUACAO
               GO TO P015-FIM
            END-IF

            MOVE ID-PLANO-EVOL        TO ID-PLANO

            READ PLANOS KEY IS ID-PLANO
                INVALID KEY
                   GO TO P015-FIM
            END-READ

            MOVE SITUACAO-EVOL        TO WS-SITUACAO-ANT

            IF WS-SITUACAO-ANT EQUAL 'R'
               AND QTD-REALIZ-PLANO GREATER ZEROS
               SUBTRACT 1             FROM QTD-REALIZ-PLANO
            END-IF
            IF WS-SITUACAO-ANT EQUAL 'F'
               AND QTD-FALTAS-PLANO GREATER ZEROS
               SUBTRACT 1             FROM QTD-FALTAS-PLANO
            END-IF

            MOVE LK-SITUACAO          TO SITUACAO-EVOL
            MOVE ZEROS                TO NUM-SESSAO-EVOL

            IF LK-REALIZADA
               ADD 1                  TO QTD-REALIZ-PLANO
               MOVE QTD-REALIZ-PLANO  TO NUM-SESSAO-EVOL
               IF LK-DATA GREATER DATA-ULT-SESSAO-PLANO
                  MOVE LK-DATA        TO DATA-ULT-SESSAO-PLANO
               END-IF
            ELSE
               ADD 1                  TO QTD-FALTAS-PLANO
            END-IF

            REWRITE REG-EVOL
            REWRITE REG-PLANO

            DISPLAY "EVOLUCAO DO PLANO " ID-PLANO " CORRIGIDA."
            PERFORM P040-EXIBE-SESSAO THRU P040-FIM
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   PLANO INFORMADO PELO CHAMADOR OU O PRIMEIRO PLANO ATIVO DO
      *   PACIENTE QUE COBRE O ATENDIMENTO
      *----------------------------------------------------------------
       P020-LOCALIZA-PLANO.

            MOVE 'N'                  TO WS-ACHOU-PLANO

            IF LK-ID-PLANO GREATER ZEROS
               MOVE LK-ID-PLANO       TO ID-PLANO
               READ PLANOS KEY IS ID-PLANO
                   INVALID KEY
                      DISPLAY "PLANO TERAPEUTICO NAO ENCONTRADO."
                      GO TO P020-FIM
               END-READ
               IF ID-CLI-PLANO NOT EQUAL LK-ID-CLI
                  DISPLAY "O PLANO NAO E DESTE PACIENTE."
                  GO TO P020-FIM
               END-IF
               IF NOT PLANO-ATIVO
                  DISPLAY "O PLANO NAO ESTA ATIVO."
                  GO TO P020-FIM
               END-IF
               SET PLANO-ACHADO       TO TRUE
               GO TO P020-FIM
            END-IF

            MOVE LK-ID-CLI            TO ID-CLI-PLANO
            SET WS-EOF-PLA-OK         TO FALSE

            START PLANOS KEY IS EQUAL ID-CLI-PLANO
                INVALID KEY
                   GO TO P020-FIM
            END-START

            PERFORM P021-LE-PLANO THRU P021-FIM
               UNTIL WS-EOF-PLA-OK OR PLANO-ACHADO
            .
       P020-FIM.
       P021-LE-PLANO.

            READ PLANOS NEXT
                AT END
                   SET WS-EOF-PLA-OK  TO TRUE
                   GO TO P021-FIM
            END-READ

            IF ID-CLI-PLANO NOT EQUAL LK-ID-CLI
               SET WS-EOF-PLA-OK      TO TRUE
               GO TO P021-FIM
            END-IF

            IF NOT PLANO-ATIVO
               GO TO P021-FIM
            END-IF

            IF (ID-PROC-PLANO GREATER ZEROS
                AND ID-PROC-PLANO EQUAL LK-ID-PROC)
               OR (ID-PROC-PLANO EQUAL ZEROS
                   AND ID-PROF-PLANO EQUAL LK-ID-PROF)
               SET PLANO-ACHADO       TO TRUE
            END-IF
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   NOVA EVOLUCAO NA SEQUENCIA DO PLANO E CONTADORES DO PLANO
      *----------------------------------------------------------------
       P030-GRAVA-EVOLUCAO.

            ADD 1                     TO SEQ-ULT-EVOL-PLANO

            MOVE ID-PLANO             TO ID-PLANO-EVOL
            MOVE SEQ-ULT-EVOL-PLANO   TO SEQ-EVOL
            MOVE LK-ID-AGE            TO ID-AGE-EVOL
            MOVE LK-DATA              TO DATA-EVOL
            MOVE LK-ID-PROF           TO ID-PROF-EVOL
            MOVE LK-SITUACAO          TO SITUACAO-EVOL
            MOVE ZEROS                TO NUM-SESSAO-EVOL
                                         DATA-NOTA-EVOL
            MOVE SPACES               TO LOGIN-EVOL

            PERFORM P031-LIMPA-NOTA THRU P031-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 3

            IF LK-REALIZADA
               ADD 1                  TO QTD-REALIZ-PLANO
               MOVE QTD-REALIZ-PLANO  TO NUM-SESSAO-EVOL
               IF LK-DATA GREATER DATA-ULT-SESSAO-PLANO
                  MOVE LK-DATA        TO DATA-ULT-SESSAO-PLANO
               END-IF
            ELSE
               ADD 1                  TO QTD-FALTAS-PLANO
            END-IF

            WRITE REG-EVOL
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A EVOLUCAO: " WS-FS-EVO
                   GO TO P030-FIM
            END-WRITE

            REWRITE REG-PLANO

            MOVE ID-PLANO             TO LK-ID-PLANO
            DISPLAY "ATENDIMENTO VINCULADO AO PLANO TERAPEUTICO "
                    ID-PLANO "."
            PERFORM P040-EXIBE-SESSAO THRU P040-FIM
            .
       P030-FIM.
       P031-LIMPA-NOTA.

            MOVE SPACES               TO NOTA-EVOL (WS-IL)
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   SESSAO N DE M; COM TODAS AS SESSOES PREVISTAS FEITAS, LEMBRA
      *   DE AVALIAR O ENCERRAMENTO DO PLANO
      *----------------------------------------------------------------
       P040-EXIBE-SESSAO.

            IF EVOL-FALTA
               DISPLAY "FALTA REGISTRADA NO PLANO. FALTAS: "
                       QTD-FALTAS-PLANO
               GO TO P040-FIM
            END-IF

            DISPLAY "SESSAO " NUM-SESSAO-EVOL " DE "
                    QTD-SESSOES-PLANO

            IF QTD-SESSOES-PLANO GREATER ZEROS
               AND QTD-REALIZ-PLANO NOT LESS QTD-SESSOES-PLANO
               DISPLAY "TODAS AS SESSOES PREVISTAS FORAM REALIZADAS. "
                       "AVALIE O ENCERRAMENTO DO PLANO."
            END-IF
            .
       P040-FIM.
       END PROGRAM PGMPLTVIN.
