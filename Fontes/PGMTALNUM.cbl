      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: TIRAR A PROXIMA FOLHA DO TALONARIO DE RECEITAS DE
      *          CONTROLE ESPECIAL DO PROFISSIONAL (ARQTALAO): DEVOLVE
      *          O NUMERO DA FOLHA E ATUALIZA A ULTIMA USADA. SEM
      *          TALONARIO CADASTRADO OU COM O TALONARIO ESGOTADO,
      *          DEVOLVE ZERO. AVISA QUANDO RESTAM POUCAS FOLHAS.
      *          USADO PELO PGMREC01.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMTALNUM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TALONARIOS ASSIGN TO
           WS-PATH-ARQTALAO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF-TAL
           FILE STATUS  IS WS-FS.
       DATA DIVISION.
       FILE SECTION.
       FD TALONARIOS.
           COPY CPYTALAO.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
       77 WS-RESTANTES        PIC 9(08) VALUE ZEROS.
           COPY CPYPATHS.
       LINKAGE SECTION.
       01 LK-ID-PROF          PIC 9(04).
       01 LK-NUM-CTRL         PIC 9(08).

       PROCEDURE DIVISION USING LK-ID-PROF, LK-NUM-CTRL.
       MAIN-PROCEDURE.

            MOVE ZEROS                TO LK-NUM-CTRL

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            OPEN I-O TALONARIOS

            IF NOT WS-FS-OK
               GOBACK
            END-IF

            MOVE LK-ID-PROF           TO ID-PROF-TAL

            READ TALONARIOS
                INVALID KEY
                   CLOSE TALONARIOS
                   GOBACK
            END-READ

            PERFORM P010-PROXIMA-FOLHA THRU P010-FIM

            CLOSE TALONARIOS

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR O CAMINHO DO ARQUIVO POR UMA VARIAVEL DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQTALAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQTALAO
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   A PRIMEIRA FOLHA E A INICIAL DA FAIXA; DEPOIS, A SEGUINTE A
      *   ULTIMA USADA, ATE A FINAL
      *----------------------------------------------------------------
       P010-PROXIMA-FOLHA.

            IF ULT-NUM-TAL LESS NUM-INI-TAL
               MOVE NUM-INI-TAL       TO LK-NUM-CTRL
            ELSE
               IF ULT-NUM-TAL NOT LESS NUM-FIM-TAL
                  GO TO P010-FIM
               END-IF
               COMPUTE LK-NUM-CTRL = ULT-NUM-TAL + 1
            END-IF

            MOVE LK-NUM-CTRL          TO ULT-NUM-TAL

            REWRITE REG-TALAO
                INVALID KEY
                   MOVE ZEROS         TO LK-NUM-CTRL
                   GO TO P010-FIM
            END-REWRITE

            COMPUTE WS-RESTANTES = NUM-FIM-TAL - ULT-NUM-TAL

            IF WS-RESTANTES LESS 5
               DISPLAY "ATENCAO: RESTAM " WS-RESTANTES
                       " FOLHA(S) NO TALONARIO DE CONTROLE ESPECIAL."
            END-IF
            .
       P010-FIM.
       END PROGRAM PGMTALNUM.
