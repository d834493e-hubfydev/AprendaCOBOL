      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER AS INSTRUCOES DE PREPARO DOS PROCEDIMENTOS DO
      *          CATALOGO (ARQPREPARO, LAYOUT CPYPREPARO): JEJUM EM
      *          HORAS, ANTECEDENCIA DE CHEGADA EM MINUTOS E ATE OITO
      *          LINHAS DE TEXTO POR PROCEDIMENTO. O PREPARO APARECE NA
      *          MARCACAO (PGMAGE01) E VAI NO LEMBRETE DA VESPERA
      *          (PGMLEMBRA), JUNTANDO OS PROCEDIMENTOS ADICIONAIS DO
      *          ATENDIMENTO (PGMPREPCK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPREP01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREPAROS ASSIGN TO
           WS-PATH-ARQPREPARO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC-PREP
           FILE STATUS  IS WS-FS.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

       DATA DIVISION.
       FILE SECTION.
       FD PREPAROS.
           COPY CPYPREPARO.

       FD PROCEDS.
           COPY CPYPROC.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.

       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-IL              PIC 9(02)  COMP.
       77 WS-EXISTE          PIC X(01)  VALUE 'N'.
          88 PREPARO-EXISTE  VALUE 'S'.
       77 WS-FIM-TEXTO       PIC X(01)  VALUE 'N'.
          88 TEXTO-ENCERRADO VALUE 'S'.
       77 WS-CONFIRMA        PIC X(01)  VALUE 'N'.
          88 CONFIRMADO      VALUE 'S' 's'.
       77 WS-LINHA-DIGITADA  PIC X(60)  VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O PREPAROS

           IF WS-FS EQUAL 35
              OPEN OUTPUT PREPAROS
              CLOSE PREPAROS
              OPEN I-O PREPAROS
           END-IF

           OPEN INPUT PROCEDS

           IF NOT WS-FS-OK OR NOT WS-FS-PRC-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE PREPARO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 4

           CLOSE PREPAROS
           CLOSE PROCEDS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPREPARO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPREPARO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
           END-IF
           .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
           DISPLAY WS-FS-MSG
           .
       P002-FIM.
      *----------------------------------------------------------------
      *             MENU DA TELA DE PREPARO
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "-------- PREPARO DO PROCEDIMENTO ----------------"
           DISPLAY "1 - CADASTRAR OU ALTERAR O PREPARO"
           DISPLAY "2 - CONSULTAR O PREPARO"
           DISPLAY "3 - EXCLUIR O PREPARO"
           DISPLAY "4 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-GRAVA          THRU P010-FIM
               WHEN 2
                  PERFORM P020-CONSULTA       THRU P020-FIM
               WHEN 3
                  PERFORM P030-EXCLUI         THRU P030-FIM
               WHEN 4
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   LE O PROCEDIMENTO DO CATALOGO E O PREPARO JA CADASTRADO (SE
      *   HOUVER); DEVOLVE WS-FS-PRC PARA O CHAMADOR SABER SE SEGUE
      *----------------------------------------------------------------
       P006-LE-PROCEDIMENTO.

           DISPLAY "INFORME O ID DO PROCEDIMENTO: "
           ACCEPT ID-PROC
           MOVE 'N'                 TO WS-EXISTE

           READ PROCEDS
               INVALID KEY
                  DISPLAY "PROCEDIMENTO NAO ENCONTRADO."
                  GO TO P006-FIM
           END-READ

           DISPLAY "PROCEDIMENTO " ID-PROC " - " NM-PROC

           MOVE ID-PROC             TO ID-PROC-PREP

           READ PREPAROS
               INVALID KEY
                  DISPLAY "PROCEDIMENTO SEM PREPARO CADASTRADO."
               NOT INVALID KEY
                  SET PREPARO-EXISTE TO TRUE
           END-READ
           .
       P006-FIM.
      *----------------------------------------------------------------
      *   CADASTRA OU SUBSTITUI O PREPARO: JEJUM, ANTECEDENCIA E AS
      *   LINHAS DE TEXTO (LINHA EM BRANCO ENCERRA O TEXTO)
      *----------------------------------------------------------------
       P010-GRAVA.

           PERFORM P006-LE-PROCEDIMENTO THRU P006-FIM

           IF NOT WS-FS-PRC-OK
              GO TO P010-FIM
           END-IF

           IF PREPARO-EXISTE
              PERFORM P021-EXIBE-PREPARO THRU P021-FIM
              DISPLAY "O PREPARO ATUAL SERA SUBSTITUIDO."
           END-IF

           MOVE ID-PROC             TO ID-PROC-PREP

           DISPLAY "HORAS DE JEJUM (0 = SEM JEJUM): "
           ACCEPT JEJUM-HORAS-PREP

           DISPLAY "MINUTOS DE ANTECEDENCIA NA CHEGADA (0 = NO "
                   "HORARIO): "
           ACCEPT ANTECED-MIN-PREP

           DISPLAY "INSTRUCOES (ATE 8 LINHAS; LINHA EM BRANCO "
                   "ENCERRA):"
           MOVE 'N'                 TO WS-FIM-TEXTO

           PERFORM P011-ACEITA-LINHA THRU P011-FIM
              VARYING WS-IL FROM 1 BY 1
              UNTIL WS-IL GREATER 8

           ACCEPT DATA-ATU-PREP FROM DATE YYYYMMDD

           IF PREPARO-EXISTE
              REWRITE REG-PREPARO
                  INVALID KEY
                     DISPLAY "ERRO AO REGRAVAR O PREPARO: " WS-FS
                  NOT INVALID KEY
                     DISPLAY "PREPARO ALTERADO COM SUCESSO."
              END-REWRITE
           ELSE
              WRITE REG-PREPARO
                  INVALID KEY
                     DISPLAY "ERRO AO GRAVAR O PREPARO: " WS-FS
                  NOT INVALID KEY
                     DISPLAY "PREPARO CADASTRADO COM SUCESSO."
              END-WRITE
           END-IF
           .
       P010-FIM.
       P011-ACEITA-LINHA.

           MOVE SPACES              TO LINHA-PREP (WS-IL)

           IF TEXTO-ENCERRADO
              GO TO P011-FIM
           END-IF

           MOVE SPACES              TO WS-LINHA-DIGITADA
           DISPLAY "LINHA " WS-IL ": "
           ACCEPT WS-LINHA-DIGITADA

           IF WS-LINHA-DIGITADA EQUAL SPACES
              SET TEXTO-ENCERRADO   TO TRUE
           ELSE
              MOVE WS-LINHA-DIGITADA TO LINHA-PREP (WS-IL)
           END-IF
           .
       P011-FIM.
      *----------------------------------------------------------------
      *   MOSTRA O PREPARO CADASTRADO DO PROCEDIMENTO
      *----------------------------------------------------------------
       P020-CONSULTA.

           PERFORM P006-LE-PROCEDIMENTO THRU P006-FIM

           IF PREPARO-EXISTE
              PERFORM P021-EXIBE-PREPARO THRU P021-FIM
           END-IF
           .
       P020-FIM.
       P021-EXIBE-PREPARO.

           DISPLAY "JEJUM (HORAS).............: " JEJUM-HORAS-PREP
           DISPLAY "ANTECEDENCIA (MINUTOS)....: " ANTECED-MIN-PREP
           DISPLAY "ATUALIZADO EM.............: " DATA-ATU-PREP

           PERFORM P022-EXIBE-LINHA THRU P022-FIM
              VARYING WS-IL FROM 1 BY 1
              UNTIL WS-IL GREATER 8
           .
       P021-FIM.
       P022-EXIBE-LINHA.

           IF LINHA-PREP (WS-IL) NOT EQUAL SPACES
              DISPLAY "  " LINHA-PREP (WS-IL)
           END-IF
           .
       P022-FIM.
      *----------------------------------------------------------------
      *   REMOVE O PREPARO DO PROCEDIMENTO, COM CONFIRMACAO
      *----------------------------------------------------------------
       P030-EXCLUI.

           PERFORM P006-LE-PROCEDIMENTO THRU P006-FIM

           IF NOT PREPARO-EXISTE
              GO TO P030-FIM
           END-IF

           PERFORM P021-EXIBE-PREPARO THRU P021-FIM

           DISPLAY "CONFIRMA A EXCLUSAO DO PREPARO? <S/N>"
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMADO
              DISPLAY "PREPARO MANTIDO."
              GO TO P030-FIM
           END-IF

           DELETE PREPAROS RECORD
               INVALID KEY
                  DISPLAY "PREPARO NAO ENCONTRADO."
               NOT INVALID KEY
                  DISPLAY "PREPARO EXCLUIDO COM SUCESSO."
           END-DELETE
           .
       P030-FIM.
       END PROGRAM PGMPREP01.
