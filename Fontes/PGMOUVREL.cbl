      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: RELATORIO MENSAL DA OUVIDORIA POR CATEGORIA, POR
      *          FILIAL E POR PROFISSIONAL: VARRE AS MANIFESTACOES EM
      *          ARQOUVID E, PARA CADA GRUPO, CONTA AS ABERTAS NA
      *          COMPETENCIA, AS RESOLVIDAS NA COMPETENCIA, QUANTAS
      *          DESTAS DENTRO DO PRAZO E O TEMPO MEDIO DE SOLUCAO EM
      *          DIAS (DA ABERTURA A SOLUCAO). SAI EM RELOUVREL.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMOUVREL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO
           WS-PATH-ARQOUVID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-OUV
           FILE STATUS  IS WS-FS.

           SELECT RELOUVREL ASSIGN TO
           WS-PATH-RELOUVREL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD OUVIDORIA.
           COPY CPYOUVID.

       FD RELOUVREL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-GRUPOS           PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  VALUE ZEROS.
       77 WS-IND-ACHOU            PIC 9(03)  VALUE ZEROS.
       77 WS-TIPO-CORR            PIC X(01)  VALUE SPACES.
       77 WS-CHAVE-CORR           PIC X(04)  VALUE SPACES.
       77 WS-CHAVE-NUM            PIC 9(04)  VALUE ZEROS.
       77 WS-TIPO-IMPR            PIC X(01)  VALUE SPACES.
       77 WS-SOMA-ABERTA          PIC 9(01)  VALUE ZEROS.
       77 WS-SOMA-RESOLV          PIC 9(01)  VALUE ZEROS.
       77 WS-SOMA-NO-PRAZO        PIC 9(01)  VALUE ZEROS.
       77 WS-DIAS-SOLUCAO         PIC 9(05)  VALUE ZEROS.
       77 WS-MEDIA                PIC 9(05)V9 VALUE ZEROS.
       77 WS-TOT-ABERTAS          PIC 9(06)  VALUE ZEROS.
       77 WS-TOT-RESOLVIDAS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOT-NO-PRAZO         PIC 9(06)  VALUE ZEROS.
       77 WS-TOT-DIAS             PIC 9(09)  VALUE ZEROS.

       01 WS-DATA-TAB              PIC 9(08) VALUE ZEROS.
       01 REDEFINES WS-DATA-TAB.
          03 WS-TAB-AAAAMM         PIC 9(06).
          03 WS-TAB-DIA            PIC 99.

      *   UMA LINHA POR GRUPO: 'C' CATEGORIA, 'F' FILIAL OU
      *   'P' PROFISSIONAL
       01 WS-TAB-GRUPOS.
          03 WS-TAB-ITEM OCCURS 150 TIMES.
             05 WS-TAB-TIPO       PIC X(01).
             05 WS-TAB-CHAVE      PIC X(04).
             05 WS-TAB-ABERTAS    PIC 9(05).
             05 WS-TAB-RESOLV     PIC 9(05).
             05 WS-TAB-NO-PRAZO   PIC 9(05).
             05 WS-TAB-DIAS       PIC 9(08).

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(35)  VALUE
             "OUVIDORIA - RESUMO MENSAL".

       01 WS-LINHA-COMP.
          03 FILLER               PIC X(14)  VALUE "COMPETENCIA: ".
          03 WS-CAB-COMP          PIC 9(06).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "GRUPO                 ABERTAS  RESOLVIDA".
          03 FILLER               PIC X(40)  VALUE
             "S  NO PRAZO  MEDIA DIAS".

       01 WS-DETALHE.
          03 WS-DET-TIPO          PIC X(14).
          03 WS-DET-CHAVE         PIC X(06).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ABERTAS       PIC ZZ.ZZ9.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-DET-RESOLV        PIC ZZ.ZZ9.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-NO-PRAZO      PIC ZZ.ZZ9.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-DET-MEDIA         PIC ZZZZ9,9.

       01 WS-LINHA-VAZIA          PIC X(40)  VALUE
             "NENHUMA MANIFESTACAO NA COMPETENCIA.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELOUVREL".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-COMPETENCIA
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-LER-MANIFESTACAO
           PERFORM P030-PROCESSA-MANIFESTACAO UNTIL WS-FS-EOF
           PERFORM P040-IMPRIME-RELATORIO THRU P040-FIM
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELOUVREL,
                                 WS-SPOOL-PARMS

           DISPLAY "RELATORIO DA OUVIDORIA CONCLUIDO."

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQOUVID_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQOUVID
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELOUVREL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELOUVREL
           END-IF
           .
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.
      *----------------------------------------------------------------
           DISPLAY "INFORME A COMPETENCIA DA OUVIDORIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA
           .
      *----------------------------------------------------------------
      *   SEM ARQOUVID NAO HA O QUE RESUMIR
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT OUVIDORIA

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA MANIFESTACAO DE OUVIDORIA REGISTRADA."
              GOBACK
           END-IF

           OPEN OUTPUT RELOUVREL

           IF NOT WS-FS-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA OUVIDORIA."
              GOBACK
           END-IF

           MOVE ZEROS                 TO WS-QTD-GRUPOS
           INITIALIZE WS-TAB-GRUPOS
           .
      *----------------------------------------------------------------
       P020-LER-MANIFESTACAO.
      *----------------------------------------------------------------
           READ OUVIDORIA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   A MANIFESTACAO CONTA COMO ABERTA NO MES DA ABERTURA E COMO
      *   RESOLVIDA NO MES DA SOLUCAO; CADA UMA ENTRA EM TRES GRUPOS:
      *   O DA CATEGORIA, O DA FILIAL E O DO PROFISSIONAL
      *----------------------------------------------------------------
       P030-PROCESSA-MANIFESTACAO.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-SOMA-ABERTA
                                         WS-SOMA-RESOLV
                                         WS-SOMA-NO-PRAZO
                                         WS-DIAS-SOLUCAO

           MOVE DATA-ABERT-OUV        TO WS-DATA-TAB
           IF WS-TAB-AAAAMM EQUAL WS-COMPETENCIA
              MOVE 1                  TO WS-SOMA-ABERTA
           END-IF

           IF OUV-RESOLVIDA
              MOVE DATA-RESOL-OUV     TO WS-DATA-TAB
              IF WS-TAB-AAAAMM EQUAL WS-COMPETENCIA
                 MOVE 1               TO WS-SOMA-RESOLV
                 CALL "PGMDIADIF" USING DATA-ABERT-OUV,
                                        DATA-RESOL-OUV,
                                        WS-DIAS-SOLUCAO
                 IF DATA-RESOL-OUV NOT GREATER PRAZO-OUV
                    MOVE 1            TO WS-SOMA-NO-PRAZO
                 END-IF
              END-IF
           END-IF

           IF WS-SOMA-ABERTA GREATER ZEROS
              OR WS-SOMA-RESOLV GREATER ZEROS
              ADD WS-SOMA-ABERTA      TO WS-TOT-ABERTAS
              ADD WS-SOMA-RESOLV      TO WS-TOT-RESOLVIDAS
              ADD WS-SOMA-NO-PRAZO    TO WS-TOT-NO-PRAZO
              ADD WS-DIAS-SOLUCAO     TO WS-TOT-DIAS

              MOVE 'C'                TO WS-TIPO-CORR
              MOVE CATEG-OUV          TO WS-CHAVE-CORR
              PERFORM P031-ACUMULA-GRUPO

              MOVE 'F'                TO WS-TIPO-CORR
              MOVE FILIAL-OUV         TO WS-CHAVE-NUM
              MOVE WS-CHAVE-NUM       TO WS-CHAVE-CORR
              PERFORM P031-ACUMULA-GRUPO

              MOVE 'P'                TO WS-TIPO-CORR
              MOVE ID-PROF-OUV        TO WS-CHAVE-NUM
              MOVE WS-CHAVE-NUM       TO WS-CHAVE-CORR
              PERFORM P031-ACUMULA-GRUPO
           END-IF

           PERFORM P020-LER-MANIFESTACAO
           .
       P031-ACUMULA-GRUPO.

           MOVE ZEROS                 TO WS-IND-ACHOU
           MOVE ZEROS                 TO WS-IND

           PERFORM P032-COMPARA-GRUPO
              UNTIL WS-IND NOT LESS WS-QTD-GRUPOS
                 OR WS-IND-ACHOU GREATER ZEROS

           IF WS-IND-ACHOU EQUAL ZEROS
              IF WS-QTD-GRUPOS LESS 150
                 ADD 1                TO WS-QTD-GRUPOS
                 MOVE WS-QTD-GRUPOS   TO WS-IND-ACHOU
                 MOVE WS-TIPO-CORR    TO WS-TAB-TIPO (WS-IND-ACHOU)
                 MOVE WS-CHAVE-CORR   TO WS-TAB-CHAVE (WS-IND-ACHOU)
              ELSE
                 DISPLAY "TABELA DE GRUPOS CHEIA (150). GRUPO "
                         WS-TIPO-CORR " " WS-CHAVE-CORR
                         " FORA DO RELATORIO."
              END-IF
           END-IF

           IF WS-IND-ACHOU GREATER ZEROS
              ADD WS-SOMA-ABERTA      TO WS-TAB-ABERTAS (WS-IND-ACHOU)
              ADD WS-SOMA-RESOLV      TO WS-TAB-RESOLV (WS-IND-ACHOU)
              ADD WS-SOMA-NO-PRAZO    TO WS-TAB-NO-PRAZO
                                         (WS-IND-ACHOU)
              ADD WS-DIAS-SOLUCAO     TO WS-TAB-DIAS (WS-IND-ACHOU)
           END-IF
           .
       P032-COMPARA-GRUPO.

           ADD 1                      TO WS-IND

           IF WS-TAB-TIPO (WS-IND) EQUAL WS-TIPO-CORR
              AND WS-TAB-CHAVE (WS-IND) EQUAL WS-CHAVE-CORR
              MOVE WS-IND             TO WS-IND-ACHOU
           END-IF
           .
      *----------------------------------------------------------------
      *   IMPRIME OS GRUPOS NA ORDEM CATEGORIA, FILIAL, PROFISSIONAL
      *   E FECHA COM O TOTAL DA CLINICA
      *----------------------------------------------------------------
       P040-IMPRIME-RELATORIO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-COMP         TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-GRUPOS EQUAL ZEROS
              MOVE WS-LINHA-VAZIA     TO REL-LINHA
              WRITE REL-LINHA
              GO TO P040-FIM
           END-IF

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           MOVE 'C'                   TO WS-TIPO-IMPR
           PERFORM P045-IMPRIME-TIPO

           MOVE 'F'                   TO WS-TIPO-IMPR
           PERFORM P045-IMPRIME-TIPO

           MOVE 'P'                   TO WS-TIPO-IMPR
           PERFORM P045-IMPRIME-TIPO

           MOVE "TOTAL CLINICA "      TO WS-DET-TIPO
           MOVE SPACES                TO WS-DET-CHAVE
           MOVE WS-TOT-ABERTAS        TO WS-DET-ABERTAS
           MOVE WS-TOT-RESOLVIDAS     TO WS-DET-RESOLV
           MOVE WS-TOT-NO-PRAZO       TO WS-DET-NO-PRAZO
           MOVE ZEROS                 TO WS-MEDIA
           IF WS-TOT-RESOLVIDAS GREATER ZEROS
              COMPUTE WS-MEDIA ROUNDED =
                      WS-TOT-DIAS / WS-TOT-RESOLVIDAS
           END-IF
           MOVE WS-MEDIA              TO WS-DET-MEDIA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P040-FIM.
           EXIT.
       P045-IMPRIME-TIPO.

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE ZEROS                 TO WS-IND

           PERFORM P046-IMPRIME-GRUPO THRU P046-FIM
              UNTIL WS-IND NOT LESS WS-QTD-GRUPOS
           .
       P046-IMPRIME-GRUPO.

           ADD 1                      TO WS-IND

           IF WS-TAB-TIPO (WS-IND) NOT EQUAL WS-TIPO-IMPR
              GO TO P046-FIM
           END-IF

           MOVE SPACES                TO WS-DET-CHAVE

           EVALUATE WS-TIPO-IMPR
               WHEN 'C'
                  EVALUATE WS-TAB-CHAVE (WS-IND)
                      WHEN 'A'
                         MOVE "ATENDIMENTO   " TO WS-DET-TIPO
                      WHEN 'D'
                         MOVE "ATRASO        " TO WS-DET-TIPO
                      WHEN 'F'
                         MOVE "FATURAMENTO   " TO WS-DET-TIPO
                      WHEN 'C'
                         MOVE "CLINICA       " TO WS-DET-TIPO
                      WHEN OTHER
                         MOVE "CATEGORIA     " TO WS-DET-TIPO
                         MOVE WS-TAB-CHAVE (WS-IND)
                                      TO WS-DET-CHAVE
                  END-EVALUATE
               WHEN 'F'
                  MOVE "FILIAL        "  TO WS-DET-TIPO
                  MOVE WS-TAB-CHAVE (WS-IND) (3:2)
                                      TO WS-DET-CHAVE
               WHEN OTHER
                  MOVE "PROFISSIONAL  "  TO WS-DET-TIPO
                  MOVE WS-TAB-CHAVE (WS-IND)
                                      TO WS-DET-CHAVE
           END-EVALUATE

           MOVE WS-TAB-ABERTAS (WS-IND)  TO WS-DET-ABERTAS
           MOVE WS-TAB-RESOLV (WS-IND)   TO WS-DET-RESOLV
           MOVE WS-TAB-NO-PRAZO (WS-IND) TO WS-DET-NO-PRAZO

           MOVE ZEROS                 TO WS-MEDIA
           IF WS-TAB-RESOLV (WS-IND) GREATER ZEROS
              COMPUTE WS-MEDIA ROUNDED = WS-TAB-DIAS (WS-IND)
                                       / WS-TAB-RESOLV (WS-IND)
           END-IF
           MOVE WS-MEDIA              TO WS-DET-MEDIA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P046-FIM.
           EXIT.
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE OUVIDORIA
           CLOSE RELOUVREL
           .
       END PROGRAM PGMOUVREL.
