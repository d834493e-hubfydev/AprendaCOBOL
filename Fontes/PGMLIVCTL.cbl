      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LIVRO MENSAL DE RECEITAS DE CONTROLE ESPECIAL
      *          (RELLIVCTL.LST): PARA A COMPETENCIA INFORMADA, LISTA
      *          CADA MEDICAMENTO CONTROLADO (LISTA-CTRL-MED) PRESCRITO
      *          NAS RECEITAS NUMERADAS (NUM-CTRL-REC), AGRUPADO POR
      *          PROFISSIONAL E POR MEDICAMENTO, NA ORDEM DE DATA E DE
      *          FOLHA DO TALONARIO, COM O PACIENTE E A POSOLOGIA, E OS
      *          TOTAIS POR MEDICAMENTO E POR PROFISSIONAL. E O
      *          ESCRITURARIO APRESENTADO NA FISCALIZACAO DA VIGILANCIA
      *          SANITARIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLIVCTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEITAS ASSIGN TO
           WS-PATH-ARQRECEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-REC
           FILE STATUS  IS WS-FS.

           SELECT RECITENS ASSIGN TO
           WS-PATH-ARQRECIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-RECIT
           FILE STATUS  IS WS-FS-RIT.

           SELECT MEDICAMENTOS ASSIGN TO
           WS-PATH-ARQMEDIC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-MED
           FILE STATUS  IS WS-FS-MED.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRF.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT RELLIVCTL ASSIGN TO
           WS-PATH-RELLIVCTL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEITAS.
           COPY CPYRECEIT.

       FD RECITENS.
           COPY CPYRECIT.

       FD MEDICAMENTOS.
           COPY CPYMEDIC.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD CLIENTES.
           COPY CPYCLI.

       FD RELLIVCTL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-RIT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-RIT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-RIT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-RIT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-RIT-EOF
                          WS-FS-OK BY WS-FS-RIT-OK
                          WS-FS BY WS-FS-RIT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MED-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MED-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MED-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MED-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MED-EOF
                          WS-FS-OK BY WS-FS-MED-OK
                          WS-FS BY WS-FS-MED.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRF-EOF
                          WS-FS-OK BY WS-FS-PRF-OK
                          WS-FS BY WS-FS-PRF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-COMPETENCIA          PIC 9(06)  VALUE ZEROS.
       77 WS-HOJE                 PIC 9(08)  VALUE ZEROS.
       77 WS-SEQ                  PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-ITENS            PIC 9(04)  VALUE ZEROS.
       77 WS-IND                  PIC 9(04)  COMP.
       77 WS-IND2                 PIC 9(04)  COMP.
       77 WS-PROF-ANT             PIC 9(04)  VALUE ZEROS.
       77 WS-MED-ANT              PIC 9(04)  VALUE ZEROS.
       77 WS-TOT-MED              PIC 9(05)  VALUE ZEROS.
       77 WS-TOT-PROF             PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-RECEITAS         PIC 9(06)  VALUE ZEROS.
       77 WS-QTD-FORA             PIC 9(06)  VALUE ZEROS.

      *   LINHAS CONTROLADAS DA COMPETENCIA; A CHAVE DE ORDENACAO E
      *   PROFISSIONAL, MEDICAMENTO, DATA E FOLHA DO TALONARIO
       01 WS-TABELA.
          03 WS-ITEM OCCURS 1000 TIMES.
             05 TAB-CHAVE.
                07 TAB-PROF       PIC 9(04).
                07 TAB-MED        PIC 9(04).
                07 TAB-DATA       PIC 9(08).
                07 TAB-NUM        PIC 9(08).
             05 TAB-REC           PIC 9(04).
             05 TAB-CLI           PIC 9(04).
             05 TAB-LISTA         PIC X(02).
             05 TAB-DOSAGEM       PIC X(30).

       01 WS-ITEM-TROCA           PIC X(64).

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(45)  VALUE
             "LIVRO DE RECEITAS DE CONTROLE ESPECIAL".

       01 WS-CAB-02.
          03 FILLER               PIC X(13)  VALUE "COMPETENCIA: ".
          03 WS-CAB-COMP          PIC 9(06).
          03 FILLER               PIC X(11)  VALUE "  EMISSAO: ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-PROF.
          03 FILLER               PIC X(14)  VALUE "PROFISSIONAL: ".
          03 WS-CPR-ID            PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CPR-NOME          PIC X(20).

       01 WS-CAB-MED.
          03 FILLER               PIC X(15)  VALUE "  MEDICAMENTO: ".
          03 WS-CMD-ID            PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CMD-NOME          PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACE.
          03 WS-CMD-APRES         PIC X(20).
          03 FILLER               PIC X(08)  VALUE "  LISTA ".
          03 WS-CMD-LISTA         PIC X(02).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "    DATA      FOLHA    RECEITA PACIENTE ".
          03 FILLER               PIC X(40)  VALUE
             "                     POSOLOGIA".

       01 WS-DETALHE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-NUM           PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-REC           PIC 9(04).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DOSAGEM       PIC X(30).

       01 WS-TOTAL-MED.
          03 FILLER               PIC X(28)  VALUE
             "    TOTAL DO MEDICAMENTO: ".
          03 WS-TMD-QTD           PIC ZZ.ZZ9.
          03 FILLER               PIC X(14)  VALUE " PRESCRICAO(S)".

       01 WS-TOTAL-PROF.
          03 FILLER               PIC X(28)  VALUE
             "  TOTAL DO PROFISSIONAL: ".
          03 WS-TPR-QTD           PIC ZZ.ZZ9.
          03 FILLER               PIC X(14)  VALUE " PRESCRICAO(S)".

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "RECEITAS CONTROLADAS NA COMPETENCIA:".
          03 WS-ROD-RECEITAS      PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "MEDICAMENTOS CONTROLADOS LANCADOS:".
          03 WS-ROD-ITENS         PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "LINHAS FORA DO LIVRO (TABELA CHEIA):".
          03 WS-ROD-FORA          PIC ZZZ.ZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CABECALHO
           PERFORM P020-LER-RECEITA
           PERFORM P030-SELECIONA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P040-ORDENA
           PERFORM P050-IMPRIME
           PERFORM P060-RODAPE
           PERFORM P070-FECHAR-ARQUIVOS

           DISPLAY "RECEITAS CONTROLADAS NA COMPETENCIA: "
                   WS-QTD-RECEITAS
           DISPLAY "MEDICAMENTOS CONTROLADOS LANCADOS: " WS-QTD-ITENS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRECEIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRECEIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQRECIT_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQRECIT
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQMEDIC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQMEDIC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELLIVCTL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELLIVCTL
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK AND NOT WS-FS-EOF
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-RIT-OK
              CALL "PGMFSMSG" USING WS-FS-RIT, WS-FS-RIT-MSG
              DISPLAY WS-FS-RIT-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): "
           ACCEPT WS-COMPETENCIA

           ACCEPT WS-HOJE FROM DATE YYYYMMDD

           OPEN INPUT  RECEITAS
           OPEN INPUT  RECITENS
           OPEN INPUT  MEDICAMENTOS
           OPEN INPUT  PROFISSIONAIS
           OPEN INPUT  CLIENTES
           OPEN OUTPUT RELLIVCTL

           IF NOT WS-FS-OK OR NOT WS-FS-RIT-OK OR NOT WS-FS-MED-OK
                          OR NOT WS-FS-PRF-OK OR NOT WS-FS-CLI-OK
                          OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO LIVRO DE "
                      "RECEITAS CONTROLADAS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF
           .
      *----------------------------------------------------------------
       P015-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-COMPETENCIA        TO WS-CAB-COMP
           MOVE WS-HOJE               TO WS-CAB-HOJE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P020-LER-RECEITA.
      *----------------------------------------------------------------
           READ RECEITAS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO RECEITA NUMERADA PELO TALONARIO E EMITIDA NA COMPETENCIA
      *----------------------------------------------------------------
       P030-SELECIONA.
      *----------------------------------------------------------------
           IF RECEITA-COMUM
              OR DATA-REC (1:6) NOT EQUAL WS-COMPETENCIA
              GO TO P030-PROXIMO
           END-IF

           ADD 1                      TO WS-QTD-RECEITAS

           PERFORM P031-LE-LINHA
              VARYING WS-SEQ FROM 1 BY 1
              UNTIL WS-SEQ GREATER QTD-LINHAS-REC
           .
       P030-PROXIMO.

           PERFORM P020-LER-RECEITA
           .
       P030-ENCERRA.
           EXIT.
       P031-LE-LINHA.

           MOVE ID-REC                TO ID-REC-IT
           MOVE WS-SEQ                TO SEQ-REC-IT

           READ RECITENS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  PERFORM P032-GUARDA-LINHA
           END-READ
           .
      *----------------------------------------------------------------
      *   SO O MEDICAMENTO CONTROLADO ENTRA NO LIVRO
      *----------------------------------------------------------------
       P032-GUARDA-LINHA.

           MOVE ID-MED-IT             TO ID-MED
           READ MEDICAMENTOS
               INVALID KEY
                  MOVE SPACES         TO LISTA-CTRL-MED
           END-READ

           IF NOT MED-SEM-CONTROLE
              IF WS-QTD-ITENS LESS 1000
                 ADD 1                TO WS-QTD-ITENS
                 MOVE ID-PROF-REC     TO TAB-PROF (WS-QTD-ITENS)
                 MOVE ID-MED-IT       TO TAB-MED (WS-QTD-ITENS)
                 MOVE DATA-REC        TO TAB-DATA (WS-QTD-ITENS)
                 MOVE NUM-CTRL-REC    TO TAB-NUM (WS-QTD-ITENS)
                 MOVE ID-REC          TO TAB-REC (WS-QTD-ITENS)
                 MOVE ID-CLI-REC      TO TAB-CLI (WS-QTD-ITENS)
                 MOVE LISTA-CTRL-MED  TO TAB-LISTA (WS-QTD-ITENS)
                 MOVE DOSAGEM-IT      TO TAB-DOSAGEM (WS-QTD-ITENS)
              ELSE
                 ADD 1                TO WS-QTD-FORA
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   ORDENA POR PROFISSIONAL, MEDICAMENTO, DATA E FOLHA (TROCA
      *   SIMPLES)
      *----------------------------------------------------------------
       P040-ORDENA.
      *----------------------------------------------------------------
           IF WS-QTD-ITENS GREATER 1
              PERFORM P041-PASSADA
                 VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND NOT LESS WS-QTD-ITENS
           END-IF
           .
       P041-PASSADA.

           PERFORM P042-COMPARA
              VARYING WS-IND2 FROM 1 BY 1
              UNTIL WS-IND2 NOT LESS WS-QTD-ITENS
           .
       P042-COMPARA.

           IF TAB-CHAVE (WS-IND2) GREATER TAB-CHAVE (WS-IND2 + 1)
              MOVE WS-ITEM (WS-IND2)     TO WS-ITEM-TROCA
              MOVE WS-ITEM (WS-IND2 + 1) TO WS-ITEM (WS-IND2)
              MOVE WS-ITEM-TROCA         TO WS-ITEM (WS-IND2 + 1)
           END-IF
           .
      *----------------------------------------------------------------
      *   QUEBRA POR PROFISSIONAL E POR MEDICAMENTO, COM OS TOTAIS
      *----------------------------------------------------------------
       P050-IMPRIME.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-PROF-ANT
                                         WS-MED-ANT

           IF WS-QTD-ITENS EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
              MOVE "NENHUMA RECEITA DE CONTROLE ESPECIAL NO MES."
                                      TO REL-LINHA
              WRITE REL-LINHA
           ELSE
              PERFORM P051-IMPRIME-ITEM
                 VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-ITENS
              PERFORM P055-TOTAL-MED
              PERFORM P056-TOTAL-PROF
           END-IF
           .
       P051-IMPRIME-ITEM.

           IF TAB-PROF (WS-IND) NOT EQUAL WS-PROF-ANT
              IF WS-IND GREATER 1
                 PERFORM P055-TOTAL-MED
                 PERFORM P056-TOTAL-PROF
              END-IF
              PERFORM P052-CAB-PROF
              PERFORM P053-CAB-MED
           ELSE
              IF TAB-MED (WS-IND) NOT EQUAL WS-MED-ANT
                 PERFORM P055-TOTAL-MED
                 PERFORM P053-CAB-MED
              END-IF
           END-IF

           PERFORM P054-DETALHE
           .
       P052-CAB-PROF.

           MOVE TAB-PROF (WS-IND)     TO ID-PROF
                                         WS-PROF-ANT
                                         WS-CPR-ID
           READ PROFISSIONAIS
               INVALID KEY
                  MOVE "*NAO CADASTRADO*" TO NM-PROF
           END-READ
           MOVE NM-PROF               TO WS-CPR-NOME
           MOVE ZEROS                 TO WS-TOT-PROF

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CAB-PROF           TO REL-LINHA
           WRITE REL-LINHA
           .
       P053-CAB-MED.

           MOVE TAB-MED (WS-IND)      TO ID-MED
                                         WS-MED-ANT
                                         WS-CMD-ID
           READ MEDICAMENTOS
               INVALID KEY
                  MOVE "*MEDICAMENTO NAO ENCONTRADO*" TO NM-MED
                  MOVE SPACES         TO APRESENT-MED
           END-READ
           MOVE NM-MED                TO WS-CMD-NOME
           MOVE APRESENT-MED          TO WS-CMD-APRES
           MOVE TAB-LISTA (WS-IND)    TO WS-CMD-LISTA
           MOVE ZEROS                 TO WS-TOT-MED

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-CAB-MED            TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA
           .
       P054-DETALHE.

           MOVE TAB-CLI (WS-IND)      TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE "NAO CADASTRADO" TO NM-CLI
           END-READ

           MOVE TAB-DATA (WS-IND)     TO WS-DET-DATA
           MOVE TAB-NUM (WS-IND)      TO WS-DET-NUM
           MOVE TAB-REC (WS-IND)      TO WS-DET-REC
           MOVE TAB-CLI (WS-IND)      TO WS-DET-ID-CLI
           MOVE NM-CLI                TO WS-DET-NM-CLI
           MOVE TAB-DOSAGEM (WS-IND)  TO WS-DET-DOSAGEM

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-TOT-MED
                                         WS-TOT-PROF
           .
       P055-TOTAL-MED.

           MOVE WS-TOT-MED            TO WS-TMD-QTD
           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-MED          TO REL-LINHA
           WRITE REL-LINHA
           .
       P056-TOTAL-PROF.

           MOVE WS-TOT-PROF           TO WS-TPR-QTD
           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-PROF         TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-RODAPE.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-RECEITAS       TO WS-ROD-RECEITAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-ITENS          TO WS-ROD-ITENS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           IF WS-QTD-FORA GREATER ZEROS
              MOVE WS-QTD-FORA        TO WS-ROD-FORA
              MOVE SPACES             TO REL-LINHA
              MOVE WS-RODAPE-03       TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE RECEITAS
           CLOSE RECITENS
           CLOSE MEDICAMENTOS
           CLOSE PROFISSIONAIS
           CLOSE CLIENTES
           CLOSE RELLIVCTL
           .
       END PROGRAM PGMLIVCTL.
