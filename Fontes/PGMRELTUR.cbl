      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: EMITIR A LISTA DE PRESENCA DAS SESSOES EM GRUPO DO DIA
      *          (PROCEDIMENTOS COM CAPAC-GRUPO-PROC, VEJA PGMPRC01),
      *          POR PROFISSIONAL: CADA TURMA (PROFISSIONAL, HORA,
      *          PROCEDIMENTO E SALA) SAI COM A OCUPACAO SOBRE A
      *          CAPACIDADE E A RELACAO DOS PACIENTES, COM A SITUACAO,
      *          A HORA DE CHEGADA DO CHECK-IN E O ESPACO PARA A
      *          PRESENCA E A ASSINATURA. CANCELADOS NAO SAEM. OPERADOR
      *          VINCULADO A UMA FILIAL SO VE AS TURMAS DA SUA UNIDADE.
      *          SAI EM RELTURMA.LST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMRELTUR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT RELTURMA ASSIGN TO
           WS-PATH-RELTURMA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AGENDA.
           COPY CPYAGE.

       FD PROCEDS.
           COPY CPYPROC.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD SESSAO.
           COPY CPYSESSAO.

       FD RELTURMA
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PROF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PROF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PROF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PROF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PROF-EOF
                          WS-FS-OK BY WS-FS-PROF-OK
                          WS-FS BY WS-FS-PROF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-BUSCA           PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-OK              PIC X(01)  VALUE 'N'.
          88 DATA-OK                         VALUE 'S'.
       77 WS-PROF-BUSCA           PIC 9(04)  VALUE ZEROS.
       77 WS-CAPAC-LIDA           PIC 9(02)  VALUE ZEROS.
       77 WS-EOF                  PIC 9      VALUE 0.
          88 WS-EOF-OK                       VALUE 1 FALSE 0.
       77 WS-QTD-ALU              PIC 9(03)  VALUE ZEROS.
       77 WS-IND                  PIC 9(03)  COMP.
       77 WS-IND2                 PIC 9(03)  COMP.
       77 WS-IND-CONTA            PIC 9(03)  COMP.
       77 WS-QTD-TURMA            PIC 9(02)  VALUE ZEROS.
       77 WS-TOTAL-TURMAS         PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-PACIENTES      PIC 9(04)  VALUE ZEROS.
       77 WS-ALU-TRUNCADA         PIC X(01)  VALUE 'N'.
          88 LISTA-TRUNCADA                  VALUE 'S'.

      *   PACIENTES DAS SESSOES EM GRUPO DO DIA, ORDENADOS POR
      *   PROFISSIONAL, HORA, PROCEDIMENTO, SALA E CLIENTE
       01 WS-TAB-ALU.
          03 WS-TAB-OCR OCCURS 500 TIMES.
             05 WS-TAB-CHAVE.
                07 WS-TAB-PROF    PIC 9(04).
                07 WS-TAB-HORA    PIC 9(04).
                07 WS-TAB-PROC    PIC 9(04).
                07 WS-TAB-SALA    PIC 9(02).
             05 WS-TAB-CLI        PIC 9(04).
             05 WS-TAB-ID-AGE     PIC 9(08).
             05 WS-TAB-STATUS     PIC X(01).
             05 WS-TAB-CHEGADA    PIC 9(04).
             05 WS-TAB-CAPAC      PIC 9(02).
       01 WS-TAB-AUX              PIC X(33).

       01 WS-CHAVE-ANT.
          03 WS-ANT-PROF          PIC 9(04)  VALUE ZEROS.
          03 WS-ANT-HORA          PIC 9(04)  VALUE ZEROS.
          03 WS-ANT-PROC          PIC 9(04)  VALUE ZEROS.
          03 WS-ANT-SALA          PIC 9(02)  VALUE ZEROS.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "LISTA DE PRESENCA - SESSOES EM GRUPO".

       01 WS-CAB-02.
          03 FILLER               PIC X(06)  VALUE "DATA: ".
          03 WS-CAB-DATA          PIC 9(08).

       01 WS-CAB-PROF.
          03 FILLER               PIC X(14)  VALUE "PROFISSIONAL: ".
          03 WS-CAB-ID-PROF       PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CAB-NM-PROF       PIC X(20).

       01 WS-CAB-TURMA.
          03 FILLER               PIC X(10)  VALUE "  SESSAO: ".
          03 WS-TUR-HORA          PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-TUR-NM-PROC       PIC X(30).
          03 FILLER               PIC X(08)  VALUE "  SALA: ".
          03 WS-TUR-SALA          PIC 9(02).
          03 FILLER               PIC X(13)  VALUE "  OCUPACAO: ".
          03 WS-TUR-QTD           PIC Z9.
          03 FILLER               PIC X(01)  VALUE "/".
          03 WS-TUR-CAPAC         PIC 99.

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(10)  VALUE "AGEND.".
          03 FILLER               PIC X(27)  VALUE "PACIENTE".
          03 FILLER               PIC X(12)  VALUE "SITUACAO".
          03 FILLER               PIC X(09)  VALUE "CHEGADA".
          03 FILLER               PIC X(10)  VALUE "PRESENCA".
          03 FILLER               PIC X(10)  VALUE "ASSINATURA".

       01 WS-DETALHE.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-DET-ID-AGE        PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CLI           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(10).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-CHEGADA       PIC X(04).
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 FILLER               PIC X(10)  VALUE "[   ]".
          03 FILLER               PIC X(25)  VALUE ALL "_".

       01 WS-TOTAL-LINHA.
          03 FILLER               PIC X(18)  VALUE
             "TOTAL DE SESSOES: ".
          03 WS-TOT-TURMAS        PIC ZZZ9.
          03 FILLER               PIC X(16)  VALUE
             "   PACIENTES: ".
          03 WS-TOT-PACIENTES     PIC ZZZ9.

       01 WS-AVISO-LINHA          PIC X(63)  VALUE
          "AVISO: LIMITE DE 500 PACIENTES ATINGIDO, EXISTEM MAIS.".

       77 WS-SPOOL-NOME           PIC X(10) VALUE "RELTURMA".
       77 WS-SPOOL-PARMS          PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P004-LE-SESSAO
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-CARREGA-TABELA
           PERFORM P030-ORDENA-TABELA
           PERFORM P040-IMPRIME-CABECALHO
           PERFORM P050-IMPRIME-TABELA
           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELTURMA,
                                 WS-SPOOL-PARMS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELTURMA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELTURMA
           END-IF
           .
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

           IF NOT WS-FS-OK
              CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
              DISPLAY WS-FS-MSG
           END-IF
           IF NOT WS-FS-PRC-OK
              CALL "PGMFSMSG" USING WS-FS-PRC, WS-FS-PRC-MSG
              DISPLAY WS-FS-PRC-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER O VINCULO DE
      *   FILIAL DO OPERADOR (ZEROS OU ADMIN = VE TODAS)
      *----------------------------------------------------------------
       P004-LE-SESSAO.

           MOVE SPACES                TO SESSAO-LOGIN
           MOVE ZEROS                 TO SESSAO-FILIAL

           OPEN INPUT SESSAO

           IF WS-FS-SES-OK
              READ SESSAO
                  AT END
                     CONTINUE
              END-READ
              CLOSE SESSAO
           END-IF
           .
      *----------------------------------------------------------------
      *   AGENDA E CATALOGO SAO OBRIGATORIOS; SEM CLIENTES OU
      *   PROFISSIONAIS A LISTA SAI SO COM OS CODIGOS
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.

           OPEN INPUT  AGENDA
           OPEN INPUT  PROCEDS
           OPEN INPUT  CLIENTES
           OPEN INPUT  PROFISSIONAIS
           OPEN OUTPUT RELTURMA

           IF NOT WS-FS-OK OR NOT WS-FS-PRC-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO RELATORIO."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           MOVE 'N'                   TO WS-DATA-OK
           PERFORM P011-PEDE-DATA UNTIL DATA-OK

           DISPLAY "INFORME O PROFISSIONAL (0 = TODOS): "
           ACCEPT WS-PROF-BUSCA

           MOVE WS-DATA-BUSCA         TO WS-CAB-DATA
           .
       P011-PEDE-DATA.

           DISPLAY "INFORME A DATA DAS SESSOES (AAAAMMDD): "
           ACCEPT WS-DATA-BUSCA
           CALL "PGMVALDT" USING WS-DATA-BUSCA, WS-DATA-OK
           IF NOT DATA-OK
              DISPLAY "DATA INVALIDA"
           END-IF
           .
      *----------------------------------------------------------------
      *   CARREGA OS AGENDAMENTOS DO DIA QUE SAO DE SESSAO EM GRUPO
      *----------------------------------------------------------------
       P020-CARREGA-TABELA.

           MOVE ZEROS                 TO WS-QTD-ALU
           SET WS-EOF-OK              TO FALSE
           MOVE WS-DATA-BUSCA         TO DATA-AGE

           START AGENDA KEY IS EQUAL DATA-AGE
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P021-LE-PROXIMO THRU P021-FIM UNTIL WS-EOF-OK

           IF WS-QTD-ALU EQUAL ZEROS
              DISPLAY "NENHUMA SESSAO EM GRUPO NESTA DATA."
           END-IF
           .
       P021-LE-PROXIMO.

           READ AGENDA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P021-FIM
           END-READ

           IF DATA-AGE NOT EQUAL WS-DATA-BUSCA
              SET WS-EOF-OK           TO TRUE
              GO TO P021-FIM
           END-IF

           IF AGE-CANCELADO OR ID-PROC-AGE EQUAL ZEROS
              GO TO P021-FIM
           END-IF

           IF WS-PROF-BUSCA GREATER ZEROS
              AND ID-PROF-AGE NOT EQUAL WS-PROF-BUSCA
              GO TO P021-FIM
           END-IF

      *   FORA DA FILIAL DO OPERADOR VINCULADO, A TURMA NAO ENTRA
           IF NOT SESSAO-SEM-FILIAL AND NOT SESSAO-ADMIN
              AND FILIAL-AGE NOT EQUAL SESSAO-FILIAL
              GO TO P021-FIM
           END-IF

           MOVE ZEROS                 TO WS-CAPAC-LIDA
           MOVE ID-PROC-AGE           TO ID-PROC
           READ PROCEDS
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF PROC-EM-GRUPO
                     MOVE CAPAC-GRUPO-PROC TO WS-CAPAC-LIDA
                  END-IF
           END-READ

           IF WS-CAPAC-LIDA EQUAL ZEROS
              GO TO P021-FIM
           END-IF

           IF WS-QTD-ALU EQUAL 500
              SET LISTA-TRUNCADA      TO TRUE
              SET WS-EOF-OK           TO TRUE
              DISPLAY "AVISO: HA MAIS DE 500 PACIENTES EM SESSOES "
                      "NESTA DATA; SO OS 500 PRIMEIROS SAIRAM."
              GO TO P021-FIM
           END-IF

           ADD 1                      TO WS-QTD-ALU
           MOVE ID-PROF-AGE           TO WS-TAB-PROF (WS-QTD-ALU)
           MOVE HORA-AGE              TO WS-TAB-HORA (WS-QTD-ALU)
           MOVE ID-PROC-AGE           TO WS-TAB-PROC (WS-QTD-ALU)
           MOVE ID-SALA-AGE           TO WS-TAB-SALA (WS-QTD-ALU)
           MOVE ID-CLI-AGE            TO WS-TAB-CLI (WS-QTD-ALU)
           MOVE ID-AGE                TO WS-TAB-ID-AGE (WS-QTD-ALU)
           MOVE STATUS-AGE            TO WS-TAB-STATUS (WS-QTD-ALU)
           MOVE HORA-CHEGADA-AGE      TO WS-TAB-CHEGADA (WS-QTD-ALU)
           MOVE WS-CAPAC-LIDA         TO WS-TAB-CAPAC (WS-QTD-ALU)
           .
       P021-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   ORDENA A TABELA POR TURMA (PROFISSIONAL, HORA, PROCEDIMENTO
      *   E SALA) E, DENTRO DELA, PELO CODIGO DO CLIENTE
      *----------------------------------------------------------------
       P030-ORDENA-TABELA.

           IF WS-QTD-ALU > 1
              PERFORM P031-PASSADA
                 VARYING WS-IND FROM 1 BY 1
                    UNTIL WS-IND > WS-QTD-ALU - 1
           END-IF
           .
       P031-PASSADA.

           PERFORM P032-COMPARA
              VARYING WS-IND2 FROM 1 BY 1
                 UNTIL WS-IND2 > WS-QTD-ALU - WS-IND
           .
       P032-COMPARA.

           IF WS-TAB-CHAVE (WS-IND2) > WS-TAB-CHAVE (WS-IND2 + 1)
              OR (WS-TAB-CHAVE (WS-IND2) EQUAL
                     WS-TAB-CHAVE (WS-IND2 + 1)
                  AND WS-TAB-CLI (WS-IND2) > WS-TAB-CLI (WS-IND2 + 1))
              PERFORM P033-TROCA
           END-IF
           .
       P033-TROCA.

           MOVE WS-TAB-OCR (WS-IND2)     TO WS-TAB-AUX
           MOVE WS-TAB-OCR (WS-IND2 + 1) TO WS-TAB-OCR (WS-IND2)
           MOVE WS-TAB-AUX               TO WS-TAB-OCR (WS-IND2 + 1)
           .
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   NA TROCA DE PROFISSIONAL SAI O NOME DELE; NA TROCA DE TURMA
      *   SAI O CABECALHO DA SESSAO COM A OCUPACAO SOBRE A CAPACIDADE
      *----------------------------------------------------------------
       P050-IMPRIME-TABELA.

           MOVE ZEROS                 TO WS-CHAVE-ANT

           IF WS-QTD-ALU > 0
              PERFORM P051-IMPRIME-LINHA
                 VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > WS-QTD-ALU
           END-IF
           .
       P051-IMPRIME-LINHA.

           IF WS-TAB-PROF (WS-IND) NOT EQUAL WS-ANT-PROF
              PERFORM P052-IMPRIME-PROFISSIONAL
           END-IF

           IF WS-TAB-CHAVE (WS-IND) NOT EQUAL WS-CHAVE-ANT
              PERFORM P053-IMPRIME-TURMA
           END-IF

           MOVE WS-TAB-ID-AGE (WS-IND) TO WS-DET-ID-AGE
           MOVE WS-TAB-CLI (WS-IND)   TO WS-DET-CLI
           MOVE WS-TAB-CLI (WS-IND)   TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE SPACES         TO WS-DET-NM-CLI
               NOT INVALID KEY
                  MOVE NM-CLI         TO WS-DET-NM-CLI
           END-READ

           EVALUATE WS-TAB-STATUS (WS-IND)
               WHEN '1'
                  MOVE "AGENDADO"     TO WS-DET-SITUACAO
               WHEN '2'
                  MOVE "CONFIRMADO"   TO WS-DET-SITUACAO
               WHEN '3'
                  MOVE "REALIZADO"    TO WS-DET-SITUACAO
               WHEN '5'
                  MOVE "FALTOU"       TO WS-DET-SITUACAO
               WHEN OTHER
                  MOVE SPACES         TO WS-DET-SITUACAO
           END-EVALUATE

           IF WS-TAB-CHEGADA (WS-IND) GREATER ZEROS
              MOVE WS-TAB-CHEGADA (WS-IND) TO WS-DET-CHEGADA
           ELSE
              MOVE SPACES             TO WS-DET-CHEGADA
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-TOTAL-PACIENTES
           .
       P052-IMPRIME-PROFISSIONAL.

           MOVE WS-TAB-PROF (WS-IND)  TO WS-CAB-ID-PROF
           MOVE WS-TAB-PROF (WS-IND)  TO ID-PROF
           READ PROFISSIONAIS
               INVALID KEY
                  MOVE SPACES         TO WS-CAB-NM-PROF
               NOT INVALID KEY
                  MOVE NM-PROF        TO WS-CAB-NM-PROF
           END-READ

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-PROF           TO REL-LINHA
           WRITE REL-LINHA
           .
       P053-IMPRIME-TURMA.

           MOVE WS-TAB-CHAVE (WS-IND) TO WS-CHAVE-ANT
           MOVE ZEROS                 TO WS-QTD-TURMA

           PERFORM P054-CONTA-TURMA
              VARYING WS-IND-CONTA FROM WS-IND BY 1
                 UNTIL WS-IND-CONTA > WS-QTD-ALU

           MOVE WS-TAB-HORA (WS-IND)  TO WS-TUR-HORA
           MOVE WS-TAB-SALA (WS-IND)  TO WS-TUR-SALA
           MOVE WS-QTD-TURMA          TO WS-TUR-QTD
           MOVE WS-TAB-CAPAC (WS-IND) TO WS-TUR-CAPAC
           MOVE WS-TAB-PROC (WS-IND)  TO ID-PROC
           READ PROCEDS
               INVALID KEY
                  MOVE SPACES         TO WS-TUR-NM-PROC
               NOT INVALID KEY
                  MOVE NM-PROC        TO WS-TUR-NM-PROC
           END-READ

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-TURMA          TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-TOTAL-TURMAS
           .
       P054-CONTA-TURMA.

           IF WS-TAB-CHAVE (WS-IND-CONTA) EQUAL WS-CHAVE-ANT
              ADD 1                   TO WS-QTD-TURMA
           END-IF
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-TURMAS       TO WS-TOT-TURMAS
           MOVE WS-TOTAL-PACIENTES    TO WS-TOT-PACIENTES

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA        TO REL-LINHA
           WRITE REL-LINHA

           IF LISTA-TRUNCADA
              MOVE SPACES             TO REL-LINHA
              MOVE WS-AVISO-LINHA     TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE AGENDA
           CLOSE PROCEDS
           CLOSE RELTURMA

           IF WS-FS-CLI-OK
              CLOSE CLIENTES
           END-IF
           IF WS-FS-PROF-OK
              CLOSE PROFISSIONAIS
           END-IF
           .
       END PROGRAM PGMRELTUR.
