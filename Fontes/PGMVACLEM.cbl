      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LEMBRETE SEMANAL DE DOSES DE VACINA: VARRE AS
      *          APLICACOES (ARQVACAPL, VEJA PGMVAC01) COM A DOSE
      *          SEGUINTE AINDA EM ABERTO E PREVISTA ATE HOJE + N DIAS
      *          (PARAMETRO VACDIAS NA TABELA CENTRAL, PGMPARAM; SEM
      *          ELE O OPERADOR INFORMA) E LISTA EM RELVACLEM.LST O
      *          PACIENTE, O TELEFONE, A VACINA, A DOSE E A DATA, COM
      *          A DOSE JA VENCIDA MARCADA COMO ATRASADA. A DOSE AINDA
      *          NAO AVISADA VAI PARA A CAIXA DE SAIDA DE MENSAGENS
      *          (PGMMSGPUB, TIPO 'VA') E PASSA A AVISADA, PARA NAO SER
      *          REPETIDA NA SEMANA SEGUINTE; SEM CONSENTIMENTO OU SEM
      *          CONTATO, A LINHA PEDE QUE A RECEPCAO TELEFONE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVACLEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APLICACOES ASSIGN TO
           WS-PATH-ARQVACAPL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-VACAPL
           FILE STATUS  IS WS-FS.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT VACINAS ASSIGN TO
           WS-PATH-ARQVACINA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-VACINA
           FILE STATUS  IS WS-FS-VAC.

           SELECT RELVACLEM ASSIGN TO
           WS-PATH-RELVACLEM
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD APLICACOES.
           COPY CPYVACAPL.

       FD CLIENTES.
           COPY CPYCLI.

       FD VACINAS.
           COPY CPYVACINA.

       FD RELVACLEM
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-VAC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-VAC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-VAC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-VAC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-VAC-EOF
                          WS-FS-OK BY WS-FS-VAC-OK
                          WS-FS BY WS-FS-VAC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-DATA-LIMITE          PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS-JANELA          PIC 9(03)  VALUE ZEROS.
       77 WS-TIPO-SOMA            PIC X(01)  VALUE 'D'.
       77 WS-DOSE-DEVIDA          PIC 9(02)  VALUE ZEROS.
       77 WS-REFORCO-NUM          PIC 9(02)  VALUE ZEROS.
       77 WS-ROTULO-DOSE          PIC X(12)  VALUE SPACES.
       77 WS-TOTAL-DOSES          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-ATRASADAS      PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-AVISADAS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-TELEFONAR      PIC 9(06)  VALUE ZEROS.

       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
          88 PARAM-ACHADO     VALUE 'S'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE SPACES.

           COPY CPYMSGPUB.

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(36)  VALUE
             "DOSES DE VACINA A VENCER ATE ".
          03 WS-CAB-LIMITE        PIC 9(08).
          03 FILLER               PIC X(08)  VALUE " - EM ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "PACIENTE                   TELEFONE    ".
          03 FILLER               PIC X(40)  VALUE
             "VACINA                          DOSE    ".
          03 FILLER               PIC X(48)  VALUE
             "      PREVISTA  SITUACAO   AVISO".

       01 WS-DETALHE.
          03 WS-DET-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-CLI        PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TEL           PIC 9(09).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VACINA        PIC X(30).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DOSE          PIC X(12).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-SITUACAO      PIC X(09).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-AVISO         PIC X(20).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "DOSES NA JANELA...................: ".
          03 WS-ROD-DOSES         PIC ZZZ.ZZ9.
          03 FILLER               PIC X(16)  VALUE
             "  ATRASADAS: ".
          03 WS-ROD-ATRASADAS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "AVISOS PUBLICADOS NESTA EXECUCAO..: ".
          03 WS-ROD-AVISADAS      PIC ZZZ.ZZ9.
          03 FILLER               PIC X(16)  VALUE
             "  TELEFONAR: ".
          03 WS-ROD-TELEFONAR     PIC ZZZ.ZZ9.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(50)  VALUE
             "NENHUMA DOSE DE VACINA A VENCER NO PERIODO.".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELVACLEM".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P015-CABECALHOS
           PERFORM P020-LER-APLICACAO
           PERFORM P030-SELECIONA THRU P030-ENCERRA UNTIL WS-FS-EOF
           PERFORM P060-RODAPES
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELVACLEM,
                                 WS-SPOOL-PARMS

           DISPLAY "DOSES A VENCER NA JANELA..: " WS-TOTAL-DOSES
           DISPLAY "AVISOS PUBLICADOS.........: " WS-TOTAL-AVISADAS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQVACAPL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQVACAPL
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQVACINA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQVACINA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELVACLEM_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELVACLEM
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
           IF NOT WS-FS-CLI-OK
              CALL "PGMFSMSG" USING WS-FS-CLI, WS-FS-CLI-MSG
              DISPLAY WS-FS-CLI-MSG
           END-IF
           IF NOT WS-FS-VAC-OK
              CALL "PGMFSMSG" USING WS-FS-VAC, WS-FS-VAC-MSG
              DISPLAY WS-FS-VAC-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   SEM ARQVACAPL AINDA NAO HOUVE NENHUMA APLICACAO: NAO HA O
      *   QUE LEMBRAR
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           MOVE "VACDIAS"             TO WS-PAR-CHAVE
           CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                 WS-PAR-TIPO, WS-PAR-NUM,
                                 WS-PAR-DATA, WS-PAR-FLAG

           IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
                           AND WS-PAR-NUM LESS 1000
              MOVE WS-PAR-NUM         TO WS-DIAS-JANELA
           ELSE
              DISPLAY "LISTAR DOSES A VENCER NOS PROXIMOS QUANTOS "
                      "DIAS? "
              ACCEPT WS-DIAS-JANELA
           END-IF

           OPEN I-O APLICACOES

           IF WS-FS-NAO-EXISTE
              DISPLAY "NENHUMA APLICACAO DE VACINA REGISTRADA."
              GOBACK
           END-IF

           OPEN INPUT  CLIENTES
           OPEN INPUT  VACINAS
           OPEN OUTPUT RELVACLEM

           IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-VAC-OK
                          OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DO LEMBRETE DE "
                      "VACINAS."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE          TO WS-DATA-LIMITE
           CALL "PGMDATADD" USING WS-DATA-LIMITE, WS-TIPO-SOMA,
                                  WS-DIAS-JANELA
           .
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
           MOVE WS-DATA-LIMITE        TO WS-CAB-LIMITE
           MOVE WS-DATA-HOJE          TO WS-CAB-HOJE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P020-LER-APLICACAO.
      *----------------------------------------------------------------
           READ APLICACOES NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
           END-READ
           .
      *----------------------------------------------------------------
      *   SO ENTRA A DOSE SEGUINTE AINDA EM ABERTO E PREVISTA ATE O
      *   FIM DA JANELA; A JA VENCIDA CONTINUA SAINDO COMO ATRASADA
      *----------------------------------------------------------------
       P030-SELECIONA.
      *----------------------------------------------------------------
           IF NOT PROX-EM-ABERTO
              OR DATA-PROX-VAP EQUAL ZEROS
              OR DATA-PROX-VAP GREATER WS-DATA-LIMITE
              GO TO P030-PROXIMO
           END-IF

           MOVE ID-CLI-VAP            TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  DISPLAY "CLIENTE NAO ENCONTRADO PARA A VACINA DE "
                          ID-CLI-VAP
                  GO TO P030-PROXIMO
           END-READ

           IF CLI-INATIVO
              GO TO P030-PROXIMO
           END-IF

           MOVE ID-VAC-VAP            TO ID-VACINA
           READ VACINAS
               INVALID KEY
                  MOVE "VACINA NAO CADASTRADA" TO NM-VACINA
                  MOVE 9              TO QTD-DOSES-VACINA
           END-READ

           COMPUTE WS-DOSE-DEVIDA = DOSE-VAP + 1
           PERFORM P035-ROTULO-DOSE

           MOVE ID-CLI-VAP            TO WS-DET-ID-CLI
           MOVE NM-CLI                TO WS-DET-NM-CLI
           MOVE DDD-CLI               TO WS-DET-DDD
           MOVE TEL-CLI               TO WS-DET-TEL
           MOVE NM-VACINA             TO WS-DET-VACINA
           MOVE WS-ROTULO-DOSE        TO WS-DET-DOSE
           MOVE DATA-PROX-VAP         TO WS-DET-DATA

           IF DATA-PROX-VAP LESS WS-DATA-HOJE
              MOVE "ATRASADA"         TO WS-DET-SITUACAO
              ADD 1                   TO WS-TOTAL-ATRASADAS
           ELSE
              MOVE "A VENCER"         TO WS-DET-SITUACAO
           END-IF

           IF PROX-AVISADA
              MOVE "JA AVISADO"       TO WS-DET-AVISO
           ELSE
              PERFORM P040-PUBLICA-AVISO
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-TOTAL-DOSES
           .
       P030-PROXIMO.

           PERFORM P020-LER-APLICACAO
           .
       P030-ENCERRA.
           EXIT.
      *----------------------------------------------------------------
      *   ROTULO DA DOSE DEVIDA PELO ESQUEMA DA VACINA
      *----------------------------------------------------------------
       P035-ROTULO-DOSE.
      *----------------------------------------------------------------
           MOVE SPACES                TO WS-ROTULO-DOSE

           IF WS-DOSE-DEVIDA NOT GREATER QTD-DOSES-VACINA
              STRING "DOSE " WS-DOSE-DEVIDA DELIMITED BY SIZE
                     INTO WS-ROTULO-DOSE
           ELSE
              COMPUTE WS-REFORCO-NUM =
                      WS-DOSE-DEVIDA - QTD-DOSES-VACINA
              STRING "REFORCO " WS-REFORCO-NUM DELIMITED BY SIZE
                     INTO WS-ROTULO-DOSE
           END-IF
           .
      *----------------------------------------------------------------
      *   AVISO DA DOSE A VENCER NA CAIXA DE SAIDA DE MENSAGENS; SO A
      *   PUBLICADA PASSA A AVISADA
      *----------------------------------------------------------------
       P040-PUBLICA-AVISO.
      *----------------------------------------------------------------
           INITIALIZE MSGPUB-PARM
           SET MSGPUB-VACINA          TO TRUE
           MOVE ID-CLI-VAP            TO MSGPUB-ID-CLI
           STRING "VC" ID-VAC-VAP "D" WS-DOSE-DEVIDA
                  DELIMITED BY SIZE INTO MSGPUB-REF
           MOVE DATA-PROX-VAP         TO MSGPUB-DATA
           MOVE NM-VACINA             TO MSGPUB-TEXTO

           CALL "PGMMSGPUB" USING MSGPUB-PARM

           EVALUATE TRUE
               WHEN MSGPUB-PUBLICADA
                  MOVE "AVISO PUBLICADO"  TO WS-DET-AVISO
                  ADD 1                   TO WS-TOTAL-AVISADAS
                  SET PROX-AVISADA        TO TRUE
                  REWRITE REG-VACAPL
                  IF NOT WS-FS-OK
                     DISPLAY "ERRO AO MARCAR O AVISO DA VACINA DO "
                             "CLIENTE " ID-CLI-VAP
                     PERFORM P002-EXIBE-ERRO-FS
                  END-IF
               WHEN MSGPUB-SEM-CONSENT
                  MOVE "TELEFONAR-SEM CONS." TO WS-DET-AVISO
                  ADD 1                   TO WS-TOTAL-TELEFONAR
               WHEN MSGPUB-SEM-CONTATO
                  MOVE "TELEFONAR-SEM CONT." TO WS-DET-AVISO
                  ADD 1                   TO WS-TOTAL-TELEFONAR
               WHEN OTHER
                  MOVE "ERRO NA PUBLICACAO"  TO WS-DET-AVISO
                  ADD 1                   TO WS-TOTAL-TELEFONAR
           END-EVALUATE
           .
      *----------------------------------------------------------------
       P060-RODAPES.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-DOSES EQUAL ZEROS
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-TOTAL-DOSES        TO WS-ROD-DOSES
           MOVE WS-TOTAL-ATRASADAS    TO WS-ROD-ATRASADAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-AVISADAS     TO WS-ROD-AVISADAS
           MOVE WS-TOTAL-TELEFONAR    TO WS-ROD-TELEFONAR
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE APLICACOES
           CLOSE CLIENTES
           CLOSE VACINAS
           CLOSE RELVACLEM
           .
       END PROGRAM PGMVACLEM.
