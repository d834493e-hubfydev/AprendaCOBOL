      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: REGISTRO DE VACINACAO: CATALOGO DE VACINAS (PGMVAC02),
      *          APLICACAO DE DOSE, CARTEIRA DE VACINACAO IMPRESSA
      *          (RELVACCAR.LST, GUARDADA NO SPOOL PELO PGMSPOOL) E A
      *          LISTA DE DOSES A VENCER (PGMVACLEM).
      *          A APLICACAO DESCOBRE A PROXIMA DOSE DO PACIENTE PELAS
      *          JA GRAVADAS EM ARQVACAPL, RECUSA VACINA INATIVA OU
      *          ESQUEMA CONCLUIDO SEM REFORCO, AVISA DOSE ANTECIPADA,
      *          EXIGE UM LOTE DO ITEM DA VACINA (ARQLOTEST) DENTRO DA
      *          VALIDADE E COM SALDO E BAIXA UMA UNIDADE DESSE LOTE
      *          EXATO - NAO DO MAIS ANTIGO, COMO O PGMLOTBXA - E DO
      *          SALDO DO ITEM, COM O MOVIMENTO NO KARDEX (PGMESTMOV).
      *          A DATA DA DOSE SEGUINTE SAI DO ESQUEMA DO CATALOGO:
      *          INTERVALO EM DIAS ATE A ULTIMA DOSE DO ESQUEMA
      *          BASICO, DEPOIS O INTERVALO EM MESES DOS REFORCOS.
      * Manutencao: 15 OUT 2026 - CADA GRAVACAO, ALTERACAO OU
      *             EXCLUSAO NOS ARQUIVOS PRINCIPAIS PASSA A
      *             DEIXAR A IMAGEM NO DIARIO DE ALTERACOES
      *             (PGMJRNLOG).
      * Manutencao: 15 OUT 2026 - A CARTEIRA DE VACINACAO PASSA A
      *             FICAR NO REGISTRO DE ACESSOS (PGMACELOG) E SO E
      *             IMPRESSA COM O ACESSO LIBERADO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVAC01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT APLICACOES ASSIGN TO
           WS-PATH-ARQVACAPL
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-VACAPL
           FILE STATUS  IS WS-FS.

           SELECT PROFISSIONAIS ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROF
           ALTERNATE RECORD KEY IS NM-PROF WITH DUPLICATES
           FILE STATUS  IS WS-FS-PROF.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT LOTEST ASSIGN TO
           WS-PATH-ARQLOTEST
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-LOTEST
           FILE STATUS  IS WS-FS-LOT.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT RELVACCAR ASSIGN TO
           WS-PATH-RELVACCAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
           COPY CPYCLI.

       FD VACINAS.
           COPY CPYVACINA.

       FD APLICACOES.
           COPY CPYVACAPL.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD AGENDA.
           COPY CPYAGE.

       FD LOTEST.
           COPY CPYLOTEST.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD SESSAO.
           COPY CPYSESSAO.

       FD RELVACCAR
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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PROF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PROF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PROF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PROF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PROF-EOF
                          WS-FS-OK BY WS-FS-PROF-OK
                          WS-FS BY WS-FS-PROF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-LOT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-LOT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-LOT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-LOT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-LOT-EOF
                          WS-FS-OK BY WS-FS-LOT-OK
                          WS-FS BY WS-FS-LOT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
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

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-ARQ-ABERTOS      PIC X(01) VALUE 'N'.
          88 ARQUIVOS-ABERTOS VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-ID-CLI           PIC 9(04) VALUE ZEROS.
       77 WS-ULT-DOSE         PIC 9(02) VALUE ZEROS.
       77 WS-PROX-DOSE        PIC 9(02) VALUE ZEROS.
       77 WS-PREV-ANTERIOR    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PROX        PIC 9(08) VALUE ZEROS.
       77 WS-SIT-PROX         PIC X(01) VALUE SPACE.
          88 WS-ESQUEMA-FIM   VALUE 'C'.
       77 WS-IND              PIC 9(02) VALUE ZEROS.
       77 WS-TIPO-SOMA        PIC X(01) VALUE 'D'.
       77 WS-QTD-SOMA         PIC 9(03) VALUE ZEROS.
       77 WS-NUM-LOTE         PIC X(10) VALUE SPACES.
       77 WS-ID-AGE           PIC 9(08) VALUE ZEROS.
       77 WS-TIPO-CONSUMO     PIC X(01) VALUE 'C'.
       77 WS-QTD-DEBITO       PIC 9(06) VALUE 1.
       77 WS-DOC-REF          PIC X(10) VALUE SPACES.
       77 WS-DOSE-REF         PIC 9(02) VALUE ZEROS.
       77 WS-REFORCO-NUM      PIC 9(02) VALUE ZEROS.
       77 WS-ROTULO-DOSE      PIC X(12) VALUE SPACES.
       77 WS-VAC-ANT          PIC 9(03) VALUE ZEROS.
       77 WS-DOSES-IMPRESSAS  PIC 9(04) VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELVACCAR".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE SPACES.

       01 WS-CAB-01.
          03 FILLER               PIC X(40)  VALUE
             "CARTEIRA DE VACINACAO".
          03 FILLER               PIC X(10)  VALUE "EMISSAO: ".
          03 WS-CAB-EMISSAO       PIC 9(08).

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE "PACIENTE: ".
          03 WS-CAB-ID-CLI        PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-CAB-NOME          PIC X(20).
          03 FILLER               PIC X(14)  VALUE "  NASCIMENTO: ".
          03 WS-CAB-NASC          PIC 9(08).

       01 WS-CAB-03.
          03 FILLER               PIC X(31)  VALUE "VACINA".
          03 FILLER               PIC X(13)  VALUE "DOSE".
          03 FILLER               PIC X(10)  VALUE "DATA".
          03 FILLER               PIC X(11)  VALUE "LOTE".
          03 FILLER               PIC X(10)  VALUE "VALIDADE".
          03 FILLER               PIC X(20)  VALUE "PROFISSIONAL".

       01 WS-LIN-DOSE.
          03 WS-DET-VACINA        PIC X(30).
          03 FILLER               PIC X(01)  VALUE SPACE.
          03 WS-DET-DOSE          PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACE.
          03 WS-DET-DATA          PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-LOTE          PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACE.
          03 WS-DET-VALIDADE      PIC 9(08).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-PROF          PIC X(20).

       01 WS-LIN-PROXIMA.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-PRX-TEXTO         PIC X(24).
          03 WS-PRX-DATA          PIC 9(08).

       01 WS-LIN-CONCLUIDO.
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 FILLER               PIC X(17)  VALUE "ESQUEMA CONCLUIDO".

       01 WS-LIN-NENHUMA.
          03 FILLER               PIC X(40)  VALUE
             "NENHUMA VACINA REGISTRADA.".

       77 WS-JRN-ARQ          PIC X(12) VALUE SPACES.
       77 WS-JRN-OPER         PIC X(01) VALUE SPACES.
       77 WS-JRN-PGM          PIC X(10) VALUE "PGMVAC01".
           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQVACINA_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQVACINA
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQVACAPL_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQVACAPL
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQLOTEST_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQLOTEST
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELVACCAR_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-RELVACCAR
            END-IF
            .
       P001-FIM.
      *----------------------------------------------------------------
      *   TRADUZ O CODIGO DE FILE STATUS NUMA MENSAGEM PARA O OPERADOR
      *----------------------------------------------------------------
       P002-EXIBE-ERRO-FS.

            IF NOT WS-FS-OK
               CALL "PGMFSMSG" USING WS-FS, WS-FS-MSG
               DISPLAY WS-FS-MSG
            END-IF
            IF NOT WS-FS-CLI-OK
               CALL "PGMFSMSG" USING WS-FS-CLI, WS-FS-CLI-MSG
               DISPLAY WS-FS-CLI-MSG
            END-IF
            IF NOT WS-FS-PROF-OK
               CALL "PGMFSMSG" USING WS-FS-PROF, WS-FS-PROF-MSG
               DISPLAY WS-FS-PROF-MSG
            END-IF
            IF NOT WS-FS-AGE-OK
               CALL "PGMFSMSG" USING WS-FS-AGE, WS-FS-AGE-MSG
               DISPLAY WS-FS-AGE-MSG
            END-IF
            IF NOT WS-FS-LOT-OK
               CALL "PGMFSMSG" USING WS-FS-LOT, WS-FS-LOT-MSG
               DISPLAY WS-FS-LOT-MSG
            END-IF
            IF NOT WS-FS-EST-OK
               CALL "PGMFSMSG" USING WS-FS-EST, WS-FS-EST-MSG
               DISPLAY WS-FS-EST-MSG
            END-IF
            .
       P002-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER QUEM REGISTROU
      *   A APLICACAO
      *----------------------------------------------------------------
       P003-LE-SESSAO.

            MOVE SPACES               TO SESSAO-LOGIN

            OPEN INPUT SESSAO

            IF WS-FS-SES-OK
               READ SESSAO
                   AT END
                      CONTINUE
               END-READ
               CLOSE SESSAO
            END-IF
            .
       P003-FIM.
      *----------------------------------------------------------------
      *             MENU DO REGISTRO DE VACINACAO
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "************************************************"
            DISPLAY "*****       REGISTRO DE VACINACAO          *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - CATALOGO DE VACINAS"
            DISPLAY "* 2 - REGISTRAR APLICACAO"
            DISPLAY "* 3 - CARTEIRA DE VACINACAO"
            DISPLAY "* 4 - DOSES A VENCER"
            DISPLAY "* 5 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   CALL "PGMVAC02"
                WHEN 2
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P020-APLICACAO THRU P020-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                WHEN 3
                   PERFORM P090-ABRE-ARQUIVOS THRU P090-FIM
                   IF ARQUIVOS-ABERTOS
                      PERFORM P030-CARTEIRA THRU P030-FIM
                      PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
                   END-IF
                WHEN 4
                   CALL "PGMVACLEM"
                WHEN 5
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   APLICACAO DE UMA DOSE: PACIENTE, VACINA, DOSE DA VEZ,
      *   PROFISSIONAL, AGENDAMENTO (OPCIONAL) E O LOTE USADO
      *----------------------------------------------------------------
       P020-APLICACAO.

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "PACIENTE NAO ENCONTRADO."
                   GO TO P020-FIM
            END-READ

            IF CLI-INATIVO
               DISPLAY "PACIENTE INATIVO."
               GO TO P020-FIM
            END-IF

            MOVE ID-CLI               TO WS-ID-CLI
            DISPLAY "PACIENTE: " NM-CLI

            DISPLAY "INFORME O ID DA VACINA: "
            ACCEPT ID-VACINA

            READ VACINAS
                INVALID KEY
                   DISPLAY "VACINA NAO CADASTRADA."
                   GO TO P020-FIM
            END-READ

            IF VACINA-INATIVA
               DISPLAY "VACINA INATIVA NO CATALOGO."
               GO TO P020-FIM
            END-IF

            PERFORM P021-ULTIMA-DOSE THRU P021-FIM

            IF WS-ULT-DOSE NOT LESS QTD-DOSES-VACINA
               AND REFORCO-VACINA EQUAL ZEROS
               DISPLAY "ESQUEMA DE " NM-VACINA " JA CONCLUIDO PARA "
                       "ESTE PACIENTE."
               GO TO P020-FIM
            END-IF

            IF WS-ULT-DOSE EQUAL 99
               DISPLAY "LIMITE DE DOSES REGISTRADAS ATINGIDO."
               GO TO P020-FIM
            END-IF

            COMPUTE WS-PROX-DOSE = WS-ULT-DOSE + 1
            MOVE WS-PROX-DOSE         TO WS-DOSE-REF
            PERFORM P024-ROTULO-DOSE THRU P024-FIM
            DISPLAY "DOSE A APLICAR: " WS-ROTULO-DOSE

            IF WS-PREV-ANTERIOR GREATER WS-DATA-HOJE
               DISPLAY "ATENCAO: DOSE ANTECIPADA. PREVISTA PARA "
                       WS-PREV-ANTERIOR
               DISPLAY "CONFIRMA A APLICACAO (S/N)? "
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND NOT EQUAL 's'
                  DISPLAY "APLICACAO NAO REGISTRADA."
                  GO TO P020-FIM
               END-IF
            END-IF

            DISPLAY "INFORME O ID DO PROFISSIONAL QUE APLICOU: "
            ACCEPT ID-PROF

            READ PROFISSIONAIS
                INVALID KEY
                   DISPLAY "PROFISSIONAL NAO ENCONTRADO."
                   GO TO P020-FIM
            END-READ

            DISPLAY "ID DO AGENDAMENTO (0 = SEM AGENDAMENTO): "
            ACCEPT WS-ID-AGE

            IF WS-ID-AGE GREATER ZEROS
               MOVE WS-ID-AGE         TO ID-AGE
               READ AGENDA
                   INVALID KEY
                      DISPLAY "AGENDAMENTO NAO ENCONTRADO."
                      GO TO P020-FIM
               END-READ
               IF ID-CLI-AGE NOT EQUAL WS-ID-CLI
                  DISPLAY "AGENDAMENTO DE OUTRO PACIENTE."
                  GO TO P020-FIM
               END-IF
            END-IF

            PERFORM P022-CONFERE-LOTE THRU P022-FIM

            IF WS-NUM-LOTE EQUAL SPACES
               GO TO P020-FIM
            END-IF

            PERFORM P023-CALCULA-PROXIMA THRU P023-FIM

            PERFORM P003-LE-SESSAO THRU P003-FIM

            INITIALIZE REG-VACAPL
            MOVE WS-ID-CLI            TO ID-CLI-VAP
            MOVE ID-VACINA            TO ID-VAC-VAP
            MOVE WS-PROX-DOSE         TO DOSE-VAP
            MOVE WS-DATA-HOJE         TO DATA-VAP
            MOVE WS-NUM-LOTE          TO NUM-LOTE-VAP
            MOVE DATA-VAL-LE          TO VAL-LOTE-VAP
            MOVE ID-PROF              TO ID-PROF-VAP
            MOVE WS-ID-AGE            TO ID-AGE-VAP
            MOVE WS-DATA-PROX         TO DATA-PROX-VAP
            MOVE WS-SIT-PROX          TO SIT-PROX-VAP
            MOVE SESSAO-LOGIN         TO LOGIN-VAP

            WRITE REG-VACAPL
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A APLICACAO: " WS-FS
                   PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
                   GO TO P020-FIM
            END-WRITE

            PERFORM P025-BAIXA-LOTE THRU P025-FIM

            IF WS-ULT-DOSE GREATER ZEROS
               PERFORM P026-FECHA-ANTERIOR THRU P026-FIM
            END-IF

            DISPLAY "APLICACAO REGISTRADA: " NM-VACINA " "
                    WS-ROTULO-DOSE

            IF WS-ESQUEMA-FIM
               DISPLAY "ESQUEMA CONCLUIDO."
            ELSE
               DISPLAY "PROXIMA DOSE PREVISTA PARA: " WS-DATA-PROX
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   PERCORRE AS DOSES JA APLICADAS DA VACINA AO PACIENTE PARA
      *   SABER A ULTIMA E A DATA PREVISTA PARA A SEGUINTE
      *----------------------------------------------------------------
       P021-ULTIMA-DOSE.

            MOVE ZEROS                TO WS-ULT-DOSE
                                         WS-PREV-ANTERIOR
            SET WS-EOF-OK             TO FALSE

            MOVE WS-ID-CLI            TO ID-CLI-VAP
            MOVE ID-VACINA            TO ID-VAC-VAP
            MOVE ZEROS                TO DOSE-VAP

            START APLICACOES KEY IS NOT LESS THAN CHAVE-VACAPL
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P027-LE-DOSE THRU P027-FIM UNTIL WS-EOF-OK
            .
       P021-FIM.
       P027-LE-DOSE.

            READ APLICACOES NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P027-FIM
            END-READ

            IF ID-CLI-VAP NOT EQUAL WS-ID-CLI
               OR ID-VAC-VAP NOT EQUAL ID-VACINA
               SET WS-EOF-OK          TO TRUE
               GO TO P027-FIM
            END-IF

            MOVE DOSE-VAP             TO WS-ULT-DOSE

            IF PROX-EM-ABERTO
               MOVE DATA-PROX-VAP     TO WS-PREV-ANTERIOR
            ELSE
               MOVE ZEROS             TO WS-PREV-ANTERIOR
            END-IF
            .
       P027-FIM.
      *----------------------------------------------------------------
      *   O LOTE TEM DE SER DO ITEM DE ESTOQUE DA VACINA, ESTAR NA
      *   VALIDADE E TER SALDO; O ITEM TAMBEM PRECISA TER SALDO.
      *   DEVOLVE WS-NUM-LOTE EM BRANCO QUANDO O LOTE E RECUSADO
      *----------------------------------------------------------------
       P022-CONFERE-LOTE.

            DISPLAY "NUMERO DO LOTE UTILIZADO: "
            ACCEPT WS-NUM-LOTE

            MOVE ID-ESTQ-VACINA       TO ID-ESTQ-LE
            MOVE WS-NUM-LOTE          TO NUM-LOTE-LE

            READ LOTEST
                INVALID KEY
                   DISPLAY "LOTE NAO CADASTRADO PARA O ITEM "
                           ID-ESTQ-VACINA
                   MOVE SPACES        TO WS-NUM-LOTE
                   GO TO P022-FIM
            END-READ

            IF DATA-VAL-LE LESS WS-DATA-HOJE
               DISPLAY "LOTE VENCIDO EM " DATA-VAL-LE
                       ". APLICACAO NAO REGISTRADA."
               MOVE SPACES            TO WS-NUM-LOTE
               GO TO P022-FIM
            END-IF

            IF QTD-LOTE-LE EQUAL ZEROS
               DISPLAY "LOTE SEM SALDO. APLICACAO NAO REGISTRADA."
               MOVE SPACES            TO WS-NUM-LOTE
               GO TO P022-FIM
            END-IF

            MOVE ID-ESTQ-VACINA       TO ID-ESTQ

            READ ESTOQUE
                INVALID KEY
                   DISPLAY "ITEM " ID-ESTQ-VACINA
                           " NAO ENCONTRADO NO ESTOQUE."
                   MOVE SPACES        TO WS-NUM-LOTE
                   GO TO P022-FIM
            END-READ

            IF QTD-ESTQ EQUAL ZEROS
               DISPLAY "ITEM " ID-ESTQ " SEM SALDO NO ESTOQUE."
               MOVE SPACES            TO WS-NUM-LOTE
            END-IF
            .
       P022-FIM.
      *----------------------------------------------------------------
      *   DATA PREVISTA DA DOSE SEGUINTE: INTERVALO EM DIAS DENTRO DO
      *   ESQUEMA BASICO, DEPOIS O REFORCO EM MESES; SEM REFORCO, O
      *   ESQUEMA TERMINA NA ULTIMA DOSE
      *----------------------------------------------------------------
       P023-CALCULA-PROXIMA.

            MOVE WS-DATA-HOJE         TO WS-DATA-PROX
            MOVE 'P'                  TO WS-SIT-PROX

            IF WS-PROX-DOSE LESS QTD-DOSES-VACINA
               COMPUTE WS-IND = WS-PROX-DOSE + 1
               MOVE 'D'               TO WS-TIPO-SOMA
               MOVE INTERV-DOSE-VACINA(WS-IND) TO WS-QTD-SOMA
               CALL "PGMDATADD" USING WS-DATA-PROX, WS-TIPO-SOMA,
                                      WS-QTD-SOMA
            ELSE
               IF REFORCO-VACINA GREATER ZEROS
                  MOVE 'M'            TO WS-TIPO-SOMA
                  MOVE REFORCO-VACINA TO WS-QTD-SOMA
                  CALL "PGMDATADD" USING WS-DATA-PROX, WS-TIPO-SOMA,
                                         WS-QTD-SOMA
               ELSE
                  MOVE ZEROS          TO WS-DATA-PROX
                  MOVE 'C'            TO WS-SIT-PROX
               END-IF
            END-IF
            .
       P023-FIM.
      *----------------------------------------------------------------
      *   ROTULO DA DOSE WS-DOSE-REF PELO ESQUEMA DA VACINA LIDA
      *----------------------------------------------------------------
       P024-ROTULO-DOSE.

            MOVE SPACES               TO WS-ROTULO-DOSE

            IF QTD-DOSES-VACINA EQUAL 1 AND WS-DOSE-REF EQUAL 1
               MOVE "DOSE UNICA"      TO WS-ROTULO-DOSE
               GO TO P024-FIM
            END-IF

            IF WS-DOSE-REF NOT GREATER QTD-DOSES-VACINA
               STRING "DOSE " WS-DOSE-REF DELIMITED BY SIZE
                      INTO WS-ROTULO-DOSE
            ELSE
               COMPUTE WS-REFORCO-NUM = WS-DOSE-REF - QTD-DOSES-VACINA
               STRING "REFORCO " WS-REFORCO-NUM DELIMITED BY SIZE
                      INTO WS-ROTULO-DOSE
            END-IF
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   BAIXA UMA UNIDADE DO LOTE APLICADO E DO SALDO DO ITEM, COM O
      *   MOVIMENTO DE CONSUMO NO KARDEX
      *----------------------------------------------------------------
       P025-BAIXA-LOTE.

            SUBTRACT 1                FROM QTD-LOTE-LE

            REWRITE REG-LOTEST

            IF NOT WS-FS-LOT-OK
               DISPLAY "ERRO AO BAIXAR O LOTE " WS-NUM-LOTE
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
            END-IF

            SUBTRACT 1                FROM QTD-ESTQ

            REWRITE REG-ESTQ
            MOVE "ARQESTQ"            TO WS-JRN-ARQ
            MOVE 'R'                  TO WS-JRN-OPER
            CALL "PGMJRNLOG" USING WS-JRN-ARQ, WS-JRN-OPER, WS-JRN-PGM,
                                   WS-FS-EST, REG-ESTQ

            IF NOT WS-FS-EST-OK
               DISPLAY "ERRO AO DEBITAR O ITEM " ID-ESTQ
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P025-FIM
            END-IF

            MOVE 1                    TO WS-QTD-DEBITO
            MOVE SPACES               TO WS-DOC-REF
            STRING "VC" WS-ID-CLI ID-VACINA DELIMITED BY SIZE
                   INTO WS-DOC-REF
            CALL "PGMESTMOV" USING ID-ESTQ, WS-TIPO-CONSUMO,
                                   WS-QTD-DEBITO, QTD-ESTQ,
                                   WS-DOC-REF

            IF QTD-ESTQ NOT GREATER PTO-REP-ESTQ
               DISPLAY "ATENCAO: ITEM " ID-ESTQ
                       " NO PONTO DE REPOSICAO OU ABAIXO."
            END-IF
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   A DOSE ANTERIOR DEIXA DE ESTAR EM ABERTO (NAO ENTRA MAIS NO
      *   LEMBRETE DE DOSES A VENCER)
      *----------------------------------------------------------------
       P026-FECHA-ANTERIOR.

            MOVE WS-ID-CLI            TO ID-CLI-VAP
            MOVE ID-VACINA            TO ID-VAC-VAP
            MOVE WS-ULT-DOSE          TO DOSE-VAP

            READ APLICACOES
                INVALID KEY
                   GO TO P026-FIM
            END-READ

            SET PROX-APLICADA         TO TRUE

            REWRITE REG-VACAPL
            .
       P026-FIM.
      *----------------------------------------------------------------
      *   CARTEIRA DE VACINACAO DO PACIENTE: UMA LINHA POR DOSE E, NO
      *   FIM DE CADA VACINA, A PROXIMA DOSE PREVISTA OU O ESQUEMA
      *   CONCLUIDO
      *----------------------------------------------------------------
       P030-CARTEIRA.

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "PACIENTE NAO ENCONTRADO."
                   GO TO P030-FIM
            END-READ

            MOVE ID-CLI               TO WS-ID-CLI

      *   REGISTRA A LEITURA E, SE FOR O CASO, PEDE A JUSTIFICATIVA
            MOVE WS-ID-CLI            TO ACK-ID-CLI
            MOVE "VACINA"             TO ACK-TIPO
            MOVE "CARTEIRA"           TO ACK-CHAVE
            MOVE "PGMVAC01"           TO ACK-PROGRAMA

            CALL "PGMACELOG" USING ACECK-PARM

            IF NOT ACESSO-LIBERADO
               GO TO P030-FIM
            END-IF

            OPEN OUTPUT RELVACCAR

            IF NOT WS-FS-REL-OK
               DISPLAY "ERRO AO ABRIR A CARTEIRA DE VACINACAO: "
                       WS-FS-REL
               CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
               DISPLAY WS-FS-REL-MSG
               GO TO P030-FIM
            END-IF

            ACCEPT WS-CAB-EMISSAO FROM DATE YYYYMMDD
            MOVE ID-CLI               TO WS-CAB-ID-CLI
            MOVE NM-CLI               TO WS-CAB-NOME
            MOVE DT-NASC-CLI          TO WS-CAB-NASC

            WRITE REL-LINHA FROM WS-CAB-01
            WRITE REL-LINHA FROM WS-CAB-02
            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            WRITE REL-LINHA FROM WS-CAB-03

            MOVE ZEROS                TO WS-VAC-ANT
                                         WS-DOSES-IMPRESSAS
            SET WS-EOF-OK             TO FALSE

            MOVE WS-ID-CLI            TO ID-CLI-VAP
            MOVE ZEROS                TO ID-VAC-VAP
                                         DOSE-VAP

            START APLICACOES KEY IS NOT LESS THAN CHAVE-VACAPL
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P031-IMPRIME-DOSE THRU P031-FIM UNTIL WS-EOF-OK

            IF WS-VAC-ANT GREATER ZEROS
               PERFORM P032-FECHA-VACINA THRU P032-FIM
            END-IF

            IF WS-DOSES-IMPRESSAS EQUAL ZEROS
               WRITE REL-LINHA FROM WS-LIN-NENHUMA
            END-IF

            CLOSE RELVACCAR

            CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELVACCAR,
                                  WS-SPOOL-PARMS

            DISPLAY "CARTEIRA DE VACINACAO IMPRESSA."
            .
       P030-FIM.
       P031-IMPRIME-DOSE.

            READ APLICACOES NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P031-FIM
            END-READ

            IF ID-CLI-VAP NOT EQUAL WS-ID-CLI
               SET WS-EOF-OK          TO TRUE
               GO TO P031-FIM
            END-IF

            IF ID-VAC-VAP NOT EQUAL WS-VAC-ANT
               IF WS-VAC-ANT GREATER ZEROS
                  PERFORM P032-FECHA-VACINA THRU P032-FIM
               END-IF
               MOVE ID-VAC-VAP        TO WS-VAC-ANT
               MOVE ID-VAC-VAP        TO ID-VACINA
               READ VACINAS
                   INVALID KEY
                      MOVE "VACINA NAO CADASTRADA" TO NM-VACINA
                      MOVE 9          TO QTD-DOSES-VACINA
               END-READ
            END-IF

            MOVE DOSE-VAP             TO WS-DOSE-REF
            PERFORM P024-ROTULO-DOSE THRU P024-FIM

            MOVE ID-PROF-VAP          TO ID-PROF
            READ PROFISSIONAIS
                INVALID KEY
                   MOVE SPACES        TO NM-PROF
            END-READ

            MOVE NM-VACINA            TO WS-DET-VACINA
            MOVE WS-ROTULO-DOSE       TO WS-DET-DOSE
            MOVE DATA-VAP             TO WS-DET-DATA
            MOVE NUM-LOTE-VAP         TO WS-DET-LOTE
            MOVE VAL-LOTE-VAP         TO WS-DET-VALIDADE
            MOVE NM-PROF              TO WS-DET-PROF

            WRITE REL-LINHA FROM WS-LIN-DOSE
            ADD 1                     TO WS-DOSES-IMPRESSAS

            MOVE DATA-PROX-VAP        TO WS-DATA-PROX
            MOVE SIT-PROX-VAP         TO WS-SIT-PROX
            .
       P031-FIM.
      *----------------------------------------------------------------
      *   FECHO DA VACINA: SITUACAO GUARDADA NA ULTIMA DOSE IMPRESSA
      *----------------------------------------------------------------
       P032-FECHA-VACINA.

            IF WS-ESQUEMA-FIM
               WRITE REL-LINHA FROM WS-LIN-CONCLUIDO
            ELSE
               IF WS-DATA-PROX GREATER ZEROS
                  MOVE "PROXIMA DOSE PREVISTA: " TO WS-PRX-TEXTO
                  MOVE WS-DATA-PROX   TO WS-PRX-DATA
                  WRITE REL-LINHA FROM WS-LIN-PROXIMA
               END-IF
            END-IF

            MOVE SPACES               TO REL-LINHA
            WRITE REL-LINHA
            .
       P032-FIM.
      *----------------------------------------------------------------
      *   ABRE OS CADASTROS DA APLICACAO E DA CARTEIRA; O ARQUIVO DE
      *   APLICACOES E CRIADO NO PRIMEIRO USO
      *----------------------------------------------------------------
       P090-ABRE-ARQUIVOS.

            MOVE 'N'                  TO WS-ARQ-ABERTOS

            OPEN INPUT VACINAS

            IF NOT WS-FS-VAC-OK
               DISPLAY "NENHUMA VACINA CADASTRADA NO CATALOGO."
               GO TO P090-FIM
            END-IF

            OPEN I-O APLICACOES

            IF WS-FS EQUAL 35
               OPEN OUTPUT APLICACOES
               CLOSE APLICACOES
               OPEN I-O APLICACOES
            END-IF

            OPEN INPUT CLIENTES
            OPEN INPUT PROFISSIONAIS
            OPEN INPUT AGENDA
            OPEN I-O   LOTEST
            OPEN I-O   ESTOQUE

            IF NOT WS-FS-OK OR NOT WS-FS-CLI-OK OR NOT WS-FS-PROF-OK
               OR NOT WS-FS-AGE-OK OR NOT WS-FS-LOT-OK
               OR NOT WS-FS-EST-OK
               DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE VACINACAO."
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               PERFORM P095-FECHA-ARQUIVOS THRU P095-FIM
               GO TO P090-FIM
            END-IF

            MOVE 'S'                  TO WS-ARQ-ABERTOS
            .
       P090-FIM.
       P095-FECHA-ARQUIVOS.

            CLOSE VACINAS
            CLOSE APLICACOES
            CLOSE CLIENTES
            CLOSE PROFISSIONAIS
            CLOSE AGENDA
            CLOSE LOTEST
            CLOSE ESTOQUE
            .
       P095-FIM.
       END PROGRAM PGMVAC01.
