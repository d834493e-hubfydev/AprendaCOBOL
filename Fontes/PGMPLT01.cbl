      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER OS PLANOS TERAPEUTICOS (ARQPLANO) E AS NOTAS DE
      *          EVOLUCAO DAS SESSOES (ARQEVOL): INCLUIR PLANO
      *          (PACIENTE, PROFISSIONAL RESPONSAVEL, PROCEDIMENTO, CID,
      *          PACOTE, SESSOES PREVISTAS, FREQUENCIA E OBJETIVOS),
      *          ACOMPANHAR O PROGRESSO (SESSOES FEITAS X PREVISTAS,
      *          FALTAS, ULTIMA SESSAO E ULTIMA EVOLUCAO), ESCREVER A
      *          NOTA DE EVOLUCAO DE UM ATENDIMENTO (VINCULANDO-O AO
      *          PLANO PELO PGMPLTVIN QUANDO O PGMAGE05 NAO ACHOU O
      *          PLANO SOZINHO), ENCERRAR O PLANO E LISTAR OS PLANOS DO
      *          PACIENTE. OS PLANOS EM RISCO SAO LISTADOS PELO
      *          PGMPLTRIS. A EXIBICAO DAS NOTAS DE EVOLUCAO PASSA
      *          PELO REGISTRO DE ACESSOS (PGMACELOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMPLT01.
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

           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS-PRC.

           SELECT CIDS ASSIGN TO
           WS-PATH-ARQCID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CODIGO-CID
           FILE STATUS  IS WS-FS-CID.

           SELECT PACOTES ASSIGN TO
           WS-PATH-ARQPACOTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-PACOTE
           FILE STATUS  IS WS-FS-PAC.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD PLANOS.
           COPY CPYPLANO.

       FD EVOLUCOES.
           COPY CPYEVOL.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD PROCEDS.
           COPY CPYPROC.

       FD CIDS.
           COPY CPYCID.

       FD PACOTES.
           COPY CPYPACOTE.

       FD AGENDA.
           COPY CPYAGE.

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PRC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PRC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PRC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PRC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PRC-EOF
                          WS-FS-OK BY WS-FS-PRC-OK
                          WS-FS BY WS-FS-PRC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CID-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CID-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CID-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CID-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CID-EOF
                          WS-FS-OK BY WS-FS-CID-OK
                          WS-FS BY WS-FS-CID.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAC-EOF
                          WS-FS-OK BY WS-FS-PAC-OK
                          WS-FS BY WS-FS-PAC.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.
       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-ARQ-PLANO-OK    PIC X(01)  VALUE 'N'.
          88 ARQ-PLANO-ABERTO VALUE 'S'.
       77 WS-CID-DISP        PIC X(01)  VALUE 'N'.
          88 CIDS-DISPONIVEIS VALUE 'S'.
       77 WS-PAC-DISP        PIC X(01)  VALUE 'N'.
          88 PACOTES-DISPONIVEIS VALUE 'S'.
       77 WS-CAMPO-OK        PIC X(01)  VALUE 'N'.
          88 CAMPO-ACEITO    VALUE 'S'.
       77 WS-ACHOU-EVOL      PIC X(01)  VALUE 'N'.
          88 EVOLUCAO-ACHADA VALUE 'S'.
       77 WS-FIM-OBJ         PIC X(01)  VALUE 'N'.
          88 FIM-OBJETIVOS   VALUE 'S'.
       77 WS-RESP            PIC X(01)  VALUE SPACE.
       77 WS-IL              PIC 9(01)  COMP.
       77 WS-ID-CLI          PIC 9(04)  VALUE ZEROS.
       77 WS-SESSOES-PAC     PIC 9(03)  VALUE ZEROS.
       77 WS-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-DIAS            PIC 9(05)  VALUE ZEROS.
       77 WS-QTD-PLANOS      PIC 9(04)  VALUE ZEROS.
       77 WS-PLT-SITUACAO    PIC X(01)  VALUE SPACE.
       77 WS-PLT-ID-PLANO    PIC 9(06)  VALUE ZEROS.

      *   ULTIMA NOTA DE EVOLUCAO ESCRITA, GUARDADA NA LISTAGEM DO
      *   PROGRESSO PARA SER EXIBIDA NO FIM
       01 WS-ULT-NOTA.
          03 WS-ULT-NOTA-DATA  PIC 9(08)  VALUE ZEROS.
          03 WS-ULT-NOTA-SEQ   PIC 9(03)  VALUE ZEROS.
          03 WS-ULT-NOTA-LINHA PIC X(60)  OCCURS 3 TIMES.
           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P003-ABRE-PLANOS THRU P003-FIM

            IF NOT ARQ-PLANO-ABERTO
               GOBACK
            END-IF

            OPEN INPUT CLIENTES

            IF NOT WS-FS-CLI-OK
               DISPLAY "ERRO NA ABERTURA DO CADASTRO DE CLIENTES."
               CLOSE PLANOS
               CLOSE EVOLUCOES
               GOBACK
            END-IF

            ACCEPT WS-HOJE FROM DATE YYYYMMDD

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 6

            IF ARQ-PLANO-ABERTO
               CLOSE PLANOS
               CLOSE EVOLUCOES
            END-IF

            CLOSE CLIENTES

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

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCID_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCID
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPACOTE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPACOTE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
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
      *   ABRE PLANOS E EVOLUCOES, CRIANDO OS ARQUIVOS NA PRIMEIRA VEZ;
      *   TAMBEM USADO PARA REABRIR DEPOIS DO VINCULO PELO PGMPLTVIN
      *----------------------------------------------------------------
       P003-ABRE-PLANOS.

            MOVE 'N'                  TO WS-ARQ-PLANO-OK

            OPEN I-O PLANOS

            IF WS-FS EQUAL 35
               OPEN OUTPUT PLANOS
               CLOSE PLANOS
               OPEN I-O PLANOS
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO ARQUIVO DE PLANOS TERAPEUTICOS: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               MOVE 6                 TO WS-OPCAO
               GO TO P003-FIM
            END-IF

            OPEN I-O EVOLUCOES

            IF WS-FS-EVO EQUAL 35
               OPEN OUTPUT EVOLUCOES
               CLOSE EVOLUCOES
               OPEN I-O EVOLUCOES
            END-IF

            IF NOT WS-FS-EVO-OK
               DISPLAY "ERRO NO ARQUIVO DE EVOLUCOES: " WS-FS-EVO
               CLOSE PLANOS
               MOVE 6                 TO WS-OPCAO
               GO TO P003-FIM
            END-IF

            SET ARQ-PLANO-ABERTO      TO TRUE
            .
       P003-FIM.
      *----------------------------------------------------------------
      *             MENU DOS PLANOS TERAPEUTICOS
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "----------- PLANO TERAPEUTICO -------------------"
            DISPLAY "1 - INCLUIR PLANO"
            DISPLAY "2 - PROGRESSO DO PLANO"
            DISPLAY "3 - REGISTRAR EVOLUCAO DA SESSAO"
            DISPLAY "4 - ENCERRAR PLANO"
            DISPLAY "5 - LISTAR PLANOS DO PACIENTE"
            DISPLAY "6 - VOLTAR"
            DISPLAY "ESCOLHA UMA DAS OPCOES: "
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P010-INCLUI         THRU P010-FIM
                WHEN 2
                   PERFORM P020-PROGRESSO      THRU P020-FIM
                WHEN 3
                   PERFORM P030-EVOLUCAO       THRU P030-FIM
                WHEN 4
                   PERFORM P040-ENCERRA        THRU P040-FIM
                WHEN 5
                   PERFORM P050-LISTA-PLANOS   THRU P050-FIM
                WHEN 6
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI UM PLANO ATIVO: PACIENTE, PROFISSIONAL, PROCEDIMENTO
      *   (ZERO = QUALQUER UM DO PROFISSIONAL), CID, PACOTE DO PACIENTE
      *   (AS SESSOES RESTANTES VIRAM O PADRAO DAS PREVISTAS),
      *   FREQUENCIA SEMANAL E ATE TRES LINHAS DE OBJETIVOS
      *----------------------------------------------------------------
       P010-INCLUI.

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "PACIENTE NAO ENCONTRADO."
                   GO TO P010-FIM
            END-READ

            DISPLAY "PACIENTE: " NM-CLI

            PERFORM P011-ABRE-APOIO THRU P011-FIM

            IF NOT WS-FS-PROF-OK OR NOT WS-FS-PRC-OK
               DISPLAY "ERRO NA ABERTURA DOS CADASTROS DE APOIO."
               PERFORM P019-FECHA-APOIO THRU P019-FIM
               GO TO P010-FIM
            END-IF

            INITIALIZE REG-PLANO
            MOVE ID-CLI               TO ID-CLI-PLANO

            DISPLAY "ID DO PROFISSIONAL RESPONSAVEL: "
            ACCEPT ID-PROF

            READ PROFISSIONAIS
                INVALID KEY
                   DISPLAY "PROFISSIONAL NAO ENCONTRADO."
                   PERFORM P019-FECHA-APOIO THRU P019-FIM
                   GO TO P010-FIM
            END-READ

            IF PROF-INATIVO
               DISPLAY "PROFISSIONAL INATIVO."
               PERFORM P019-FECHA-APOIO THRU P019-FIM
               GO TO P010-FIM
            END-IF

            MOVE ID-PROF              TO ID-PROF-PLANO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P012-PEDE-PROCEDIMENTO THRU P012-FIM
               UNTIL CAMPO-ACEITO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P013-PEDE-CID THRU P013-FIM UNTIL CAMPO-ACEITO

            MOVE ZEROS                TO WS-SESSOES-PAC
            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P014-PEDE-PACOTE THRU P014-FIM UNTIL CAMPO-ACEITO

            PERFORM P019-FECHA-APOIO THRU P019-FIM

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P015-PEDE-SESSOES THRU P015-FIM UNTIL CAMPO-ACEITO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P016-PEDE-FREQUENCIA THRU P016-FIM
               UNTIL CAMPO-ACEITO

            PERFORM P017-LIMPA-OBJETIVO THRU P017-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 3

            DISPLAY "OBJETIVOS DO TRATAMENTO (ATE 3 LINHAS, "
                    "LINHA EM BRANCO ENCERRA): "
            MOVE 'N'                  TO WS-FIM-OBJ
            PERFORM P018-PEDE-OBJETIVO THRU P018-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 3 OR FIM-OBJETIVOS

            MOVE WS-HOJE              TO DATA-INI-PLANO
            MOVE ZEROS                TO DATA-ENC-PLANO
                                         QTD-REALIZ-PLANO
                                         QTD-FALTAS-PLANO
                                         DATA-ULT-SESSAO-PLANO
                                         SEQ-ULT-EVOL-PLANO
            SET PLANO-ATIVO           TO TRUE

            CALL "PGMPROXPL" USING ID-PLANO

            WRITE REG-PLANO
                INVALID KEY
                   DISPLAY "JA EXISTE PLANO COM ESTE ID: " ID-PLANO
                NOT INVALID KEY
                   DISPLAY "PLANO TERAPEUTICO " ID-PLANO " INCLUIDO."
            END-WRITE
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   CADASTROS USADOS SO NA INCLUSAO; SEM A TABELA DE CID OU SEM O
      *   ARQUIVO DE PACOTES, O CAMPO E ACEITO SEM VALIDACAO
      *----------------------------------------------------------------
       P011-ABRE-APOIO.

            OPEN INPUT PROFISSIONAIS
            OPEN INPUT PROCEDS

            MOVE 'N'                  TO WS-CID-DISP
            OPEN INPUT CIDS
            IF WS-FS-CID-OK
               SET CIDS-DISPONIVEIS   TO TRUE
            END-IF

            MOVE 'N'                  TO WS-PAC-DISP
            OPEN INPUT PACOTES
            IF WS-FS-PAC-OK
               SET PACOTES-DISPONIVEIS TO TRUE
            END-IF
            .
       P011-FIM.
       P012-PEDE-PROCEDIMENTO.

            DISPLAY "ID DO PROCEDIMENTO DAS SESSOES "
                    "(0 = QUALQUER DO PROFISSIONAL): "
            ACCEPT ID-PROC-PLANO

            IF ID-PROC-PLANO EQUAL ZEROS
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P012-FIM
            END-IF

            MOVE ID-PROC-PLANO        TO ID-PROC

            READ PROCEDS
                INVALID KEY
                   DISPLAY "PROCEDIMENTO NAO ENCONTRADO."
                NOT INVALID KEY
                   IF PROC-INATIVO
                      DISPLAY "PROCEDIMENTO INATIVO."
                   ELSE
                      MOVE 'S'        TO WS-CAMPO-OK
                   END-IF
            END-READ
            .
       P012-FIM.
       P013-PEDE-CID.

            DISPLAY "CODIGO DO DIAGNOSTICO (BRANCO P/ SEM CODIGO): "
            ACCEPT CID-PLANO

            IF CID-PLANO EQUAL SPACES OR NOT CIDS-DISPONIVEIS
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P013-FIM
            END-IF

            MOVE CID-PLANO            TO CODIGO-CID

            READ CIDS
                INVALID KEY
                   DISPLAY "CODIGO NAO CADASTRADO NA TABELA."
                NOT INVALID KEY
                   IF CID-INATIVO
                      DISPLAY "CODIGO INATIVO NA TABELA."
                   ELSE
                      MOVE 'S'        TO WS-CAMPO-OK
                   END-IF
            END-READ
            .
       P013-FIM.
      *----------------------------------------------------------------
      *   PACOTE QUE PAGA O TRATAMENTO: TEM DE SER DO PACIENTE, ESTAR
      *   ABERTO E SER DO MESMO PROCEDIMENTO DO PLANO; PLANO SEM
      *   PROCEDIMENTO FICA COM O DO PACOTE
      *----------------------------------------------------------------
       P014-PEDE-PACOTE.

            DISPLAY "ID DO PACOTE DO TRATAMENTO (0 = SEM PACOTE): "
            ACCEPT ID-PACOTE-PLANO

            IF PLANO-SEM-PACOTE OR NOT PACOTES-DISPONIVEIS
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P014-FIM
            END-IF

            MOVE ID-PACOTE-PLANO      TO ID-PACOTE

            READ PACOTES
                INVALID KEY
                   DISPLAY "PACOTE NAO ENCONTRADO."
                   GO TO P014-FIM
            END-READ

            IF ID-CLI-PAC NOT EQUAL ID-CLI-PLANO
               DISPLAY "O PACOTE NAO E DESTE PACIENTE."
               GO TO P014-FIM
            END-IF

            IF NOT PACOTE-ABERTO
               DISPLAY "O PACOTE JA ESTA ENCERRADO."
               GO TO P014-FIM
            END-IF

            IF ID-PROC-PLANO NOT EQUAL ZEROS
               AND ID-PROC-PLANO NOT EQUAL ID-PROC-PAC
               DISPLAY "O PACOTE E DE OUTRO PROCEDIMENTO: " ID-PROC-PAC
               GO TO P014-FIM
            END-IF

            MOVE ID-PROC-PAC          TO ID-PROC-PLANO
            COMPUTE WS-SESSOES-PAC = QTD-SESSOES-PAC
                                   - QTD-CONSUMIDAS-PAC
            MOVE 'S'                  TO WS-CAMPO-OK
            .
       P014-FIM.
       P015-PEDE-SESSOES.

            IF WS-SESSOES-PAC GREATER ZEROS
               DISPLAY "SESSOES PREVISTAS (0 = " WS-SESSOES-PAC
                       ", AS RESTANTES DO PACOTE): "
            ELSE
               DISPLAY "SESSOES PREVISTAS: "
            END-IF
            ACCEPT QTD-SESSOES-PLANO

            IF QTD-SESSOES-PLANO EQUAL ZEROS
               MOVE WS-SESSOES-PAC    TO QTD-SESSOES-PLANO
            END-IF

            IF QTD-SESSOES-PLANO EQUAL ZEROS
               DISPLAY "INFORME AO MENOS UMA SESSAO."
            ELSE
               MOVE 'S'               TO WS-CAMPO-OK
            END-IF
            .
       P015-FIM.
       P016-PEDE-FREQUENCIA.

            DISPLAY "FREQUENCIA (SESSOES POR SEMANA, 1 A 7): "
            ACCEPT FREQ-SEMANA-PLANO

            IF FREQ-SEMANA-PLANO LESS 1 OR FREQ-SEMANA-PLANO GREATER 7
               DISPLAY "FREQUENCIA INVALIDA."
            ELSE
               MOVE 'S'               TO WS-CAMPO-OK
            END-IF
            .
       P016-FIM.
       P017-LIMPA-OBJETIVO.

            MOVE SPACES               TO OBJETIVO-PLANO (WS-IL)
            .
       P017-FIM.
       P018-PEDE-OBJETIVO.

            ACCEPT OBJETIVO-PLANO (WS-IL)

            IF OBJETIVO-PLANO (WS-IL) EQUAL SPACES
               SET FIM-OBJETIVOS      TO TRUE
            END-IF
            .
       P018-FIM.
       P019-FECHA-APOIO.

            CLOSE PROFISSIONAIS
            CLOSE PROCEDS

            IF CIDS-DISPONIVEIS
               CLOSE CIDS
            END-IF

            IF PACOTES-DISPONIVEIS
               CLOSE PACOTES
            END-IF
            .
       P019-FIM.
      *----------------------------------------------------------------
      *   PROGRESSO DO PLANO: SESSOES FEITAS X PREVISTAS, FALTAS, DIAS
      *   DESDE A ULTIMA SESSAO, AS EVOLUCOES E A ULTIMA NOTA ESCRITA
      *----------------------------------------------------------------
       P020-PROGRESSO.

            DISPLAY "INFORME O ID DO PLANO: "
            ACCEPT ID-PLANO

            READ PLANOS KEY IS ID-PLANO
                INVALID KEY
                   DISPLAY "PLANO NAO ENCONTRADO."
                   GO TO P020-FIM
            END-READ

            PERFORM P021-EXIBE-PLANO THRU P021-FIM

            DISPLAY "SESSOES REALIZADAS: " QTD-REALIZ-PLANO
                    " DE " QTD-SESSOES-PLANO
                    " - FALTAS: " QTD-FALTAS-PLANO

            IF DATA-ULT-SESSAO-PLANO EQUAL ZEROS
               DISPLAY "NENHUMA SESSAO REALIZADA AINDA."
            ELSE
               CALL "PGMDIADIF" USING DATA-ULT-SESSAO-PLANO, WS-HOJE,
                                      WS-DIAS
               DISPLAY "ULTIMA SESSAO: " DATA-ULT-SESSAO-PLANO
                       " (HA " WS-DIAS " DIAS)"
            END-IF

            IF PLANO-ATIVO AND QTD-SESSOES-PLANO GREATER ZEROS
               AND QTD-REALIZ-PLANO NOT LESS QTD-SESSOES-PLANO
               DISPLAY "TODAS AS SESSOES PREVISTAS FORAM REALIZADAS. "
                       "AVALIE O ENCERRAMENTO DO PLANO."
            END-IF

            MOVE ZEROS                TO WS-ULT-NOTA-DATA
                                         WS-ULT-NOTA-SEQ

            DISPLAY "--- EVOLUCOES ---"

            MOVE ID-PLANO             TO ID-PLANO-EVOL
            MOVE ZEROS                TO SEQ-EVOL
            SET WS-EOF-OK             TO FALSE

            START EVOLUCOES KEY IS NOT LESS THAN CHAVE-EVOL
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P023-LE-EVOLUCAO THRU P023-FIM UNTIL WS-EOF-OK

            IF WS-ULT-NOTA-SEQ EQUAL ZEROS
               DISPLAY "NENHUMA NOTA DE EVOLUCAO ESCRITA."
               GO TO P020-FIM
            END-IF

            PERFORM P025-CONFERE-ACESSO THRU P025-FIM

            IF NOT ACESSO-LIBERADO
               GO TO P020-FIM
            END-IF

            DISPLAY "ULTIMA EVOLUCAO (" WS-ULT-NOTA-SEQ ") EM "
                    WS-ULT-NOTA-DATA ":"
            PERFORM P024-EXIBE-NOTA THRU P024-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 3
            .
       P020-FIM.
       P021-EXIBE-PLANO.

            MOVE ID-CLI-PLANO         TO ID-CLI
            MOVE SPACES               TO NM-CLI
            READ CLIENTES
                INVALID KEY
                   CONTINUE
            END-READ

            DISPLAY "PLANO " ID-PLANO " - PACIENTE " ID-CLI-PLANO
                    " " NM-CLI
            DISPLAY "PROFISSIONAL " ID-PROF-PLANO
                    " - PROCEDIMENTO " ID-PROC-PLANO
                    " - CID " CID-PLANO
                    " - PACOTE " ID-PACOTE-PLANO
            DISPLAY "INICIO " DATA-INI-PLANO
                    " - " FREQ-SEMANA-PLANO " SESSAO(OES) POR SEMANA"
                    " - SITUACAO " STATUS-PLANO
            IF NOT PLANO-ATIVO
               DISPLAY "ENCERRADO EM " DATA-ENC-PLANO
            END-IF

            PERFORM P022-EXIBE-OBJETIVO THRU P022-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 3
            .
       P021-FIM.
       P022-EXIBE-OBJETIVO.

            IF OBJETIVO-PLANO (WS-IL) NOT EQUAL SPACES
               DISPLAY "OBJETIVO: " OBJETIVO-PLANO (WS-IL)
            END-IF
            .
       P022-FIM.
       P023-LE-EVOLUCAO.

            READ EVOLUCOES NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P023-FIM
            END-READ

            IF ID-PLANO-EVOL NOT EQUAL ID-PLANO
               SET WS-EOF-OK          TO TRUE
               GO TO P023-FIM
            END-IF

            IF EVOL-REALIZADA
               DISPLAY SEQ-EVOL " - " DATA-EVOL " - SESSAO "
                       NUM-SESSAO-EVOL " - AGENDAMENTO " ID-AGE-EVOL
            ELSE
               DISPLAY SEQ-EVOL " - " DATA-EVOL " - FALTA"
                       "       - AGENDAMENTO " ID-AGE-EVOL
            END-IF

            IF DATA-NOTA-EVOL GREATER ZEROS
               MOVE DATA-NOTA-EVOL    TO WS-ULT-NOTA-DATA
               MOVE SEQ-EVOL          TO WS-ULT-NOTA-SEQ
               MOVE NOTA-EVOL (1)     TO WS-ULT-NOTA-LINHA (1)
               MOVE NOTA-EVOL (2)     TO WS-ULT-NOTA-LINHA (2)
               MOVE NOTA-EVOL (3)     TO WS-ULT-NOTA-LINHA (3)
            END-IF
            .
       P023-FIM.
       P024-EXIBE-NOTA.

            IF WS-ULT-NOTA-LINHA (WS-IL) NOT EQUAL SPACES
               DISPLAY "   " WS-ULT-NOTA-LINHA (WS-IL)
            END-IF
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A LEITURA DA NOTA E, SE FOR O CASO, PEDE A
      *   JUSTIFICATIVA (O PLANO LIDO DA O PACIENTE)
      *----------------------------------------------------------------
       P025-CONFERE-ACESSO.

            MOVE ID-CLI-PLANO         TO ACK-ID-CLI
            MOVE "EVOLUCAO"           TO ACK-TIPO
            MOVE ID-PLANO             TO ACK-CHAVE
            MOVE "PGMPLT01"           TO ACK-PROGRAMA

            CALL "PGMACELOG" USING ACECK-PARM
            .
       P025-FIM.
      *----------------------------------------------------------------
      *   NOTA DE EVOLUCAO DE UM ATENDIMENTO; SE O ATENDIMENTO AINDA
      *   NAO ESTA NO PLANO, VINCULA PELO PGMPLTVIN (QUE ABRE PLANOS E
      *   EVOLUCOES, FECHADOS AQUI DURANTE A CHAMADA)
      *----------------------------------------------------------------
       P030-EVOLUCAO.

            DISPLAY "INFORME O ID DO AGENDAMENTO: "
            ACCEPT ID-AGE-EVOL

            MOVE 'N'                  TO WS-ACHOU-EVOL

            READ EVOLUCOES KEY IS ID-AGE-EVOL
                INVALID KEY
                   PERFORM P031-VINCULA THRU P031-FIM
                NOT INVALID KEY
                   SET EVOLUCAO-ACHADA TO TRUE
            END-READ

            IF NOT ARQ-PLANO-ABERTO OR NOT EVOLUCAO-ACHADA
               GO TO P030-FIM
            END-IF

            IF EVOL-FALTA
               DISPLAY "O ATENDIMENTO E UMA FALTA NO PLANO "
                       ID-PLANO-EVOL ". FALTA NAO TEM NOTA."
               GO TO P030-FIM
            END-IF

            DISPLAY "PLANO " ID-PLANO-EVOL " - SESSAO "
                    NUM-SESSAO-EVOL " EM " DATA-EVOL

            IF DATA-NOTA-EVOL GREATER ZEROS
               MOVE ID-PLANO-EVOL     TO ID-PLANO
               READ PLANOS KEY IS ID-PLANO
                   INVALID KEY
                      DISPLAY "PLANO NAO ENCONTRADO."
                      GO TO P030-FIM
               END-READ
               PERFORM P025-CONFERE-ACESSO THRU P025-FIM
               IF NOT ACESSO-LIBERADO
                  GO TO P030-FIM
               END-IF
               DISPLAY "NOTA ATUAL (" LOGIN-EVOL " EM "
                       DATA-NOTA-EVOL "):"
               DISPLAY "   " NOTA-EVOL (1)
               DISPLAY "   " NOTA-EVOL (2)
               DISPLAY "   " NOTA-EVOL (3)
               DISPLAY "SUBSTITUIR A NOTA? (S/N)"
               ACCEPT WS-RESP
               IF WS-RESP NOT EQUAL 'S' AND WS-RESP NOT EQUAL 's'
                  GO TO P030-FIM
               END-IF
            END-IF

            DISPLAY "LOGIN DO PROFISSIONAL: "
            ACCEPT LOGIN-EVOL

            DISPLAY "NOTA DE EVOLUCAO (3 LINHAS): "
            PERFORM P033-PEDE-NOTA THRU P033-FIM
               VARYING WS-IL FROM 1 BY 1
               UNTIL WS-IL GREATER 3

            MOVE WS-HOJE              TO DATA-NOTA-EVOL

            REWRITE REG-EVOL
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A EVOLUCAO: " WS-FS-EVO
                NOT INVALID KEY
                   DISPLAY "NOTA DE EVOLUCAO GRAVADA."
            END-REWRITE
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   SO ATENDIMENTO REALIZADO OU FALTA ENTRA NO PLANO; O OPERADOR
      *   ESCOLHE O PLANO OU DEIXA O PGMPLTVIN PROCURAR
      *----------------------------------------------------------------
       P031-VINCULA.

            MOVE ID-AGE-EVOL          TO ID-AGE

            OPEN INPUT AGENDA

            IF NOT WS-FS-AGE-OK
               DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE AGENDA."
               GO TO P031-FIM
            END-IF

            READ AGENDA
                INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO."
                   CLOSE AGENDA
                   GO TO P031-FIM
            END-READ

            CLOSE AGENDA

            EVALUATE TRUE
                WHEN AGE-REALIZADO
                   MOVE 'R'           TO WS-PLT-SITUACAO
                WHEN AGE-FALTOU
                   MOVE 'F'           TO WS-PLT-SITUACAO
                WHEN OTHER
                   DISPLAY "O AGENDAMENTO AINDA NAO FOI REALIZADO."
                   GO TO P031-FIM
            END-EVALUATE

            DISPLAY "AGENDAMENTO FORA DE PLANO. ID DO PLANO "
                    "(0 = PROCURAR O PLANO DO PACIENTE): "
            ACCEPT WS-PLT-ID-PLANO

            CLOSE EVOLUCOES
            CLOSE PLANOS

            CALL "PGMPLTVIN" USING ID-AGE, ID-CLI-AGE, ID-PROC-AGE,
                                   ID-PROF-AGE, DATA-AGE,
                                   WS-PLT-SITUACAO, WS-PLT-ID-PLANO

            PERFORM P003-ABRE-PLANOS THRU P003-FIM

            IF NOT ARQ-PLANO-ABERTO
               GO TO P031-FIM
            END-IF

            IF WS-PLT-ID-PLANO EQUAL ZEROS
               DISPLAY "NENHUM PLANO ATIVO COBRE O ATENDIMENTO."
               GO TO P031-FIM
            END-IF

            MOVE ID-AGE               TO ID-AGE-EVOL

            READ EVOLUCOES KEY IS ID-AGE-EVOL
                INVALID KEY
                   DISPLAY "EVOLUCAO NAO ENCONTRADA."
                NOT INVALID KEY
                   SET EVOLUCAO-ACHADA TO TRUE
            END-READ
            .
       P031-FIM.
       P033-PEDE-NOTA.

            ACCEPT NOTA-EVOL (WS-IL)
            .
       P033-FIM.
      *----------------------------------------------------------------
      *   CONCLUI OU INTERROMPE UM PLANO ATIVO; O PLANO ENCERRADO NAO
      *   RECEBE MAIS SESSOES E SAI DO RELATORIO DE PLANOS EM RISCO
      *----------------------------------------------------------------
       P040-ENCERRA.

            DISPLAY "INFORME O ID DO PLANO: "
            ACCEPT ID-PLANO

            READ PLANOS KEY IS ID-PLANO
                INVALID KEY
                   DISPLAY "PLANO NAO ENCONTRADO."
                   GO TO P040-FIM
            END-READ

            IF NOT PLANO-ATIVO
               DISPLAY "O PLANO JA ESTA ENCERRADO."
               GO TO P040-FIM
            END-IF

            DISPLAY "SESSOES REALIZADAS: " QTD-REALIZ-PLANO
                    " DE " QTD-SESSOES-PLANO
            DISPLAY "C - CONCLUIR (OBJETIVOS ATINGIDOS)"
            DISPLAY "I - INTERROMPER (ABANDONO, ALTA A PEDIDO...)"
            DISPLAY "ESCOLHA (C/I, OUTRA TECLA DESISTE): "
            ACCEPT WS-RESP

            EVALUATE WS-RESP
                WHEN 'C'
                WHEN 'c'
                   SET PLANO-CONCLUIDO TO TRUE
                WHEN 'I'
                WHEN 'i'
                   SET PLANO-INTERROMPIDO TO TRUE
                WHEN OTHER
                   DISPLAY "PLANO MANTIDO ATIVO."
                   GO TO P040-FIM
            END-EVALUATE

            MOVE WS-HOJE              TO DATA-ENC-PLANO

            REWRITE REG-PLANO
                INVALID KEY
                   DISPLAY "ERRO AO ENCERRAR O PLANO: " WS-FS
                NOT INVALID KEY
                   DISPLAY "PLANO " ID-PLANO " ENCERRADO."
            END-REWRITE
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   TODOS OS PLANOS DE UM PACIENTE, ATIVOS E ENCERRADOS
      *----------------------------------------------------------------
       P050-LISTA-PLANOS.

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT WS-ID-CLI

            MOVE WS-ID-CLI            TO ID-CLI-PLANO
            MOVE ZEROS                TO WS-QTD-PLANOS
            SET WS-EOF-OK             TO FALSE

            START PLANOS KEY IS EQUAL ID-CLI-PLANO
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P051-LE-PLANO THRU P051-FIM UNTIL WS-EOF-OK

            IF WS-QTD-PLANOS EQUAL ZEROS
               DISPLAY "NENHUM PLANO TERAPEUTICO PARA O PACIENTE."
            END-IF
            .
       P050-FIM.
       P051-LE-PLANO.

            READ PLANOS NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P051-FIM
            END-READ

            IF ID-CLI-PLANO NOT EQUAL WS-ID-CLI
               SET WS-EOF-OK          TO TRUE
               GO TO P051-FIM
            END-IF

            ADD 1                     TO WS-QTD-PLANOS

            DISPLAY "PLANO " ID-PLANO " - INICIO " DATA-INI-PLANO
                    " - PROF " ID-PROF-PLANO
                    " - PROC " ID-PROC-PLANO
                    " - " QTD-REALIZ-PLANO "/" QTD-SESSOES-PLANO
                    " SESSOES - SITUACAO " STATUS-PLANO
            .
       P051-FIM.
       END PROGRAM PGMPLT01.
