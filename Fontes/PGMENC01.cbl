      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ENCAMINHAMENTOS DO PACIENTE (ARQENCAM): ENCAMINHAR
      *          O PACIENTE A UM ESPECIALISTA OU HOSPITAL DE FORA
      *          (COM A CARTA DE ENCAMINHAMENTO DO PGMENCIMP),
      *          REGISTRAR O PACIENTE QUE CHEGOU ENCAMINHADO POR UM
      *          MEDICO DE FORA, VINCULAR O AGENDAMENTO GERADO,
      *          REGISTRAR A CONTRARREFERENCIA, CANCELAR, LISTAR OS
      *          ENCAMINHAMENTOS DO PACIENTE, REIMPRIMIR A CARTA E
      *          EMITIR OS ENVIADOS AINDA SEM CONTRARREFERENCIA
      *          (PGMENCREL). ANTES O UNICO RASTRO ERA O TEXTO LIVRE
      *          DAS NOTAS DO PRONTUARIO. A EXIBICAO DOS
      *          ENCAMINHAMENTOS (MOTIVO, CID, RETORNO) PASSA PELO
      *          REGISTRO DE ACESSOS (PGMACELOG), COMO NA FICHA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMENC01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENCAMINHA ASSIGN TO
           WS-PATH-ARQENCAM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-ENCAM
           FILE STATUS  IS WS-FS.

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

           SELECT CIDS ASSIGN TO
           WS-PATH-ARQCID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CODIGO-CID
           FILE STATUS  IS WS-FS-CID.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

       DATA DIVISION.
       FILE SECTION.
       FD ENCAMINHA.
           COPY CPYENCAM.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

       FD CIDS.
           COPY CPYCID.

       FD AGENDA.
           COPY CPYAGE.

       FD SESSAO.
           COPY CPYSESSAO.

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
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PROF-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PROF-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PROF-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PROF-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PROF-EOF
                          WS-FS-OK BY WS-FS-PROF-OK
                          WS-FS BY WS-FS-PROF.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CID-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CID-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CID-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CID-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CID-EOF
                          WS-FS-OK BY WS-FS-CID-OK
                          WS-FS BY WS-FS-CID.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.

       77 WS-OPCAO           PIC 9      VALUE ZEROS.
       77 WS-EOF             PIC 9      VALUE ZEROS.
          88 WS-EOF-OK       VALUE 1 FALSE 0.
       77 WS-ARQ-ENC-OK      PIC X(01)  VALUE 'N'.
          88 ARQ-ENC-ABERTO  VALUE 'S'.
       77 WS-CID-DISP        PIC X(01)  VALUE 'N'.
          88 CIDS-DISPONIVEIS VALUE 'S'.
       77 WS-AGE-DISP        PIC X(01)  VALUE 'N'.
          88 AGENDA-DISPONIVEL VALUE 'S'.
       77 WS-CAMPO-OK        PIC X(01)  VALUE 'N'.
          88 CAMPO-ACEITO    VALUE 'S'.
       77 WS-ACHOU-ENC       PIC X(01)  VALUE 'N'.
          88 ENCAMINHAMENTO-ACHADO VALUE 'S'.
       77 WS-RESP            PIC X(01)  VALUE SPACE.
       77 WS-TIPO-NOVO       PIC X(01)  VALUE SPACE.
       77 WS-ID-CLI          PIC 9(04)  VALUE ZEROS.
       77 WS-SEQ-ENC         PIC 9(03)  VALUE ZEROS.
       77 WS-PROX-SEQ        PIC 9(03)  VALUE ZEROS.
       77 WS-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-QTD-ENC         PIC 9(03)  VALUE ZEROS.
       77 WS-DESC-TIPO       PIC X(08)  VALUE SPACES.
       77 WS-DESC-URG        PIC X(12)  VALUE SPACES.
       77 WS-DESC-SIT        PIC X(20)  VALUE SPACES.
           COPY CPYACECK.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P004-LE-SESSAO        THRU P004-FIM

            PERFORM P003-ABRE-ENCAM THRU P003-FIM

            IF NOT ARQ-ENC-ABERTO
               GOBACK
            END-IF

            OPEN INPUT CLIENTES
            OPEN INPUT PROFISSIONAIS

            IF NOT WS-FS-CLI-OK OR NOT WS-FS-PROF-OK
               DISPLAY "ERRO NA ABERTURA DOS CADASTROS DE CLIENTES E "
                       "PROFISSIONAIS."
               CLOSE ENCAMINHA
               CLOSE CLIENTES
               CLOSE PROFISSIONAIS
               GOBACK
            END-IF

            MOVE 'N'                  TO WS-CID-DISP
            OPEN INPUT CIDS
            IF WS-FS-CID-OK
               SET CIDS-DISPONIVEIS   TO TRUE
            END-IF

            MOVE 'N'                  TO WS-AGE-DISP
            OPEN INPUT AGENDA
            IF WS-FS-AGE-OK
               SET AGENDA-DISPONIVEL  TO TRUE
            END-IF

            ACCEPT WS-HOJE FROM DATE YYYYMMDD

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 9

            IF ARQ-ENC-ABERTO
               CLOSE ENCAMINHA
            END-IF

            CLOSE CLIENTES
            CLOSE PROFISSIONAIS

            IF CIDS-DISPONIVEIS
               CLOSE CIDS
            END-IF

            IF AGENDA-DISPONIVEL
               CLOSE AGENDA
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQENCAM_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQENCAM
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCID_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCID
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
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
      *   ABRE OS ENCAMINHAMENTOS, CRIANDO O ARQUIVO NA PRIMEIRA VEZ;
      *   TAMBEM USADO PARA REABRIR DEPOIS DO RELATORIO (PGMENCREL)
      *----------------------------------------------------------------
       P003-ABRE-ENCAM.

            MOVE 'N'                  TO WS-ARQ-ENC-OK

            OPEN I-O ENCAMINHA

            IF WS-FS EQUAL 35
               OPEN OUTPUT ENCAMINHA
               CLOSE ENCAMINHA
               OPEN I-O ENCAMINHA
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO ARQUIVO DE ENCAMINHAMENTOS: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               MOVE 9                 TO WS-OPCAO
               GO TO P003-FIM
            END-IF

            SET ARQ-ENC-ABERTO        TO TRUE
            .
       P003-FIM.
      *----------------------------------------------------------------
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA REGISTRAR QUEM
      *   LANCOU O ENCAMINHAMENTO
      *----------------------------------------------------------------
       P004-LE-SESSAO.

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
       P004-FIM.
      *----------------------------------------------------------------
      *             MENU DOS ENCAMINHAMENTOS
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "----------- ENCAMINHAMENTOS ---------------------"
            DISPLAY "1 - ENCAMINHAR PACIENTE (CARTA DE ENCAMINHAMENTO)"
            DISPLAY "2 - REGISTRAR PACIENTE ENCAMINHADO DE FORA"
            DISPLAY "3 - VINCULAR AGENDAMENTO AO ENCAMINHAMENTO"
            DISPLAY "4 - REGISTRAR CONTRARREFERENCIA"
            DISPLAY "5 - CANCELAR ENCAMINHAMENTO"
            DISPLAY "6 - LISTAR ENCAMINHAMENTOS DO PACIENTE"
            DISPLAY "7 - REIMPRIMIR CARTA DE ENCAMINHAMENTO"
            DISPLAY "8 - ENCAMINHADOS SEM CONTRARREFERENCIA"
            DISPLAY "9 - VOLTAR"
            DISPLAY "ESCOLHA UMA DAS OPCOES: "
            ACCEPT WS-OPCAO

            EVALUATE WS-OPCAO
                WHEN 1
                   MOVE 'E'            TO WS-TIPO-NOVO
                   PERFORM P010-REGISTRA       THRU P010-FIM
                WHEN 2
                   MOVE 'R'            TO WS-TIPO-NOVO
                   PERFORM P010-REGISTRA       THRU P010-FIM
                WHEN 3
                   PERFORM P040-VINCULA-AGENDA THRU P040-FIM
                WHEN 4
                   PERFORM P050-CONTRARREF     THRU P050-FIM
                WHEN 5
                   PERFORM P060-CANCELA        THRU P060-FIM
                WHEN 6
                   PERFORM P070-LISTA          THRU P070-FIM
                WHEN 7
                   PERFORM P080-REIMPRIME      THRU P080-FIM
                WHEN 8
                   PERFORM P090-RELATORIO      THRU P090-FIM
                WHEN 9
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   REGISTRA UM ENCAMINHAMENTO ENVIADO (WS-TIPO-NOVO = 'E', COM A
      *   CARTA) OU RECEBIDO ('R'): PROFISSIONAL DA CASA, PROFISSIONAL
      *   OU INSTITUICAO DE FORA, ESPECIALIDADE, MOTIVO, CID, URGENCIA,
      *   AGENDAMENTO E DATA
      *----------------------------------------------------------------
       P010-REGISTRA.

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT WS-ID-CLI

            MOVE WS-ID-CLI            TO ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "PACIENTE NAO ENCONTRADO."
                   GO TO P010-FIM
            END-READ

            DISPLAY "PACIENTE: " NM-CLI

            PERFORM P011-PROXIMA-SEQ THRU P011-FIM

            INITIALIZE REG-ENCAM
            MOVE WS-ID-CLI            TO ID-CLI-ENC
            MOVE WS-PROX-SEQ          TO SEQ-ENC
            MOVE WS-TIPO-NOVO         TO TIPO-ENC

            IF ENC-ENVIADO
               DISPLAY "ID DO PROFISSIONAL QUE ENCAMINHA: "
            ELSE
               DISPLAY "ID DO PROFISSIONAL QUE RECEBE O PACIENTE: "
            END-IF
            ACCEPT ID-PROF

            READ PROFISSIONAIS
                INVALID KEY
                   DISPLAY "PROFISSIONAL NAO ENCONTRADO."
                   GO TO P010-FIM
            END-READ

            IF PROF-INATIVO
               DISPLAY "PROFISSIONAL INATIVO."
               GO TO P010-FIM
            END-IF

            MOVE ID-PROF              TO ID-PROF-ENC

            IF ENC-ENVIADO
               DISPLAY "ESPECIALISTA OU INSTITUICAO DE DESTINO: "
            ELSE
               DISPLAY "MEDICO OU INSTITUICAO QUE ENCAMINHOU: "
            END-IF
            ACCEPT NM-EXT-ENC

            IF NM-EXT-ENC EQUAL SPACES
               DISPLAY "PROFISSIONAL OU INSTITUICAO E OBRIGATORIO."
               GO TO P010-FIM
            END-IF

            DISPLAY "ESPECIALIDADE: "
            ACCEPT ESPEC-ENC

            DISPLAY "MOTIVO DO ENCAMINHAMENTO: "
            ACCEPT MOTIVO-ENC

            IF MOTIVO-ENC EQUAL SPACES
               DISPLAY "MOTIVO E OBRIGATORIO."
               GO TO P010-FIM
            END-IF

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P012-PEDE-CID THRU P012-FIM UNTIL CAMPO-ACEITO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P013-PEDE-URGENCIA THRU P013-FIM UNTIL CAMPO-ACEITO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P014-PEDE-AGENDA THRU P014-FIM UNTIL CAMPO-ACEITO

            DISPLAY "DATA DO ENCAMINHAMENTO (AAAAMMDD, 0 = HOJE): "
            ACCEPT DATA-ENC

            IF DATA-ENC EQUAL ZEROS
               MOVE WS-HOJE           TO DATA-ENC
            END-IF

            IF DATA-ENC GREATER WS-HOJE
               DISPLAY "DATA DO ENCAMINHAMENTO NO FUTURO."
               GO TO P010-FIM
            END-IF

            SET ENC-ABERTO            TO TRUE
            MOVE ZEROS                TO DATA-RET-ENC
            MOVE SPACES               TO NOTA-RET-ENC
            MOVE SESSAO-LOGIN         TO LOGIN-ENC

            WRITE REG-ENCAM
                INVALID KEY
                   DISPLAY "JA EXISTE ENCAMINHAMENTO COM ESTA "
                           "SEQUENCIA."
                   GO TO P010-FIM
            END-WRITE

            DISPLAY "ENCAMINHAMENTO REGISTRADO (SEQUENCIA " SEQ-ENC ")."

            IF ENC-ENVIADO
               CALL "PGMENCIMP" USING REG-ENCAM
            END-IF
            .
       P010-FIM.
       P011-PROXIMA-SEQ.

            MOVE ZEROS                TO WS-PROX-SEQ
            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-CLI            TO ID-CLI-ENC
            MOVE ZEROS                TO SEQ-ENC

            START ENCAMINHA KEY IS NOT LESS THAN CHAVE-ENCAM
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P015-LE-SEQ THRU P015-FIM UNTIL WS-EOF-OK

            ADD 1                     TO WS-PROX-SEQ
            .
       P011-FIM.
       P012-PEDE-CID.

            DISPLAY "CODIGO DO DIAGNOSTICO (BRANCO P/ SEM CODIGO): "
            ACCEPT CID-ENC

            IF CID-ENC EQUAL SPACES OR NOT CIDS-DISPONIVEIS
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P012-FIM
            END-IF

            MOVE CID-ENC              TO CODIGO-CID

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
       P012-FIM.
       P013-PEDE-URGENCIA.

            DISPLAY "URGENCIA (E=ELETIVO P=PRIORITARIO U=URGENTE): "
            ACCEPT URGENCIA-ENC

            IF URGENCIA-VALIDA
               MOVE 'S'               TO WS-CAMPO-OK
            ELSE
               DISPLAY "URGENCIA INVALIDA."
            END-IF
            .
       P013-FIM.
      *----------------------------------------------------------------
      *   AGENDAMENTO DE ORIGEM (ENVIADO) OU GERADO (RECEBIDO): TEM DE
      *   SER DO MESMO PACIENTE; ZERO = NENHUM / AINDA NAO AGENDADO
      *----------------------------------------------------------------
       P014-PEDE-AGENDA.

            IF ENC-ENVIADO
               DISPLAY "AGENDAMENTO DO ATENDIMENTO DE ORIGEM "
                       "(0 = NENHUM): "
            ELSE
               DISPLAY "AGENDAMENTO GERADO PARA O PACIENTE "
                       "(0 = AINDA NAO AGENDADO): "
            END-IF
            ACCEPT ID-AGE-ENC

            IF ENC-SEM-AGENDA OR NOT AGENDA-DISPONIVEL
               MOVE 'S'               TO WS-CAMPO-OK
               GO TO P014-FIM
            END-IF

            MOVE ID-AGE-ENC           TO ID-AGE

            READ AGENDA
                INVALID KEY
                   DISPLAY "AGENDAMENTO NAO ENCONTRADO."
                   GO TO P014-FIM
            END-READ

            IF ID-CLI-AGE NOT EQUAL ID-CLI-ENC
               DISPLAY "O AGENDAMENTO NAO E DESTE PACIENTE."
            ELSE
               MOVE 'S'               TO WS-CAMPO-OK
            END-IF
            .
       P014-FIM.
       P015-LE-SEQ.

            READ ENCAMINHA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-ENC NOT EQUAL WS-ID-CLI
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      MOVE SEQ-ENC    TO WS-PROX-SEQ
                   END-IF
            END-READ
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   LOCALIZA UM ENCAMINHAMENTO PELO PACIENTE E PELA SEQUENCIA
      *----------------------------------------------------------------
       P030-LOCALIZA.

            MOVE 'N'                  TO WS-ACHOU-ENC

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT WS-ID-CLI
            DISPLAY "SEQUENCIA DO ENCAMINHAMENTO: "
            ACCEPT WS-SEQ-ENC

            MOVE WS-ID-CLI            TO ID-CLI-ENC
            MOVE WS-SEQ-ENC           TO SEQ-ENC

            READ ENCAMINHA KEY IS CHAVE-ENCAM
                INVALID KEY
                   DISPLAY "ENCAMINHAMENTO NAO ENCONTRADO."
                NOT INVALID KEY
                   MOVE WS-SEQ-ENC    TO ACK-CHAVE
                   PERFORM P073-CONFERE-ACESSO THRU P073-FIM
                   IF ACESSO-LIBERADO
                      SET ENCAMINHAMENTO-ACHADO TO TRUE
                      PERFORM P072-EXIBE THRU P072-FIM
                   END-IF
            END-READ
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   VINCULA (OU TROCA) O AGENDAMENTO DO ENCAMINHAMENTO, EM GERAL
      *   O ATENDIMENTO MARCADO DEPOIS PARA O PACIENTE QUE VEIO DE FORA
      *----------------------------------------------------------------
       P040-VINCULA-AGENDA.

            PERFORM P030-LOCALIZA THRU P030-FIM

            IF NOT ENCAMINHAMENTO-ACHADO
               GO TO P040-FIM
            END-IF

            IF ENC-CANCELADO
               DISPLAY "ENCAMINHAMENTO CANCELADO."
               GO TO P040-FIM
            END-IF

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P014-PEDE-AGENDA THRU P014-FIM UNTIL CAMPO-ACEITO

            REWRITE REG-ENCAM
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ENCAMINHAMENTO: " WS-FS
                NOT INVALID KEY
                   DISPLAY "AGENDAMENTO VINCULADO."
            END-REWRITE
            .
       P040-FIM.
      *----------------------------------------------------------------
      *   CONTRARREFERENCIA: O RETORNO DO ESPECIALISTA (ENVIADO) OU O
      *   RETORNO MANDADO AO MEDICO DE ORIGEM (RECEBIDO) FECHA O
      *   ENCAMINHAMENTO
      *----------------------------------------------------------------
       P050-CONTRARREF.

            PERFORM P030-LOCALIZA THRU P030-FIM

            IF NOT ENCAMINHAMENTO-ACHADO
               GO TO P050-FIM
            END-IF

            IF NOT ENC-ABERTO
               DISPLAY "ENCAMINHAMENTO NAO ESTA EM ABERTO."
               GO TO P050-FIM
            END-IF

            DISPLAY "DATA DA CONTRARREFERENCIA (AAAAMMDD, 0 = HOJE): "
            ACCEPT DATA-RET-ENC

            IF DATA-RET-ENC EQUAL ZEROS
               MOVE WS-HOJE           TO DATA-RET-ENC
            END-IF

            IF DATA-RET-ENC LESS DATA-ENC
               OR DATA-RET-ENC GREATER WS-HOJE
               DISPLAY "DATA FORA DO PERIODO DO ENCAMINHAMENTO."
               GO TO P050-FIM
            END-IF

            DISPLAY "RESUMO DA CONTRARREFERENCIA: "
            ACCEPT NOTA-RET-ENC

            SET ENC-RETORNADO         TO TRUE

            REWRITE REG-ENCAM
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ENCAMINHAMENTO: " WS-FS
                NOT INVALID KEY
                   DISPLAY "CONTRARREFERENCIA REGISTRADA."
            END-REWRITE
            .
       P050-FIM.
       P060-CANCELA.

            PERFORM P030-LOCALIZA THRU P030-FIM

            IF NOT ENCAMINHAMENTO-ACHADO
               GO TO P060-FIM
            END-IF

            IF NOT ENC-ABERTO
               DISPLAY "ENCAMINHAMENTO NAO ESTA EM ABERTO."
               GO TO P060-FIM
            END-IF

            DISPLAY "CONFIRMA O CANCELAMENTO (S/N)? "
            ACCEPT WS-RESP

            IF WS-RESP NOT EQUAL 'S' AND WS-RESP NOT EQUAL 's'
               GO TO P060-FIM
            END-IF

            SET ENC-CANCELADO         TO TRUE
            MOVE WS-HOJE              TO DATA-RET-ENC

            REWRITE REG-ENCAM
                INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O ENCAMINHAMENTO: " WS-FS
                NOT INVALID KEY
                   DISPLAY "ENCAMINHAMENTO CANCELADO."
            END-REWRITE
            .
       P060-FIM.
       P070-LISTA.

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT WS-ID-CLI

            MOVE "LISTA"              TO ACK-CHAVE
            PERFORM P073-CONFERE-ACESSO THRU P073-FIM

            IF NOT ACESSO-LIBERADO
               GO TO P070-FIM
            END-IF

            MOVE ZEROS                TO WS-QTD-ENC
            SET WS-EOF-OK             TO FALSE
            MOVE WS-ID-CLI            TO ID-CLI-ENC
            MOVE ZEROS                TO SEQ-ENC

            START ENCAMINHA KEY IS NOT LESS THAN CHAVE-ENCAM
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P071-LE-ENCAM THRU P071-FIM UNTIL WS-EOF-OK

            IF WS-QTD-ENC EQUAL ZEROS
               DISPLAY "NENHUM ENCAMINHAMENTO REGISTRADO."
            END-IF
            .
       P070-FIM.
       P071-LE-ENCAM.

            READ ENCAMINHA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                NOT AT END
                   IF ID-CLI-ENC NOT EQUAL WS-ID-CLI
                      SET WS-EOF-OK   TO TRUE
                   ELSE
                      ADD 1           TO WS-QTD-ENC
                      PERFORM P072-EXIBE THRU P072-FIM
                   END-IF
            END-READ
            .
       P071-FIM.
       P072-EXIBE.

            IF ENC-ENVIADO
               MOVE "ENVIADO"         TO WS-DESC-TIPO
            ELSE
               MOVE "RECEBIDO"        TO WS-DESC-TIPO
            END-IF

            EVALUATE TRUE
                WHEN ENC-URGENTE
                   MOVE "URGENTE"     TO WS-DESC-URG
                WHEN ENC-PRIORITARIO
                   MOVE "PRIORITARIO" TO WS-DESC-URG
                WHEN OTHER
                   MOVE "ELETIVO"     TO WS-DESC-URG
            END-EVALUATE

            EVALUATE TRUE
                WHEN ENC-RETORNADO
                   MOVE "CONTRARREFERIDO EM" TO WS-DESC-SIT
                WHEN ENC-CANCELADO
                   MOVE "CANCELADO EM"       TO WS-DESC-SIT
                WHEN OTHER
                   MOVE "EM ABERTO"          TO WS-DESC-SIT
            END-EVALUATE

            DISPLAY SEQ-ENC " " WS-DESC-TIPO " " DATA-ENC " "
                    NM-EXT-ENC " (" ESPEC-ENC ")"
            DISPLAY "    MOTIVO: " MOTIVO-ENC
            DISPLAY "    CID: " CID-ENC "  URGENCIA: " WS-DESC-URG
                    "  PROFISSIONAL: " ID-PROF-ENC
                    "  AGENDAMENTO: " ID-AGE-ENC

            IF ENC-ABERTO
               DISPLAY "    SITUACAO: " WS-DESC-SIT
            ELSE
               DISPLAY "    SITUACAO: " WS-DESC-SIT " " DATA-RET-ENC
               IF NOTA-RET-ENC NOT EQUAL SPACES
                  DISPLAY "    RETORNO: " NOTA-RET-ENC
               END-IF
            END-IF
            .
       P072-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A LEITURA E, SE FOR O CASO, PEDE A JUSTIFICATIVA
      *----------------------------------------------------------------
       P073-CONFERE-ACESSO.

            MOVE WS-ID-CLI            TO ACK-ID-CLI
            MOVE "ENCAMIN"            TO ACK-TIPO
            MOVE "PGMENC01"           TO ACK-PROGRAMA

            CALL "PGMACELOG" USING ACECK-PARM
            .
       P073-FIM.
       P080-REIMPRIME.

            PERFORM P030-LOCALIZA THRU P030-FIM

            IF NOT ENCAMINHAMENTO-ACHADO
               GO TO P080-FIM
            END-IF

            IF NOT ENC-ENVIADO
               DISPLAY "SO O ENCAMINHAMENTO ENVIADO TEM CARTA."
               GO TO P080-FIM
            END-IF

            CALL "PGMENCIMP" USING REG-ENCAM
            .
       P080-FIM.
      *----------------------------------------------------------------
      *   O RELATORIO LE O ARQUIVO INTEIRO: FECHA E REABRE EM VOLTA
      *----------------------------------------------------------------
       P090-RELATORIO.

            CLOSE ENCAMINHA
            MOVE 'N'                  TO WS-ARQ-ENC-OK

            CALL "PGMENCREL"

            PERFORM P003-ABRE-ENCAM THRU P003-FIM
            .
       P090-FIM.
       END PROGRAM PGMENC01.
