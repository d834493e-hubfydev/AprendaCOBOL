      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: OUVIDORIA DO PACIENTE: ABRIR A MANIFESTACAO RECEBIDA
      *          POR TELEFONE, EMAIL OU NO BALCAO (PGMOUVABR), ATRIBUIR
      *          O RESPONSAVEL, REGISTRAR A SOLUCAO, CONSULTAR E LISTAR
      *          AS PENDENTES COM O PRAZO. AS ABERTAS PELA PESQUISA DE
      *          SATISFACAO (CANAL NPS) CHEGAM PELO PGMNPSRET E SAO
      *          TRATADAS AQUI DO MESMO JEITO. INFORMANDO O AGENDAMENTO,
      *          A FILIAL E O PROFISSIONAL VEM DELE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMOUV01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUVIDORIA ASSIGN TO
           WS-PATH-ARQOUVID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-OUV
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
       FD OUVIDORIA.
           COPY CPYOUVID.

       FD CLIENTES.
           COPY CPYCLI.

       FD PROFISSIONAIS.
           COPY CPYPROF.

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

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-CAMPO-OK         PIC X(01) VALUE 'N'.
          88 CAMPO-ACEITO     VALUE 'S'.
       77 WS-ARQ-ABERTO       PIC X(01) VALUE 'N'.
          88 OUVIDORIA-ABERTA VALUE 'S'.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-PENDENTES    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ATRASADAS    PIC 9(05) VALUE ZEROS.
       77 WS-DESC-CANAL       PIC X(08) VALUE SPACES.
       77 WS-DESC-CATEG       PIC X(12) VALUE SPACES.
       77 WS-DESC-SITUACAO    PIC X(12) VALUE SPACES.
       77 WS-MARCA-PRAZO      PIC X(13) VALUE SPACES.
       77 WS-NOVO-RESP        PIC X(10) VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

            PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 6

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQOUVID_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQOUVID
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROF_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPROF
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
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA SABER QUEM ABRIU OU
      *   RESOLVEU A MANIFESTACAO
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
      *             MENU DA OUVIDORIA
      *----------------------------------------------------------------
       P005-MENU.

            DISPLAY "************************************************"
            DISPLAY "*****        OUVIDORIA DO PACIENTE         *****"
            DISPLAY "************************************************"
            DISPLAY "* 1 - ABRIR MANIFESTACAO"
            DISPLAY "* 2 - ATRIBUIR RESPONSAVEL"
            DISPLAY "* 3 - REGISTRAR SOLUCAO"
            DISPLAY "* 4 - CONSULTAR"
            DISPLAY "* 5 - LISTAR PENDENTES"
            DISPLAY "* 6 - VOLTAR"
            DISPLAY " "
            DISPLAY "ESCOLHA UMA DAS OPCOES: "

            ACCEPT WS-OPCAO

            ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

            EVALUATE WS-OPCAO
                WHEN 1
                   PERFORM P020-ABRE-MANIFESTACAO THRU P020-FIM
                WHEN 2
                   PERFORM P030-ATRIBUI       THRU P030-FIM
                WHEN 3
                   PERFORM P040-RESOLVE       THRU P040-FIM
                WHEN 4
                   PERFORM P050-CONSULTA      THRU P050-FIM
                WHEN 5
                   PERFORM P060-LISTA-PENDENTES THRU P060-FIM
                WHEN 6
                   CONTINUE
                WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
            END-EVALUATE
            .
       P005-FIM.
      *----------------------------------------------------------------
      *   ABRE O ARQUIVO DE MANIFESTACOES PARA AS OPCOES QUE CONSULTAM
      *   OU ATUALIZAM; A INCLUSAO E FEITA PELO PGMOUVABR
      *----------------------------------------------------------------
       P010-ABRE-OUVIDORIA.

            MOVE 'N'                  TO WS-ARQ-ABERTO

            OPEN I-O OUVIDORIA

            IF WS-FS-NAO-EXISTE
               DISPLAY "NENHUMA MANIFESTACAO REGISTRADA."
               GO TO P010-FIM
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO ARQUIVO DE OUVIDORIA: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
               GO TO P010-FIM
            END-IF

            MOVE 'S'                  TO WS-ARQ-ABERTO
            .
       P010-FIM.
      *----------------------------------------------------------------
      *   LE A MANIFESTACAO PEDIDA; DEVOLVE O ARQUIVO FECHADO SE ELA
      *   NAO EXISTE
      *----------------------------------------------------------------
       P011-LE-MANIFESTACAO.

            PERFORM P010-ABRE-OUVIDORIA THRU P010-FIM

            IF NOT OUVIDORIA-ABERTA
               GO TO P011-FIM
            END-IF

            DISPLAY "INFORME O NUMERO DA MANIFESTACAO: "
            ACCEPT ID-OUV

            READ OUVIDORIA
                INVALID KEY
                   DISPLAY "MANIFESTACAO NAO ENCONTRADA."
                   CLOSE OUVIDORIA
                   MOVE 'N'           TO WS-ARQ-ABERTO
            END-READ
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   NOVA MANIFESTACAO: PACIENTE, CANAL, CATEGORIA, AGENDAMENTO OU
      *   FILIAL/PROFISSIONAL, DESCRICAO E RESPONSAVEL
      *----------------------------------------------------------------
       P020-ABRE-MANIFESTACAO.

            OPEN INPUT CLIENTES
            OPEN INPUT PROFISSIONAIS
            OPEN INPUT AGENDA

            IF NOT WS-FS-CLI-OK OR NOT WS-FS-PROF-OK
               OR NOT WS-FS-AGE-OK
               DISPLAY "ERRO NA ABERTURA DOS CADASTROS: "
                       WS-FS-CLI " " WS-FS-PROF " " WS-FS-AGE
            ELSE
               PERFORM P021-DADOS THRU P021-FIM
            END-IF

            CLOSE CLIENTES
            CLOSE PROFISSIONAIS
            CLOSE AGENDA
            .
       P020-FIM.
       P021-DADOS.

            INITIALIZE REG-OUVID

            DISPLAY "INFORME O ID DO PACIENTE: "
            ACCEPT ID-CLI

            READ CLIENTES
                INVALID KEY
                   DISPLAY "PACIENTE NAO ENCONTRADO."
                   GO TO P021-FIM
            END-READ

            DISPLAY "PACIENTE: " NM-CLI
            MOVE ID-CLI               TO ID-CLI-OUV

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P022-PEDE-CANAL THRU P022-FIM UNTIL CAMPO-ACEITO

            MOVE 'N'                  TO WS-CAMPO-OK
            PERFORM P023-PEDE-CATEGORIA THRU P023-FIM
               UNTIL CAMPO-ACEITO

            DISPLAY "ID DO AGENDAMENTO ENVOLVIDO (0 = NENHUM): "
            ACCEPT ID-AGE-OUV

            IF ID-AGE-OUV GREATER ZEROS
               MOVE ID-AGE-OUV        TO ID-AGE
               READ AGENDA
                   INVALID KEY
                      DISPLAY "AGENDAMENTO NAO ENCONTRADO; SEGUE SEM "
                              "ELE."
                      MOVE ZEROS      TO ID-AGE-OUV
                   NOT INVALID KEY
                      IF ID-CLI-AGE NOT EQUAL ID-CLI-OUV
                         DISPLAY "AGENDAMENTO DE OUTRO PACIENTE; SEGUE "
                                 "SEM ELE."
                         MOVE ZEROS   TO ID-AGE-OUV
                      ELSE
                         MOVE FILIAL-AGE  TO FILIAL-OUV
                         MOVE ID-PROF-AGE TO ID-PROF-OUV
                      END-IF
               END-READ
            END-IF

            IF ID-AGE-OUV EQUAL ZEROS
               PERFORM P024-PEDE-ENVOLVIDOS THRU P024-FIM
            END-IF

            DISPLAY "DESCRICAO DA MANIFESTACAO: "
            ACCEPT DESCR-OUV

            DISPLAY "RESPONSAVEL (LOGIN; BRANCO = A DEFINIR): "
            ACCEPT RESP-OUV

            PERFORM P003-LE-SESSAO THRU P003-FIM
            MOVE SESSAO-LOGIN         TO LOGIN-ABERT-OUV

            CALL "PGMOUVABR" USING REG-OUVID

            IF ID-OUV EQUAL ZEROS
               DISPLAY "MANIFESTACAO NAO REGISTRADA."
            ELSE
               DISPLAY "MANIFESTACAO " ID-OUV " ABERTA. PRAZO DE "
                       "RESPOSTA: " PRAZO-OUV
            END-IF
            .
       P021-FIM.
       P022-PEDE-CANAL.

            DISPLAY "CANAL (T-TELEFONE  E-EMAIL  B-BALCAO): "
            ACCEPT CANAL-OUV
            INSPECT CANAL-OUV CONVERTING "teb" TO "TEB"

            IF OUV-TELEFONE OR OUV-EMAIL OR OUV-BALCAO
               MOVE 'S'               TO WS-CAMPO-OK
            ELSE
               DISPLAY "CANAL INVALIDO."
            END-IF
            .
       P022-FIM.
       P023-PEDE-CATEGORIA.

            DISPLAY "CATEGORIA (A-ATENDIMENTO  D-ATRASO  "
                    "F-FATURAMENTO  C-CLINICA): "
            ACCEPT CATEG-OUV
            INSPECT CATEG-OUV CONVERTING "adfc" TO "ADFC"

            IF CATEG-OUV-VALIDA
               MOVE 'S'               TO WS-CAMPO-OK
            ELSE
               DISPLAY "CATEGORIA INVALIDA."
            END-IF
            .
       P023-FIM.
       P024-PEDE-ENVOLVIDOS.

            DISPLAY "FILIAL (0 = NAO SE APLICA): "
            ACCEPT FILIAL-OUV

            DISPLAY "ID DO PROFISSIONAL ENVOLVIDO (0 = NENHUM): "
            ACCEPT ID-PROF-OUV

            IF ID-PROF-OUV GREATER ZEROS
               MOVE ID-PROF-OUV       TO ID-PROF
               READ PROFISSIONAIS
                   INVALID KEY
                      DISPLAY "PROFISSIONAL NAO ENCONTRADO; SEGUE SEM "
                              "ELE."
                      MOVE ZEROS      TO ID-PROF-OUV
                   NOT INVALID KEY
                      DISPLAY "PROFISSIONAL: " NM-PROF
               END-READ
            END-IF
            .
       P024-FIM.
      *----------------------------------------------------------------
      *   ATRIBUI (OU TROCA) O RESPONSAVEL; A MANIFESTACAO PASSA A EM
      *   ANDAMENTO
      *----------------------------------------------------------------
       P030-ATRIBUI.

            PERFORM P011-LE-MANIFESTACAO THRU P011-FIM

            IF NOT OUVIDORIA-ABERTA
               GO TO P030-FIM
            END-IF

            IF NOT OUV-PENDENTE
               DISPLAY "MANIFESTACAO JA RESOLVIDA."
               CLOSE OUVIDORIA
               GO TO P030-FIM
            END-IF

            PERFORM P091-MOSTRA THRU P091-FIM

            DISPLAY "NOVO RESPONSAVEL (LOGIN; BRANCO MANTEM): "
            MOVE SPACES               TO WS-NOVO-RESP
            ACCEPT WS-NOVO-RESP

            IF WS-NOVO-RESP NOT EQUAL SPACES
               MOVE WS-NOVO-RESP      TO RESP-OUV
            END-IF

            IF RESP-OUV EQUAL SPACES
               DISPLAY "INFORME O RESPONSAVEL."
               CLOSE OUVIDORIA
               GO TO P030-FIM
            END-IF

            SET OUV-EM-ANDAMENTO      TO TRUE

            REWRITE REG-OUVID
                INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A MANIFESTACAO: " WS-FS
                NOT INVALID KEY
                   DISPLAY "MANIFESTACAO EM ANDAMENTO COM " RESP-OUV
            END-REWRITE

            CLOSE OUVIDORIA
            .
       P030-FIM.
      *----------------------------------------------------------------
      *   REGISTRA O TEXTO DA SOLUCAO E ENCERRA A MANIFESTACAO
      *----------------------------------------------------------------
       P040-RESOLVE.

            PERFORM P011-LE-MANIFESTACAO THRU P011-FIM

            IF NOT OUVIDORIA-ABERTA
               GO TO P040-FIM
            END-IF

            IF NOT OUV-PENDENTE
               DISPLAY "MANIFESTACAO JA RESOLVIDA EM " DATA-RESOL-OUV
               CLOSE OUVIDORIA
               GO TO P040-FIM
            END-IF

            PERFORM P091-MOSTRA THRU P091-FIM

            DISPLAY "SOLUCAO DADA AO PACIENTE: "
            ACCEPT RESOLUCAO-OUV

            IF RESOLUCAO-OUV EQUAL SPACES
               DISPLAY "A SOLUCAO E OBRIGATORIA. NADA ALTERADO."
               CLOSE OUVIDORIA
               GO TO P040-FIM
            END-IF

            IF RESP-OUV EQUAL SPACES
               PERFORM P003-LE-SESSAO THRU P003-FIM
               MOVE SESSAO-LOGIN      TO RESP-OUV
            END-IF

            MOVE WS-DATA-HOJE         TO DATA-RESOL-OUV
            SET OUV-RESOLVIDA         TO TRUE

            REWRITE REG-OUVID
                INVALID KEY
                   DISPLAY "ERRO AO ATUALIZAR A MANIFESTACAO: " WS-FS
                NOT INVALID KEY
                   DISPLAY "MANIFESTACAO " ID-OUV " RESOLVIDA."
                   IF DATA-RESOL-OUV GREATER PRAZO-OUV
                      DISPLAY "ATENCAO: RESOLVIDA FORA DO PRAZO ("
                              PRAZO-OUV ")."
                   END-IF
            END-REWRITE

            CLOSE OUVIDORIA
            .
       P040-FIM.
       P050-CONSULTA.

            PERFORM P011-LE-MANIFESTACAO THRU P011-FIM

            IF OUVIDORIA-ABERTA
               PERFORM P091-MOSTRA THRU P091-FIM
               CLOSE OUVIDORIA
            END-IF
            .
       P050-FIM.
      *----------------------------------------------------------------
      *   LISTA AS MANIFESTACOES ABERTAS OU EM ANDAMENTO, MARCANDO AS
      *   QUE JA PASSARAM DO PRAZO
      *----------------------------------------------------------------
       P060-LISTA-PENDENTES.

            PERFORM P010-ABRE-OUVIDORIA THRU P010-FIM

            IF NOT OUVIDORIA-ABERTA
               GO TO P060-FIM
            END-IF

            MOVE ZEROS                TO WS-QTD-PENDENTES
                                         WS-QTD-ATRASADAS
            SET WS-EOF-OK             TO FALSE
            MOVE ZEROS                TO ID-OUV

            START OUVIDORIA KEY IS NOT LESS THAN ID-OUV
                INVALID KEY
                   SET WS-EOF-OK      TO TRUE
            END-START

            PERFORM P061-LE-PENDENTE THRU P061-FIM UNTIL WS-EOF-OK

            DISPLAY "PENDENTES: " WS-QTD-PENDENTES
                    "  FORA DO PRAZO: " WS-QTD-ATRASADAS

            CLOSE OUVIDORIA
            .
       P060-FIM.
       P061-LE-PENDENTE.

            READ OUVIDORIA NEXT RECORD
                AT END
                   SET WS-EOF-OK      TO TRUE
                   GO TO P061-FIM
            END-READ

            IF NOT OUV-PENDENTE
               GO TO P061-FIM
            END-IF

            PERFORM P090-DESCREVE THRU P090-FIM

            IF PRAZO-OUV LESS WS-DATA-HOJE
               MOVE "FORA DO PRAZO"   TO WS-MARCA-PRAZO
               ADD 1                  TO WS-QTD-ATRASADAS
            ELSE
               MOVE SPACES            TO WS-MARCA-PRAZO
            END-IF

            ADD 1                     TO WS-QTD-PENDENTES

            DISPLAY ID-OUV " CLI " ID-CLI-OUV " " WS-DESC-CATEG " "
                    WS-DESC-SITUACAO " PRAZO " PRAZO-OUV " "
                    RESP-OUV " " WS-MARCA-PRAZO
            .
       P061-FIM.
      *----------------------------------------------------------------
      *   DESCRICOES DO CANAL, DA CATEGORIA E DA SITUACAO
      *----------------------------------------------------------------
       P090-DESCREVE.

            EVALUATE TRUE
                WHEN OUV-TELEFONE
                   MOVE "TELEFONE"    TO WS-DESC-CANAL
                WHEN OUV-EMAIL
                   MOVE "EMAIL"       TO WS-DESC-CANAL
                WHEN OUV-BALCAO
                   MOVE "BALCAO"      TO WS-DESC-CANAL
                WHEN OUV-NPS
                   MOVE "NPS"         TO WS-DESC-CANAL
                WHEN OTHER
                   MOVE "?"           TO WS-DESC-CANAL
            END-EVALUATE

            EVALUATE TRUE
                WHEN OUV-ATENDIMENTO
                   MOVE "ATENDIMENTO" TO WS-DESC-CATEG
                WHEN OUV-ATRASO
                   MOVE "ATRASO"      TO WS-DESC-CATEG
                WHEN OUV-FATURAMENTO
                   MOVE "FATURAMENTO" TO WS-DESC-CATEG
                WHEN OUV-CLINICA
                   MOVE "CLINICA"     TO WS-DESC-CATEG
                WHEN OTHER
                   MOVE "?"           TO WS-DESC-CATEG
            END-EVALUATE

            EVALUATE TRUE
                WHEN OUV-ABERTA
                   MOVE "ABERTA"      TO WS-DESC-SITUACAO
                WHEN OUV-EM-ANDAMENTO
                   MOVE "EM ANDAMENTO" TO WS-DESC-SITUACAO
                WHEN OUV-RESOLVIDA
                   MOVE "RESOLVIDA"   TO WS-DESC-SITUACAO
                WHEN OTHER
                   MOVE "?"           TO WS-DESC-SITUACAO
            END-EVALUATE
            .
       P090-FIM.
       P091-MOSTRA.

            PERFORM P090-DESCREVE THRU P090-FIM

            DISPLAY "MANIFESTACAO.: " ID-OUV "  ABERTA EM "
                    DATA-ABERT-OUV " POR " LOGIN-ABERT-OUV
            DISPLAY "PACIENTE.....: " ID-CLI-OUV
            DISPLAY "CANAL........: " WS-DESC-CANAL
                    "  CATEGORIA: " WS-DESC-CATEG
            DISPLAY "FILIAL.......: " FILIAL-OUV
                    "  PROFISSIONAL: " ID-PROF-OUV
                    "  AGENDAMENTO: " ID-AGE-OUV
            DISPLAY "DESCRICAO....: " DESCR-OUV
            DISPLAY "PRAZO........: " PRAZO-OUV
                    "  RESPONSAVEL: " RESP-OUV
            DISPLAY "SITUACAO.....: " WS-DESC-SITUACAO

            IF OUV-RESOLVIDA
               DISPLAY "RESOLVIDA EM.: " DATA-RESOL-OUV
               DISPLAY "SOLUCAO......: " RESOLUCAO-OUV
            END-IF
            .
       P091-FIM.
       END PROGRAM PGMOUV01.
