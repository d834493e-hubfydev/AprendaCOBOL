      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: ENCADEADOR DO FECHAMENTO MENSAL: RECEBE A COMPETENCIA
      *          (AAAAMM) E EXECUTA, NESTA ORDEM, O FATURAMENTO DO QUE
      *          SOBROU (PGMFATURA), OS LOTES DE CONVENIO (PGMLOTGER),
      *          AS COMISSOES (PGMCMS02), METAS X REALIZADO (PGMMET02),
      *          O CMV (PGMCMVREL), O DRE (PGMDRE), VERBA X REALIZADO
      *          (PGMVRB02), OS INDICADORES (PGMKPI01) E, POR ULTIMO, O
      *          FECHAMENTO DA COMPETENCIA (PGMCOMP01) - QUE SO RODA SE
      *          TODOS OS PASSOS ANTERIORES TERMINARAM BEM. A
      *          COMPETENCIA CHEGA AOS PASSOS PELO PARAMETRO
      *          COMPETFECHAM DA TABELA CENTRAL (ARQPARAM, LIDO PELO
      *          PGMPARAM), GRAVADO COM A DATA DE HOJE NO INICIO DA
      *          CORRENTE E EXCLUIDO NO FIM; CADA PASSO SE REGISTRA NO
      *          CONTROLE DE EXECUCOES (ARQRUNCTL) E OS RELATORIOS VAO
      *          PARA O SPOOL. PASSO QUE FALHA PARA A CORRENTE E FICA
      *          EM ARQCHAIN (CHAVE 'M', AO LADO DA CORRENTE NOTURNA DO
      *          PGMNOITE); CHAMADO DE NOVO PARA A MESMA COMPETENCIA, O
      *          PROGRAMA OFERECE RECOMECAR DO PASSO QUE FALHOU. SO O
      *          ADMINISTRADOR, QUE E QUEM PODE FECHAR A COMPETENCIA,
      *          USA ESTE PROGRAMA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMESFEC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRENTE ASSIGN TO
           WS-PATH-ARQCHAIN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-CHAIN
           FILE STATUS  IS WS-FS.

           SELECT SESSAO ASSIGN TO
           WS-PATH-ARQSESSAO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SES.

           SELECT PARAMS ASSIGN TO
           WS-PATH-ARQPARAM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-PARAM
           FILE STATUS  IS WS-FS-PAR.
       DATA DIVISION.
       FILE SECTION.
       FD CORRENTE.
       01 REG-CHAIN.
          03 CHAVE-CHAIN        PIC X(01).
          03 DATA-CHAIN         PIC 9(06).
          03 ULT-PASSO-OK-CHAIN PIC 9(02).
          03 STATUS-CHAIN       PIC X(01).
             88 CHAIN-CONCLUIDA VALUE '1'.
             88 CHAIN-FALHOU    VALUE '2'.

       FD SESSAO.
           COPY CPYSESSAO.

       FD PARAMS.
           COPY CPYPARAM.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SES-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SES-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SES-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SES-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SES-EOF
                          WS-FS-OK BY WS-FS-SES-OK
                          WS-FS BY WS-FS-SES.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAR-EOF
                          WS-FS-OK BY WS-FS-PAR-OK
                          WS-FS BY WS-FS-PAR.
       77 WS-DATA-HOJE        PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77 WS-COMP-MES         PIC 9(02) VALUE ZEROS.
       77 WS-PASSO            PIC 9(02) VALUE ZEROS.
       77 WS-PASSO-INICIAL    PIC 9(02) VALUE 1.
       77 WS-JOB-PASSO        PIC X(08) VALUE SPACES.
       77 WS-RESULTADO        PIC X(01) VALUE SPACES.
       77 WS-FALHOU           PIC X(01) VALUE 'N'.
          88 PASSO-FALHOU     VALUE 'S'.
       77 WS-PASSO-FALHO      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTIA          PIC X(01) VALUE 'N'.
          88 CHAIN-EXISTIA    VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
          88 CONFIRMADO       VALUE 'S' 's'.
       77 WS-SEGUE            PIC X(01) VALUE 'S'.
          88 PODE-SEGUIR      VALUE 'S'.
       77 WS-PAR-CHAVE        PIC X(12) VALUE "COMPETFECHAM".
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

            PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM
            PERFORM P003-VERIFICA-PERFIL  THRU P003-FIM

            IF NOT SESSAO-ADMIN
               DISPLAY "APENAS O ADMINISTRADOR PODE FAZER O "
                       "FECHAMENTO MENSAL."
               GOBACK
            END-IF

            PERFORM P005-ACEITA-COMPETENCIA THRU P005-FIM

            ACCEPT WS-DATA-HOJE FROM DATE

            OPEN I-O CORRENTE

            IF WS-FS EQUAL 35
               OPEN OUTPUT CORRENTE
               CLOSE CORRENTE
               OPEN I-O CORRENTE
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO NO CONTROLE DA CORRENTE: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
               GOBACK
            END-IF

            PERFORM P010-DEFINE-PASSO-INICIAL THRU P010-FIM

            IF NOT PODE-SEGUIR
               CLOSE CORRENTE
               GOBACK
            END-IF

            PERFORM P030-GRAVA-COMPETENCIA THRU P030-FIM

            IF NOT PODE-SEGUIR
               CLOSE CORRENTE
               GOBACK
            END-IF

            PERFORM P020-EXECUTA-PASSO THRU P020-FIM
               VARYING WS-PASSO FROM WS-PASSO-INICIAL BY 1
               UNTIL WS-PASSO GREATER 9 OR PASSO-FALHOU

      *     O PARAMETRO E EXCLUIDO PARA QUE OS PROGRAMAS CHAMADOS
      *     DEPOIS, FORA DA CORRENTE, VOLTEM A PERGUNTAR A COMPETENCIA
            PERFORM P031-EXCLUI-COMPETENCIA THRU P031-FIM

            IF PASSO-FALHOU
               MOVE '2'               TO STATUS-CHAIN
               DISPLAY "FECHAMENTO DE " WS-COMPETENCIA
                       " INTERROMPIDO NO PASSO " WS-PASSO-FALHO
                       " (" WS-JOB-PASSO "). A COMPETENCIA NAO FOI "
                       "FECHADA."
               DISPLAY "CORRIJA E CHAME DE NOVO PARA RECOMECAR DESTE "
                       "PASSO."
            ELSE
               MOVE '1'               TO STATUS-CHAIN
               DISPLAY "FECHAMENTO MENSAL DE " WS-COMPETENCIA
                       " CONCLUIDO. RELATORIOS NO SPOOL."
            END-IF

            PERFORM P050-GRAVA-ESTADO THRU P050-FIM

            CLOSE CORRENTE

            GOBACK
            .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCHAIN_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQCHAIN
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQSESSAO_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQSESSAO
            END-IF

            ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPARAM_PATH"
            IF WS-PATH-ENV NOT EQUAL SPACES
               MOVE WS-PATH-ENV TO WS-PATH-ARQPARAM
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
      *   LE A SESSAO GRAVADA PELO PGMLOGIN PARA CONFERIR O PERFIL DO
      *   OPERADOR
      *----------------------------------------------------------------
       P003-VERIFICA-PERFIL.

            MOVE SPACES               TO SESSAO-LOGIN
            MOVE 'O'                  TO SESSAO-PERFIL

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
      *   COMPETENCIA A FECHAR, NO FORMATO AAAAMM
      *----------------------------------------------------------------
       P005-ACEITA-COMPETENCIA.

            MOVE ZEROS                TO WS-COMP-MES

            PERFORM P006-PEDE-COMPETENCIA THRU P006-FIM
               UNTIL WS-COMP-MES GREATER ZEROS
            .
       P005-FIM.
       P006-PEDE-COMPETENCIA.

            DISPLAY "INFORME A COMPETENCIA A FECHAR (AAAAMM): "
            ACCEPT WS-COMPETENCIA

            MOVE WS-COMPETENCIA(5:2)  TO WS-COMP-MES

            IF WS-COMPETENCIA(1:4) LESS "2000"
               OR WS-COMP-MES GREATER 12
               DISPLAY "COMPETENCIA INVALIDA."
               MOVE ZEROS             TO WS-COMP-MES
            END-IF
            .
       P006-FIM.
      *----------------------------------------------------------------
      *   SE A CORRENTE DESTA COMPETENCIA FALHOU, OFERECE RECOMECAR DO
      *   PASSO SEGUINTE AO ULTIMO CONCLUIDO; SE JA FOI CONCLUIDA, NAO
      *   REPETE (COMISSOES E LOTES SAIRIAM EM DOBRO). CORRENTE DE
      *   OUTRA COMPETENCIA QUE FICOU PELA METADE E AVISADA ANTES
      *----------------------------------------------------------------
       P010-DEFINE-PASSO-INICIAL.

            MOVE 1                    TO WS-PASSO-INICIAL
            MOVE 'N'                  TO WS-EXISTIA
            MOVE 'S'                  TO WS-SEGUE
            MOVE 'M'                  TO CHAVE-CHAIN

            READ CORRENTE
                INVALID KEY
                   CONTINUE
                NOT INVALID KEY
                   MOVE 'S'           TO WS-EXISTIA
                   PERFORM P011-CONFERE-ANTERIOR THRU P011-FIM
            END-READ

            MOVE WS-COMPETENCIA       TO DATA-CHAIN
            COMPUTE ULT-PASSO-OK-CHAIN = WS-PASSO-INICIAL - 1
            .
       P010-FIM.
       P011-CONFERE-ANTERIOR.

            IF DATA-CHAIN EQUAL WS-COMPETENCIA
               IF CHAIN-CONCLUIDA
                  DISPLAY "O FECHAMENTO DE " WS-COMPETENCIA
                          " JA FOI CONCLUIDO."
                  MOVE 'N'            TO WS-SEGUE
               ELSE
                  COMPUTE WS-PASSO-INICIAL =
                          ULT-PASSO-OK-CHAIN + 1
                  DISPLAY "O FECHAMENTO DE " WS-COMPETENCIA
                          " PAROU APOS O PASSO "
                          ULT-PASSO-OK-CHAIN "."
                  DISPLAY "RECOMECAR DO PASSO "
                          WS-PASSO-INICIAL "? <S/N> "
                  ACCEPT WS-CONFIRMA
                  IF NOT CONFIRMADO
                     MOVE 1           TO WS-PASSO-INICIAL
                  END-IF
               END-IF
            ELSE
               IF CHAIN-FALHOU
                  DISPLAY "O FECHAMENTO DE " DATA-CHAIN
                          " FICOU INTERROMPIDO APOS O PASSO "
                          ULT-PASSO-OK-CHAIN "."
                  DISPLAY "INICIAR O FECHAMENTO DE " WS-COMPETENCIA
                          " MESMO ASSIM? <S/N> "
                  ACCEPT WS-CONFIRMA
                  IF NOT CONFIRMADO
                     MOVE 'N'         TO WS-SEGUE
                  END-IF
               END-IF
            END-IF
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   EXECUTA UM PASSO DA CORRENTE E CONFERE NO CONTROLE DE
      *   EXECUCOES SE ELE TERMINOU COM SUCESSO
      *----------------------------------------------------------------
       P020-EXECUTA-PASSO.

            EVALUATE WS-PASSO
                WHEN 1
                   MOVE "FATURA"      TO WS-JOB-PASSO
                   DISPLAY "PASSO 1: FATURAMENTO PENDENTE (PGMFATURA)"
                   CALL "PGMFATURA"
                WHEN 2
                   MOVE "LOTES"       TO WS-JOB-PASSO
                   DISPLAY "PASSO 2: LOTES DE CONVENIO (PGMLOTGER)"
                   CALL "PGMLOTGER"
                WHEN 3
                   MOVE "COMISSAO"    TO WS-JOB-PASSO
                   DISPLAY "PASSO 3: COMISSOES (PGMCMS02)"
                   CALL "PGMCMS02"
                WHEN 4
                   MOVE "METAS"       TO WS-JOB-PASSO
                   DISPLAY "PASSO 4: METAS X REALIZADO (PGMMET02)"
                   CALL "PGMMET02"
                WHEN 5
                   MOVE "CMV"         TO WS-JOB-PASSO
                   DISPLAY "PASSO 5: CUSTO DA MERCADORIA VENDIDA "
                           "(PGMCMVREL)"
                   CALL "PGMCMVREL"
                WHEN 6
                   MOVE "DRE"         TO WS-JOB-PASSO
                   DISPLAY "PASSO 6: DRE (PGMDRE)"
                   CALL "PGMDRE"
                WHEN 7
                   MOVE "VERBA"       TO WS-JOB-PASSO
                   DISPLAY "PASSO 7: VERBA X REALIZADO (PGMVRB02)"
                   CALL "PGMVRB02"
                WHEN 8
                   MOVE "KPI"         TO WS-JOB-PASSO
                   DISPLAY "PASSO 8: INDICADORES DO MES (PGMKPI01)"
                   CALL "PGMKPI01"
                WHEN 9
                   MOVE "COMPFECH"    TO WS-JOB-PASSO
                   DISPLAY "PASSO 9: FECHAMENTO DA COMPETENCIA "
                           "(PGMCOMP01)"
                   CALL "PGMCOMP01"
            END-EVALUATE

            CALL "PGMRUNQRY" USING WS-JOB-PASSO, WS-DATA-HOJE,
                                   WS-RESULTADO

            IF WS-RESULTADO EQUAL '2'
               MOVE WS-PASSO          TO ULT-PASSO-OK-CHAIN
            ELSE
               SET PASSO-FALHOU       TO TRUE
               MOVE WS-PASSO          TO WS-PASSO-FALHO
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   GRAVA A COMPETENCIA NO PARAMETRO LIDO PELOS PASSOS. A DATA
      *   DE HOJE NO PARAMETRO FAZ COM QUE UM REGISTRO QUE SOBROU DE
      *   UMA CORRENTE INTERROMPIDA NAO VALHA NOS DIAS SEGUINTES
      *----------------------------------------------------------------
       P030-GRAVA-COMPETENCIA.

            OPEN I-O PARAMS

            IF WS-FS-PAR EQUAL 35
               OPEN OUTPUT PARAMS
               CLOSE PARAMS
               OPEN I-O PARAMS
            END-IF

            IF NOT WS-FS-PAR-OK
               DISPLAY "ERRO NA ABERTURA DA TABELA DE PARAMETROS: "
                       WS-FS-PAR
               CALL "PGMFSMSG" USING WS-FS-PAR, WS-FS-PAR-MSG
               DISPLAY WS-FS-PAR-MSG
               MOVE 'N'               TO WS-SEGUE
               GO TO P030-FIM
            END-IF

            MOVE WS-PAR-CHAVE         TO CHAVE-PARAM
            MOVE 'N'                  TO TIPO-PARAM
            MOVE WS-COMPETENCIA       TO VLR-NUM-PARAM
            ACCEPT VLR-DATA-PARAM FROM DATE YYYYMMDD
            MOVE 'N'                  TO VLR-FLAG-PARAM
            MOVE "COMPETENCIA EM FECHAMENTO" TO DESCR-PARAM

            WRITE REG-PARAM
                INVALID KEY
                   REWRITE REG-PARAM
            END-WRITE

            IF NOT WS-FS-PAR-OK
               DISPLAY "ERRO AO GRAVAR A COMPETENCIA DA CORRENTE: "
                       WS-FS-PAR
               CALL "PGMFSMSG" USING WS-FS-PAR, WS-FS-PAR-MSG
               DISPLAY WS-FS-PAR-MSG
               MOVE 'N'               TO WS-SEGUE
            END-IF

            CLOSE PARAMS
            .
       P030-FIM.
       P031-EXCLUI-COMPETENCIA.

            OPEN I-O PARAMS

            IF NOT WS-FS-PAR-OK
               GO TO P031-FIM
            END-IF

            MOVE WS-PAR-CHAVE         TO CHAVE-PARAM

            DELETE PARAMS
                INVALID KEY
                   CONTINUE
            END-DELETE

            CLOSE PARAMS
            .
       P031-FIM.
      *----------------------------------------------------------------
       P050-GRAVA-ESTADO.
      *----------------------------------------------------------------
            MOVE 'M'                  TO CHAVE-CHAIN

            IF CHAIN-EXISTIA
               REWRITE REG-CHAIN
            ELSE
               WRITE REG-CHAIN
            END-IF

            IF NOT WS-FS-OK
               DISPLAY "ERRO AO GRAVAR O ESTADO DA CORRENTE: " WS-FS
               PERFORM P002-EXIBE-ERRO-FS
            END-IF
            .
       P050-FIM.
       END PROGRAM PGMMESFEC.
