      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANTER O CADASTRO DE DESPESAS RECORRENTES (ARQDESPFIX):
      *          ALUGUEL, CONDOMINIO, ENERGIA, INTERNET, LICENCAS DE
      *          SOFTWARE, CONTRATOS DE LIMPEZA E OUTRAS CONTAS QUE SE
      *          REPETEM TODO MES. CADA DESPESA TEM FORNECEDOR (ATIVO
      *          EM ARQFORN), CATEGORIA DE DESPESA (ATIVA EM
      *          ARQCATDESP), FILIAL, VALOR FIXO OU ESTIMADO, DIA DE
      *          VENCIMENTO E, QUANDO HOUVER, A DATA DE FIM DO
      *          CONTRATO. OS TITULOS SAO GERADOS PELO PGMDFX02.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDFX01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESPFIX ASSIGN TO
           WS-PATH-ARQDESPFIX
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-DFX
           FILE STATUS  IS WS-FS.

           SELECT FORNECED ASSIGN TO
           WS-PATH-ARQFORN
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FORN
           ALTERNATE RECORD KEY IS NM-FORN WITH DUPLICATES
           FILE STATUS  IS WS-FS-FRN.

           SELECT CATEGORIAS ASSIGN TO
           WS-PATH-ARQCATDESP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CAT
           FILE STATUS  IS WS-FS-CAT.

       DATA DIVISION.
       FILE SECTION.
       FD DESPFIX.
           COPY CPYDESPFIX.

       FD FORNECED.
           COPY CPYFORN.

       FD CATEGORIAS.
           COPY CPYCATDESP.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FRN-EOF
                          WS-FS-OK BY WS-FS-FRN-OK
                          WS-FS BY WS-FS-FRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CAT-EOF
                          WS-FS-OK BY WS-FS-CAT-OK
                          WS-FS BY WS-FS-CAT.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-FORN-OK          PIC X(01) VALUE 'N'.
          88 FORNECEDOR-OK    VALUE 'S'.
       77 WS-CAT-OK           PIC X(01) VALUE 'N'.
          88 CATEGORIA-OK     VALUE 'S'.
       77 WS-DIA-OK           PIC X(01) VALUE 'N'.
          88 DIA-OK           VALUE 'S'.
       77 WS-DATA-OK          PIC X(01) VALUE 'N'.
          88 DATA-OK          VALUE 'S'.
       77 WS-TIPO-OK          PIC X(01) VALUE 'N'.
          88 TIPO-OK          VALUE 'S'.
       77 WS-INATIVA          PIC X(01) VALUE 'N'.
       77 WS-VLR-NOVO         PIC 9(06)V99 VALUE ZEROS.
       77 WS-QTD-LISTADAS     PIC 9(04) VALUE ZEROS.

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.
       77 WS-AUD-VLR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O DESPFIX

           IF WS-FS EQUAL 35
              OPEN OUTPUT DESPFIX
              CLOSE DESPFIX
              OPEN I-O DESPFIX
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO CADASTRO DE DESPESAS "
                      "RECORRENTES: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
              GOBACK
           END-IF

           OPEN INPUT FORNECED
           OPEN INPUT CATEGORIAS

           IF NOT WS-FS-FRN-OK OR NOT WS-FS-CAT-OK
              DISPLAY "ERRO NA ABERTURA DOS CADASTROS DE FORNECEDORES "
                      "E CATEGORIAS DE DESPESA."
              CLOSE DESPFIX
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 5

           CLOSE DESPFIX
           CLOSE FORNECED
           CLOSE CATEGORIAS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDESPFIX_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDESPFIX
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFORN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFORN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCATDESP_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCATDESP
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
      *             MENU DAS DESPESAS RECORRENTES
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- DESPESAS RECORRENTES (CONTAS DO MES)"
           DISPLAY "1 - INCLUIR DESPESA RECORRENTE"
           DISPLAY "2 - ALTERAR/ENCERRAR DESPESA RECORRENTE"
           DISPLAY "3 - CONSULTAR DESPESA RECORRENTE"
           DISPLAY "4 - LISTAR DESPESAS RECORRENTES"
           DISPLAY "5 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-INCLUI         THRU P010-FIM
               WHEN 2
                  PERFORM P020-ALTERA         THRU P020-FIM
               WHEN 3
                  PERFORM P030-CONSULTA       THRU P030-FIM
               WHEN 4
                  PERFORM P040-LISTA          THRU P040-FIM
               WHEN 5
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI A DESPESA RECORRENTE. FORNECEDOR E CATEGORIA PRECISAM
      *   ESTAR ATIVOS; ZERO NO FORNECEDOR DESISTE DA INCLUSAO
      *----------------------------------------------------------------
       P010-INCLUI.

           INITIALIZE REG-DESPFIX
           SET DFX-ATIVA              TO TRUE
           SET DFX-VALOR-FIXO         TO TRUE

           DISPLAY "DESCRICAO DA DESPESA (EX.: ALUGUEL SALA 2): "
           ACCEPT DESCR-DFX

           IF DESCR-DFX EQUAL SPACES
              DISPLAY "DESCRICAO OBRIGATORIA. DESPESA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           MOVE 'N'                   TO WS-FORN-OK
           PERFORM P011-PEDE-FORNECEDOR THRU P011-FIM
              UNTIL FORNECEDOR-OK OR ID-FORN-DFX EQUAL ZEROS

           IF ID-FORN-DFX EQUAL ZEROS
              DISPLAY "DESPESA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           MOVE 'N'                   TO WS-CAT-OK
           PERFORM P012-PEDE-CATEGORIA THRU P012-FIM
              UNTIL CATEGORIA-OK

           DISPLAY "FILIAL DA DESPESA: "
           ACCEPT FILIAL-DFX

           MOVE 'N'                   TO WS-TIPO-OK
           PERFORM P013-PEDE-TIPO-VALOR THRU P013-FIM UNTIL TIPO-OK

           DISPLAY "VALOR MENSAL: "
           ACCEPT VLR-DFX

           MOVE 'N'                   TO WS-DIA-OK
           PERFORM P014-PEDE-DIA-VENC THRU P014-FIM UNTIL DIA-OK

           MOVE 'N'                   TO WS-DATA-OK
           PERFORM P015-PEDE-DATA-FIM THRU P015-FIM UNTIL DATA-OK

           MOVE ZEROS                 TO ULT-COMP-DFX
           MOVE WS-DATA-HOJE          TO DATA-CAD-DFX

           CALL "PGMPROXDF" USING ID-DFX

           WRITE REG-DESPFIX
               INVALID KEY
                  DISPLAY "JA EXISTE DESPESA RECORRENTE COM ESTE ID: "
                          ID-DFX
               NOT INVALID KEY
                  DISPLAY "DESPESA RECORRENTE " ID-DFX
                          " CADASTRADA COM SUCESSO."
                  MOVE VLR-DFX        TO WS-AUD-VLR-ED
                  MOVE 'I'            TO WS-AUD-OPER
                  MOVE SPACES         TO WS-AUD-ANTES
                  MOVE WS-AUD-VLR-ED  TO WS-AUD-DEPOIS
                  PERFORM P090-AUDITA THRU P090-FIM
           END-WRITE
           .
       P010-FIM.
       P011-PEDE-FORNECEDOR.

           DISPLAY "ID DO FORNECEDOR (0 = DESISTIR): "
           ACCEPT ID-FORN-DFX

           IF ID-FORN-DFX EQUAL ZEROS
              GO TO P011-FIM
           END-IF

           MOVE ID-FORN-DFX           TO ID-FORN

           READ FORNECED
               INVALID KEY
                  DISPLAY "FORNECEDOR NAO ENCONTRADO."
               NOT INVALID KEY
                  IF FORN-INATIVO
                     DISPLAY "FORNECEDOR INATIVO."
                  ELSE
                     DISPLAY "FORNECEDOR: " NM-FORN
                     SET FORNECEDOR-OK TO TRUE
                  END-IF
           END-READ
           .
       P011-FIM.
       P012-PEDE-CATEGORIA.

           DISPLAY "CATEGORIA DE DESPESA (VEJA PGMCAT01): "
           ACCEPT ID-CAT

           READ CATEGORIAS
               INVALID KEY
                  DISPLAY "CATEGORIA NAO CADASTRADA."
               NOT INVALID KEY
                  IF CAT-INATIVA
                     DISPLAY "CATEGORIA INATIVA."
                  ELSE
                     MOVE ID-CAT      TO ID-CAT-DFX
                     SET CATEGORIA-OK TO TRUE
                  END-IF
           END-READ
           .
       P012-FIM.
       P013-PEDE-TIPO-VALOR.

           DISPLAY "VALOR FIXO OU ESTIMADO (F/E)? "
           ACCEPT TIPO-VLR-DFX

           IF TIPO-VLR-DFX EQUAL 'f'
              MOVE 'F'                TO TIPO-VLR-DFX
           END-IF
           IF TIPO-VLR-DFX EQUAL 'e'
              MOVE 'E'                TO TIPO-VLR-DFX
           END-IF

           IF DFX-VALOR-FIXO OR DFX-VALOR-ESTIMADO
              SET TIPO-OK             TO TRUE
           ELSE
              DISPLAY "INFORME F (FIXO) OU E (ESTIMADO)."
           END-IF
           .
       P013-FIM.
       P014-PEDE-DIA-VENC.

           DISPLAY "DIA DO VENCIMENTO (1 A 31): "
           ACCEPT DIA-VENC-DFX

           IF DIA-VENC-DFX LESS 1 OR DIA-VENC-DFX GREATER 31
              DISPLAY "DIA INVALIDO."
           ELSE
              SET DIA-OK              TO TRUE
           END-IF
           .
       P014-FIM.
      *----------------------------------------------------------------
      *   FIM DO CONTRATO: ZERO QUANDO NAO HA PRAZO. A DESPESA NAO GERA
      *   TITULO COM VENCIMENTO DEPOIS DESTA DATA
      *----------------------------------------------------------------
       P015-PEDE-DATA-FIM.

           DISPLAY "FIM DO CONTRATO (AAAAMMDD, 0 = SEM PRAZO): "
           ACCEPT DATA-FIM-DFX

           IF DFX-SEM-FIM
              SET DATA-OK             TO TRUE
              GO TO P015-FIM
           END-IF

           CALL "PGMVALDT" USING DATA-FIM-DFX, WS-DATA-OK

           IF NOT DATA-OK
              DISPLAY "DATA INVALIDA"
           END-IF
           .
       P015-FIM.
      *----------------------------------------------------------------
      *   ALTERA VALOR, TIPO, VENCIMENTO E FIM DO CONTRATO, OU ENCERRA
      *   A DESPESA (INATIVA DEIXA DE GERAR TITULO)
      *----------------------------------------------------------------
       P020-ALTERA.

           DISPLAY "INFORME O ID DA DESPESA RECORRENTE: "
           ACCEPT ID-DFX

           READ DESPFIX
               INVALID KEY
                  DISPLAY "DESPESA RECORRENTE NAO ENCONTRADA."
                  GO TO P020-FIM
           END-READ

           PERFORM P031-EXIBE THRU P031-FIM

           MOVE VLR-DFX               TO WS-AUD-VLR-ED
           MOVE WS-AUD-VLR-ED         TO WS-AUD-ANTES

           DISPLAY "NOVO VALOR MENSAL (<ZERO> MANTEM): "
           MOVE ZEROS                 TO WS-VLR-NOVO
           ACCEPT WS-VLR-NOVO
           IF WS-VLR-NOVO GREATER ZEROS
              MOVE WS-VLR-NOVO        TO VLR-DFX
           END-IF

           MOVE 'N'                   TO WS-TIPO-OK
           PERFORM P013-PEDE-TIPO-VALOR THRU P013-FIM UNTIL TIPO-OK

           MOVE 'N'                   TO WS-DIA-OK
           PERFORM P014-PEDE-DIA-VENC THRU P014-FIM UNTIL DIA-OK

           MOVE 'N'                   TO WS-DATA-OK
           PERFORM P015-PEDE-DATA-FIM THRU P015-FIM UNTIL DATA-OK

           DISPLAY "ENCERRAR A DESPESA (S/N)? "
           ACCEPT WS-INATIVA
           IF WS-INATIVA EQUAL 'S' OR WS-INATIVA EQUAL 's'
              SET DFX-INATIVA         TO TRUE
           ELSE
              SET DFX-ATIVA           TO TRUE
           END-IF

           REWRITE REG-DESPFIX
               INVALID KEY
                  DISPLAY "ERRO AO ATUALIZAR A DESPESA RECORRENTE."
               NOT INVALID KEY
                  DISPLAY "DESPESA RECORRENTE ATUALIZADA COM SUCESSO."
                  MOVE VLR-DFX        TO WS-AUD-VLR-ED
                  MOVE 'A'            TO WS-AUD-OPER
                  MOVE WS-AUD-VLR-ED  TO WS-AUD-DEPOIS
                  IF DFX-INATIVA
                     MOVE "ENCERRADA" TO WS-AUD-DEPOIS
                  END-IF
                  PERFORM P090-AUDITA THRU P090-FIM
           END-REWRITE
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   CONSULTA UMA DESPESA RECORRENTE PELO ID
      *----------------------------------------------------------------
       P030-CONSULTA.

           DISPLAY "INFORME O ID DA DESPESA RECORRENTE: "
           ACCEPT ID-DFX

           READ DESPFIX
               INVALID KEY
                  DISPLAY "DESPESA RECORRENTE NAO ENCONTRADA."
               NOT INVALID KEY
                  PERFORM P031-EXIBE THRU P031-FIM
           END-READ
           .
       P030-FIM.
       P031-EXIBE.

           MOVE ID-FORN-DFX           TO ID-FORN
           READ FORNECED
               INVALID KEY
                  MOVE "*FORNECEDOR NAO ENCONTRADO*" TO NM-FORN
           END-READ

           DISPLAY "DESPESA.............: " ID-DFX " - " DESCR-DFX
           DISPLAY "FORNECEDOR..........: " ID-FORN-DFX " - " NM-FORN
           DISPLAY "CATEGORIA / FILIAL..: " ID-CAT-DFX " / "
                   FILIAL-DFX
           IF DFX-VALOR-ESTIMADO
              DISPLAY "VALOR MENSAL........: " VLR-DFX " (ESTIMADO)"
           ELSE
              DISPLAY "VALOR MENSAL........: " VLR-DFX " (FIXO)"
           END-IF
           DISPLAY "DIA DO VENCIMENTO...: " DIA-VENC-DFX
           IF DFX-SEM-FIM
              DISPLAY "FIM DO CONTRATO.....: SEM PRAZO"
           ELSE
              DISPLAY "FIM DO CONTRATO.....: " DATA-FIM-DFX
           END-IF
           DISPLAY "ULTIMA COMPETENCIA..: " ULT-COMP-DFX
           IF DFX-INATIVA
              DISPLAY "SITUACAO............: ENCERRADA"
           ELSE
              DISPLAY "SITUACAO............: ATIVA"
           END-IF
           .
       P031-FIM.
      *----------------------------------------------------------------
      *   LISTA TODAS AS DESPESAS RECORRENTES
      *----------------------------------------------------------------
       P040-LISTA.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO ID-DFX
                                          WS-QTD-LISTADAS

           START DESPFIX KEY IS NOT LESS THAN ID-DFX
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P041-LE-DESPESA THRU P041-FIM UNTIL WS-EOF-OK

           DISPLAY "DESPESAS LISTADAS: " WS-QTD-LISTADAS
           .
       P040-FIM.
       P041-LE-DESPESA.

           READ DESPFIX NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LISTADAS
                  DISPLAY ID-DFX " " DESCR-DFX " FORN " ID-FORN-DFX
                          " VLR " VLR-DFX " " TIPO-VLR-DFX
                          " DIA " DIA-VENC-DFX " FIM " DATA-FIM-DFX
                          " " INATIVO-DFX
           END-READ
           .
       P041-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A INCLUSAO/ALTERACAO NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

           MOVE "DESPFIX"             TO WS-AUD-MODULO
           MOVE ID-DFX                TO WS-AUD-CHAVE
           MOVE "VLR-DFX"             TO WS-AUD-CAMPO
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P090-FIM.
       END PROGRAM PGMDFX01.
