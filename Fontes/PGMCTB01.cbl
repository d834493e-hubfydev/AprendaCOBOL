      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MANUTENCAO DO PLANO DE CONTAS (ARQPLCTA) E DA TABELA
      *          DE EVENTOS CONTABEIS (ARQEVCTB) QUE DIZ, PARA CADA
      *          FATO DO NEGOCIO, A CONTA A DEBITAR E A CONTA A
      *          CREDITAR NOS LANCAMENTOS AUTOMATICOS DO PGMCTB02.
      *          CONTA INATIVA NAO PODE SER USADA EM EVENTO NOVO, MAS
      *          CONTINUA NO BALANCETE COM O QUE JA FOI LANCADO NELA.
      *          A CARGA PADRAO GRAVA UM PLANO BASICO DE CLINICA E OS
      *          EVENTOS JA APONTADOS PARA ELE, SO O QUE AINDA NAO
      *          EXISTIR (NAO DESFAZ O QUE O CONTADOR JA AJUSTOU).
      *          MUDANCA DE EVENTO VAI PARA A TRILHA DE AUDITORIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCTB01.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLCTA ASSIGN TO
           WS-PATH-ARQPLCTA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COD-PLC
           FILE STATUS  IS WS-FS.

           SELECT EVCTB ASSIGN TO
           WS-PATH-ARQEVCTB
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS COD-EVC
           FILE STATUS  IS WS-FS-EVC.

       DATA DIVISION.
       FILE SECTION.
       FD PLCTA.
           COPY CPYPLCTA.

       FD EVCTB.
           COPY CPYEVCTB.

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EVC-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EVC-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EVC-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EVC-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EVC-EOF
                          WS-FS-OK BY WS-FS-EVC-OK
                          WS-FS BY WS-FS-EVC.

       77 WS-OPCAO            PIC 9     VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-CONTA-OK         PIC X(01) VALUE 'N'.
          88 CONTA-OK         VALUE 'S'.
       77 WS-EVENTO-NOVO      PIC X(01) VALUE 'N'.
          88 EVENTO-NOVO      VALUE 'S'.
       77 WS-CONFIRMA         PIC X(01) VALUE 'N'.
          88 CONFIRMADO       VALUE 'S' 's'.
       77 WS-CONTA-PEDIDA     PIC X(12) VALUE SPACES.
       77 WS-NOME-NOVO        PIC X(30) VALUE SPACES.
       77 WS-QTD-LISTADAS     PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRAVADAS     PIC 9(04) VALUE ZEROS.
       77 WS-IND              PIC 9(03) COMP.

       01 WS-COD-EVENTO       PIC X(04) VALUE SPACES.
          88 EVENTO-CONHECIDO VALUE 'FEMI' 'FMOR' 'FEST' 'GLOS'
                                    'RDIN' 'RCAR' 'RPIX' 'RCHQ'
                                    'ROUT' 'RDES' 'RADT' 'BLIQ'
                                    'PTIT' 'PRET' 'PPAG' 'CMVC'.

       01 WS-EVC-ANTES.
          03 WS-ANT-DEB       PIC X(12) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE '/'.
          03 WS-ANT-CRED      PIC X(12) VALUE SPACES.
          03 FILLER           PIC X(05) VALUE SPACES.
       01 WS-EVC-DEPOIS.
          03 WS-DEP-DEB       PIC X(12) VALUE SPACES.
          03 FILLER           PIC X(01) VALUE '/'.
          03 WS-DEP-CRED      PIC X(12) VALUE SPACES.
          03 FILLER           PIC X(05) VALUE SPACES.

      *   PLANO BASICO DA CARGA PADRAO: CODIGO, NOME E NATUREZA
       01 WS-PLANO-PADRAO.
          03 FILLER PIC X(43) VALUE
             "1.1.01.001  CAIXA GERAL                   A".
          03 FILLER PIC X(43) VALUE
             "1.1.01.002  BANCOS CONTA MOVIMENTO        A".
          03 FILLER PIC X(43) VALUE
             "1.1.01.003  CARTOES A RECEBER             A".
          03 FILLER PIC X(43) VALUE
             "1.1.01.004  CHEQUES A DEPOSITAR           A".
          03 FILLER PIC X(43) VALUE
             "1.1.02.001  CLIENTES A RECEBER            A".
          03 FILLER PIC X(43) VALUE
             "1.1.03.001  ESTOQUE DE MATERIAIS          A".
          03 FILLER PIC X(43) VALUE
             "2.1.01.001  FORNECEDORES A PAGAR          P".
          03 FILLER PIC X(43) VALUE
             "2.1.02.001  TRIBUTOS RETIDOS A RECOLHER   P".
          03 FILLER PIC X(43) VALUE
             "2.1.03.001  ADIANTAMENTOS DE CLIENTES     P".
          03 FILLER PIC X(43) VALUE
             "3.1.01.001  RECEITA DE SERVICOS           R".
          03 FILLER PIC X(43) VALUE
             "3.1.02.001  RECEITA DE ENCARGOS DE MORA   R".
          03 FILLER PIC X(43) VALUE
             "3.2.01.001  DESCONTOS CONCEDIDOS          D".
          03 FILLER PIC X(43) VALUE
             "3.2.01.002  GLOSAS DE CONVENIOS           D".
          03 FILLER PIC X(43) VALUE
             "4.1.01.001  CUSTO DOS MATERIAIS CONSUMIDOSD".
          03 FILLER PIC X(43) VALUE
             "4.2.01.001  DESPESAS OPERACIONAIS         D".
       01 REDEFINES WS-PLANO-PADRAO.
          03 WS-PAD-CONTA OCCURS 15 TIMES.
             05 WS-PAD-COD    PIC X(12).
             05 WS-PAD-NOME   PIC X(30).
             05 WS-PAD-TIPO   PIC X(01).

      *   EVENTOS DA CARGA PADRAO: CODIGO, DESCRICAO, DEBITO, CREDITO
       01 WS-EVENTOS-PADRAO.
          03 FILLER PIC X(34) VALUE
             "FEMIFATURA EMITIDA                ".
          03 FILLER PIC X(24) VALUE
             "1.1.02.001  3.1.01.001  ".
          03 FILLER PIC X(34) VALUE
             "FMORFATURA DE ENCARGOS DE MORA    ".
          03 FILLER PIC X(24) VALUE
             "1.1.02.001  3.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "FESTESTORNO DE FATURA             ".
          03 FILLER PIC X(24) VALUE
             "3.1.01.001  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "GLOSGLOSA DE CONVENIO             ".
          03 FILLER PIC X(24) VALUE
             "3.2.01.002  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "RDINRECEBIMENTO EM DINHEIRO       ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.001  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "RCARRECEBIMENTO EM CARTAO         ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.003  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "RPIXRECEBIMENTO EM PIX            ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.002  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "RCHQRECEBIMENTO EM CHEQUE         ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.004  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "ROUTRECEBIMENTO EM OUTRAS FORMAS  ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.001  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "RDESDESCONTO CONCEDIDO NO CAIXA   ".
          03 FILLER PIC X(24) VALUE
             "3.2.01.001  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "RADTADIANTAMENTO DE CLIENTE       ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.001  2.1.03.001  ".
          03 FILLER PIC X(34) VALUE
             "BLIQBOLETO LIQUIDADO NO BANCO     ".
          03 FILLER PIC X(24) VALUE
             "1.1.01.002  1.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "PTITTITULO A PAGAR (LIQUIDO)      ".
          03 FILLER PIC X(24) VALUE
             "4.2.01.001  2.1.01.001  ".
          03 FILLER PIC X(34) VALUE
             "PRETTRIBUTOS RETIDOS DO TITULO    ".
          03 FILLER PIC X(24) VALUE
             "4.2.01.001  2.1.02.001  ".
          03 FILLER PIC X(34) VALUE
             "PPAGPAGAMENTO DE TITULO           ".
          03 FILLER PIC X(24) VALUE
             "2.1.01.001  1.1.01.002  ".
          03 FILLER PIC X(34) VALUE
             "CMVCCONSUMO DE MATERIAL (CMV)     ".
          03 FILLER PIC X(24) VALUE
             "4.1.01.001  1.1.03.001  ".
       01 REDEFINES WS-EVENTOS-PADRAO.
          03 WS-PAD-EVENTO OCCURS 16 TIMES.
             05 WS-PAD-EVC    PIC X(04).
             05 WS-PAD-DESCR  PIC X(30).
             05 WS-PAD-DEB    PIC X(12).
             05 WS-PAD-CRED   PIC X(12).

       77 WS-AUD-MODULO       PIC X(08) VALUE SPACES.
       77 WS-AUD-OPER         PIC X(01) VALUE SPACES.
       77 WS-AUD-CHAVE        PIC X(10) VALUE SPACES.
       77 WS-AUD-CAMPO        PIC X(12) VALUE SPACES.
       77 WS-AUD-ANTES        PIC X(30) VALUE SPACES.
       77 WS-AUD-DEPOIS       PIC X(30) VALUE SPACES.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS THRU P001-FIM

           OPEN I-O PLCTA

           IF WS-FS EQUAL 35
              OPEN OUTPUT PLCTA
              CLOSE PLCTA
              OPEN I-O PLCTA
           END-IF

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO PLANO DE CONTAS: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
              GOBACK
           END-IF

           OPEN I-O EVCTB

           IF WS-FS-EVC EQUAL 35
              OPEN OUTPUT EVCTB
              CLOSE EVCTB
              OPEN I-O EVCTB
           END-IF

           IF NOT WS-FS-EVC-OK
              DISPLAY "ERRO NA ABERTURA DA TABELA DE EVENTOS: "
                      WS-FS-EVC
              CALL "PGMFSMSG" USING WS-FS-EVC, WS-FS-EVC-MSG
              DISPLAY WS-FS-EVC-MSG
              CLOSE PLCTA
              GOBACK
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           PERFORM P005-MENU THRU P005-FIM UNTIL WS-OPCAO EQUAL 7

           CLOSE PLCTA
           CLOSE EVCTB

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPLCTA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPLCTA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQEVCTB_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQEVCTB
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
      *             MENU DO PLANO DE CONTAS E EVENTOS
      *----------------------------------------------------------------
       P005-MENU.

           DISPLAY "------- PLANO DE CONTAS E EVENTOS CONTABEIS"
           DISPLAY "1 - INCLUIR CONTA"
           DISPLAY "2 - ALTERAR/INATIVAR CONTA"
           DISPLAY "3 - LISTAR PLANO DE CONTAS"
           DISPLAY "4 - CONFIGURAR EVENTO (DEBITO/CREDITO)"
           DISPLAY "5 - LISTAR EVENTOS"
           DISPLAY "6 - CARGA DO PLANO E EVENTOS PADRAO"
           DISPLAY "7 - VOLTAR"
           DISPLAY "ESCOLHA UMA DAS OPCOES: "
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1
                  PERFORM P010-INCLUI-CONTA   THRU P010-FIM
               WHEN 2
                  PERFORM P020-ALTERA-CONTA   THRU P020-FIM
               WHEN 3
                  PERFORM P030-LISTA-CONTAS   THRU P030-FIM
               WHEN 4
                  PERFORM P040-CONFIGURA-EVENTO THRU P040-FIM
               WHEN 5
                  PERFORM P050-LISTA-EVENTOS  THRU P050-FIM
               WHEN 6
                  PERFORM P060-CARGA-PADRAO   THRU P060-FIM
               WHEN 7
                  CONTINUE
               WHEN OTHER
                  DISPLAY "OPCAO INVALIDA."
           END-EVALUATE
           .
       P005-FIM.
      *----------------------------------------------------------------
      *   INCLUI UMA CONTA NO PLANO
      *----------------------------------------------------------------
       P010-INCLUI-CONTA.

           INITIALIZE REG-PLCTA
           SET PLC-ATIVA              TO TRUE

           DISPLAY "CODIGO DA CONTA (EX.: 1.1.01.001): "
           ACCEPT COD-PLC

           IF COD-PLC EQUAL SPACES
              DISPLAY "CODIGO OBRIGATORIO. CONTA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           DISPLAY "NOME DA CONTA: "
           ACCEPT NM-PLC

           DISPLAY "NATUREZA (A=ATIVO P=PASSIVO L=PATRIMONIO LIQUIDO "
                   "R=RECEITA D=DESPESA/CUSTO): "
           ACCEPT TIPO-PLC

           IF NOT PLC-TIPO-VALIDO
              DISPLAY "NATUREZA INVALIDA. CONTA NAO INCLUIDA."
              GO TO P010-FIM
           END-IF

           MOVE WS-DATA-HOJE          TO DATA-CAD-PLC

           WRITE REG-PLCTA
               INVALID KEY
                  DISPLAY "JA EXISTE CONTA COM ESTE CODIGO."
               NOT INVALID KEY
                  DISPLAY "CONTA " COD-PLC " INCLUIDA."
           END-WRITE
           .
       P010-FIM.
      *----------------------------------------------------------------
      *   ALTERA O NOME OU INATIVA/REATIVA A CONTA. O CODIGO E A
      *   NATUREZA NAO MUDAM: JA HA LANCAMENTOS NELES
      *----------------------------------------------------------------
       P020-ALTERA-CONTA.

           DISPLAY "CODIGO DA CONTA: "
           ACCEPT COD-PLC

           READ PLCTA
               INVALID KEY
                  DISPLAY "CONTA NAO ENCONTRADA."
                  GO TO P020-FIM
           END-READ

           DISPLAY "NOME ATUAL: " NM-PLC " NATUREZA: " TIPO-PLC
           IF PLC-INATIVA
              DISPLAY "SITUACAO: INATIVA"
           ELSE
              DISPLAY "SITUACAO: ATIVA"
           END-IF

           MOVE SPACES                TO WS-NOME-NOVO
           DISPLAY "NOVO NOME (<ENTER> MANTEM): "
           ACCEPT WS-NOME-NOVO
           IF WS-NOME-NOVO NOT EQUAL SPACES
              MOVE WS-NOME-NOVO       TO NM-PLC
           END-IF

           MOVE 'N'                   TO WS-CONFIRMA
           IF PLC-INATIVA
              DISPLAY "REATIVAR A CONTA? <S/N> "
           ELSE
              DISPLAY "INATIVAR A CONTA? <S/N> "
           END-IF
           ACCEPT WS-CONFIRMA

           IF CONFIRMADO
              IF PLC-INATIVA
                 SET PLC-ATIVA        TO TRUE
              ELSE
                 SET PLC-INATIVA      TO TRUE
              END-IF
           END-IF

           REWRITE REG-PLCTA

           IF WS-FS-OK
              DISPLAY "CONTA ALTERADA."
           ELSE
              DISPLAY "ERRO AO ALTERAR A CONTA: " WS-FS
              PERFORM P002-EXIBE-ERRO-FS THRU P002-FIM
           END-IF
           .
       P020-FIM.
      *----------------------------------------------------------------
      *   LISTA O PLANO DE CONTAS NA ORDEM DO CODIGO
      *----------------------------------------------------------------
       P030-LISTA-CONTAS.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO WS-QTD-LISTADAS
           MOVE LOW-VALUES            TO COD-PLC

           START PLCTA KEY IS NOT LESS THAN COD-PLC
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P031-LE-CONTA THRU P031-FIM UNTIL WS-EOF-OK

           DISPLAY "CONTAS LISTADAS: " WS-QTD-LISTADAS
           .
       P030-FIM.
       P031-LE-CONTA.

           READ PLCTA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LISTADAS
                  IF PLC-INATIVA
                     DISPLAY COD-PLC " " NM-PLC " " TIPO-PLC
                             " (INATIVA)"
                  ELSE
                     DISPLAY COD-PLC " " NM-PLC " " TIPO-PLC
                  END-IF
           END-READ
           .
       P031-FIM.
      *----------------------------------------------------------------
      *   INCLUI OU ALTERA O DE/PARA DE UM EVENTO. AS DUAS CONTAS TEM
      *   DE EXISTIR, ESTAR ATIVAS E SER DIFERENTES
      *----------------------------------------------------------------
       P040-CONFIGURA-EVENTO.

           DISPLAY "CODIGO DO EVENTO (EX.: FEMI, RDIN, PPAG): "
           ACCEPT WS-COD-EVENTO

           IF NOT EVENTO-CONHECIDO
              DISPLAY "EVENTO DESCONHECIDO. OS EVENTOS CONTABILIZADOS "
                      "SAO: FEMI FMOR FEST GLOS RDIN RCAR RPIX RCHQ "
                      "ROUT RDES RADT BLIQ PTIT PRET PPAG CMVC"
              GO TO P040-FIM
           END-IF

           MOVE WS-COD-EVENTO         TO COD-EVC
           MOVE 'N'                   TO WS-EVENTO-NOVO

           READ EVCTB
               INVALID KEY
                  SET EVENTO-NOVO     TO TRUE
                  INITIALIZE REG-EVCTB
                  MOVE WS-COD-EVENTO  TO COD-EVC
                  SET EVC-ATIVO       TO TRUE
           END-READ

           MOVE DEB-EVC               TO WS-ANT-DEB
           MOVE CRED-EVC              TO WS-ANT-CRED

           IF NOT EVENTO-NOVO
              DISPLAY "EVENTO " COD-EVC " - " DESCR-EVC
              DISPLAY "DEBITO ATUAL.: " DEB-EVC
              DISPLAY "CREDITO ATUAL: " CRED-EVC
              IF EVC-INATIVO
                 DISPLAY "SITUACAO.....: INATIVO"
              END-IF
           END-IF

           MOVE SPACES                TO WS-NOME-NOVO
           DISPLAY "DESCRICAO DO EVENTO (<ENTER> MANTEM): "
           ACCEPT WS-NOME-NOVO
           IF WS-NOME-NOVO NOT EQUAL SPACES
              MOVE WS-NOME-NOVO       TO DESCR-EVC
           END-IF

           DISPLAY "CONTA A DEBITAR: "
           PERFORM P041-PEDE-CONTA THRU P041-FIM
           IF NOT CONTA-OK
              DISPLAY "EVENTO NAO ALTERADO."
              GO TO P040-FIM
           END-IF
           MOVE WS-CONTA-PEDIDA       TO DEB-EVC

           DISPLAY "CONTA A CREDITAR: "
           PERFORM P041-PEDE-CONTA THRU P041-FIM
           IF NOT CONTA-OK
              DISPLAY "EVENTO NAO ALTERADO."
              GO TO P040-FIM
           END-IF
           MOVE WS-CONTA-PEDIDA       TO CRED-EVC

           IF DEB-EVC EQUAL CRED-EVC
              DISPLAY "DEBITO E CREDITO NA MESMA CONTA. EVENTO NAO "
                      "ALTERADO."
              GO TO P040-FIM
           END-IF

           MOVE 'N'                   TO WS-CONFIRMA
           DISPLAY "EVENTO ATIVO? <S/N> "
           ACCEPT WS-CONFIRMA
           IF CONFIRMADO
              SET EVC-ATIVO           TO TRUE
           ELSE
              SET EVC-INATIVO         TO TRUE
           END-IF

           MOVE DEB-EVC               TO WS-DEP-DEB
           MOVE CRED-EVC              TO WS-DEP-CRED

           IF EVENTO-NOVO
              WRITE REG-EVCTB
              MOVE 'I'                TO WS-AUD-OPER
           ELSE
              REWRITE REG-EVCTB
              MOVE 'A'                TO WS-AUD-OPER
           END-IF

           IF WS-FS-EVC-OK
              DISPLAY "EVENTO " COD-EVC " GRAVADO."
              PERFORM P090-AUDITA THRU P090-FIM
           ELSE
              DISPLAY "ERRO AO GRAVAR O EVENTO: " WS-FS-EVC
              CALL "PGMFSMSG" USING WS-FS-EVC, WS-FS-EVC-MSG
              DISPLAY WS-FS-EVC-MSG
           END-IF
           .
       P040-FIM.
      *----------------------------------------------------------------
      *   LE O CODIGO DE UMA CONTA E CONFERE NO PLANO
      *----------------------------------------------------------------
       P041-PEDE-CONTA.

           MOVE 'N'                   TO WS-CONTA-OK
           MOVE SPACES                TO WS-CONTA-PEDIDA
           ACCEPT WS-CONTA-PEDIDA

           MOVE WS-CONTA-PEDIDA       TO COD-PLC

           READ PLCTA
               INVALID KEY
                  DISPLAY "CONTA NAO CADASTRADA NO PLANO."
                  GO TO P041-FIM
           END-READ

           IF PLC-INATIVA
              DISPLAY "CONTA INATIVA."
           ELSE
              DISPLAY "CONTA: " NM-PLC
              SET CONTA-OK            TO TRUE
           END-IF
           .
       P041-FIM.
      *----------------------------------------------------------------
      *   LISTA OS EVENTOS CONFIGURADOS
      *----------------------------------------------------------------
       P050-LISTA-EVENTOS.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO WS-QTD-LISTADAS
           MOVE LOW-VALUES            TO COD-EVC

           START EVCTB KEY IS NOT LESS THAN COD-EVC
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P051-LE-EVENTO THRU P051-FIM UNTIL WS-EOF-OK

           DISPLAY "EVENTOS LISTADOS: " WS-QTD-LISTADAS
           .
       P050-FIM.
       P051-LE-EVENTO.

           READ EVCTB NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LISTADAS
                  IF EVC-INATIVO
                     DISPLAY COD-EVC " " DESCR-EVC " D " DEB-EVC
                             " C " CRED-EVC " (INATIVO)"
                  ELSE
                     DISPLAY COD-EVC " " DESCR-EVC " D " DEB-EVC
                             " C " CRED-EVC
                  END-IF
           END-READ
           .
       P051-FIM.
      *----------------------------------------------------------------
      *   GRAVA O PLANO BASICO E OS EVENTOS PADRAO QUE AINDA NAO
      *   EXISTEM; O QUE JA EXISTE FICA COMO ESTA
      *----------------------------------------------------------------
       P060-CARGA-PADRAO.

           DISPLAY "GRAVAR O PLANO E OS EVENTOS PADRAO QUE AINDA NAO "
                   "EXISTEM? <S/N> "
           MOVE 'N'                   TO WS-CONFIRMA
           ACCEPT WS-CONFIRMA

           IF NOT CONFIRMADO
              GO TO P060-FIM
           END-IF

           MOVE ZEROS                 TO WS-QTD-GRAVADAS
           PERFORM P061-GRAVA-CONTA-PADRAO THRU P061-FIM
              VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER 15
           DISPLAY "CONTAS INCLUIDAS: " WS-QTD-GRAVADAS

           MOVE ZEROS                 TO WS-QTD-GRAVADAS
           PERFORM P062-GRAVA-EVENTO-PADRAO THRU P062-FIM
              VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND GREATER 16
           DISPLAY "EVENTOS INCLUIDOS: " WS-QTD-GRAVADAS
           .
       P060-FIM.
       P061-GRAVA-CONTA-PADRAO.

           INITIALIZE REG-PLCTA
           MOVE WS-PAD-COD (WS-IND)   TO COD-PLC
           MOVE WS-PAD-NOME (WS-IND)  TO NM-PLC
           MOVE WS-PAD-TIPO (WS-IND)  TO TIPO-PLC
           MOVE WS-DATA-HOJE          TO DATA-CAD-PLC
           SET PLC-ATIVA              TO TRUE

           WRITE REG-PLCTA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1               TO WS-QTD-GRAVADAS
           END-WRITE
           .
       P061-FIM.
       P062-GRAVA-EVENTO-PADRAO.

           INITIALIZE REG-EVCTB
           MOVE WS-PAD-EVC (WS-IND)   TO COD-EVC
           MOVE WS-PAD-DESCR (WS-IND) TO DESCR-EVC
           MOVE WS-PAD-DEB (WS-IND)   TO DEB-EVC
           MOVE WS-PAD-CRED (WS-IND)  TO CRED-EVC
           SET EVC-ATIVO              TO TRUE

           WRITE REG-EVCTB
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1               TO WS-QTD-GRAVADAS
           END-WRITE
           .
       P062-FIM.
      *----------------------------------------------------------------
      *   REGISTRA A MUDANCA DO DE/PARA NA TRILHA DE AUDITORIA
      *----------------------------------------------------------------
       P090-AUDITA.

           MOVE "EVCTB"               TO WS-AUD-MODULO
           MOVE COD-EVC               TO WS-AUD-CHAVE
           MOVE "DEB/CRED"            TO WS-AUD-CAMPO
           MOVE WS-EVC-ANTES          TO WS-AUD-ANTES
           MOVE WS-EVC-DEPOIS         TO WS-AUD-DEPOIS
           CALL "PGMAUDIT" USING WS-AUD-MODULO, WS-AUD-OPER,
                                 WS-AUD-CHAVE, WS-AUD-CAMPO,
                                 WS-AUD-ANTES, WS-AUD-DEPOIS
           .
       P090-FIM.
       END PROGRAM PGMCTB01.
