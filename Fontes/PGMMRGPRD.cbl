      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MARGEM DE CONTRIBUICAO POR PROCEDIMENTO E POR FONTE
      *          DE PRECO: PARTICULAR (VLR-PROC DO CATALOGO) E CADA
      *          CONVENIO COM PRECO NEGOCIADO EM ARQPRCONV (CONVENIO
      *          SEM TABELA PARA O PROCEDIMENTO QUE TEVE ATENDIMENTO
      *          ENTRA PELO VLR-PROC, COMO NO PGMFATURA). PARA CADA
      *          COMBINACAO: CUSTO DE MATERIAL PELA LISTA DE CONSUMO
      *          (ARQPROCINS A CUSTO-ESTQ), COMISSAO DO PROFISSIONAL
      *          PELO PERCENTUAL MEDIO APLICADO NOS ATENDIMENTOS DA
      *          JANELA (ARQCOMIS, PAR PROFISSIONAL X PROCEDIMENTO OU
      *          PADRAO DO PROFISSIONAL, COMO NO PGMCMS02), TAXA DE
      *          GLOSA DO CONVENIO NAQUELE PROCEDIMENTO (GLOSA LIQUIDA
      *          DO QUE FOI RECUPERADO SOBRE O FATURADO DA JANELA) E A
      *          MARGEM EM VALOR E EM PERCENTUAL. O VOLUME MENSAL
      *          REALIZADO (ATENDIMENTOS REALIZADOS DA JANELA DIVIDIDOS
      *          PELOS MESES) DA A MARGEM DO MES, E AS COMBINACOES QUE
      *          PERDEM DINHEIRO SAEM MARCADAS. SAI EM RELMRGPRD.LST,
      *          GUARDADO NO SPOOL PELO PGMSPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMRGPRD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCEDS ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-PROC
           ALTERNATE RECORD KEY IS NM-PROC WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT PROCINS ASSIGN TO
           WS-PATH-ARQPROCINS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-PROCINS
           FILE STATUS  IS WS-FS-INS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-ARQESTQ
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS-EST.

           SELECT PRCONV ASSIGN TO
           WS-PATH-ARQPRCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-PRCONV
           FILE STATUS  IS WS-FS-PCV.

           SELECT CONVENIOS ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CONV
           ALTERNATE RECORD KEY IS NM-CONV WITH DUPLICATES
           FILE STATUS  IS WS-FS-CNV.

           SELECT COMISSAO ASSIGN TO
           WS-PATH-ARQCOMIS
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS CHAVE-COMIS
           FILE STATUS  IS WS-FS-CMS.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT GLOSAS ASSIGN TO
           WS-PATH-ARQGLOSA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-GLO.

           SELECT RELMRGPRD ASSIGN TO
           WS-PATH-RELMRGPRD
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD PROCEDS.
           COPY CPYPROC.

       FD PROCINS.
           COPY CPYPROCINS.

       FD ESTOQUE.
           COPY CPYESTQ.

       FD PRCONV.
           COPY CPYPRCONV.

       FD CONVENIOS.
           COPY CPYCONV.

       FD COMISSAO.
           COPY CPYCOMIS.

       FD AGENDA.
           COPY CPYAGE.

       FD FATURA.
           COPY CPYFATURA.

       FD GLOSAS.
           COPY CPYGLOSA.

       FD RELMRGPRD
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-INS-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-INS-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-INS-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-INS-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-INS-EOF
                          WS-FS-OK BY WS-FS-INS-OK
                          WS-FS BY WS-FS-INS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-EST-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-EST-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-EST-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-EST-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-EST-EOF
                          WS-FS-OK BY WS-FS-EST-OK
                          WS-FS BY WS-FS-EST.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PCV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PCV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PCV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PCV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PCV-EOF
                          WS-FS-OK BY WS-FS-PCV-OK
                          WS-FS BY WS-FS-PCV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CNV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CNV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CNV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CNV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CNV-EOF
                          WS-FS-OK BY WS-FS-CNV-OK
                          WS-FS BY WS-FS-CNV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CMS-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CMS-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CMS-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CMS-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CMS-EOF
                          WS-FS-OK BY WS-FS-CMS-OK
                          WS-FS BY WS-FS-CMS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-GLO-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-GLO-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-GLO-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-GLO-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-GLO-EOF
                          WS-FS-OK BY WS-FS-GLO-OK
                          WS-FS BY WS-FS-GLO.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-MESES                PIC 9(02)  VALUE ZEROS.
       77 WS-JANELA-DIAS          PIC 9(05)  VALUE ZEROS.
       77 WS-DIAS-ATRAS           PIC 9(05)  VALUE ZEROS.
       77 WS-PROC                 PIC 9(04)  VALUE ZEROS.
       77 WS-CONV                 PIC 9(04)  VALUE ZEROS.
       77 WS-PRECO                PIC 9(06)V99 VALUE ZEROS.
       77 WS-IND                  PIC 9(04)  VALUE ZEROS.
       77 WS-IND2                 PIC 9(04)  VALUE ZEROS.
       77 WS-IND-CMB              PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-COMBOS           PIC 9(04)  VALUE ZEROS.
       77 WS-PERC-APLICADO        PIC 9(03)V99 VALUE ZEROS.
       77 WS-PERC-MEDIO           PIC 9(03)V99 VALUE ZEROS.
       77 WS-TAXA-GLOSA           PIC 9(03)V99 VALUE ZEROS.
       77 WS-VLR-GLOSA-LIQ        PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-COMISSAO         PIC 9(06)V99 VALUE ZEROS.
       77 WS-VLR-GLOSA            PIC 9(06)V99 VALUE ZEROS.
       77 WS-MARGEM               PIC S9(07)V99 VALUE ZEROS.
       77 WS-PCT-MARGEM           PIC S9(05)V99 VALUE ZEROS.
       77 WS-VOLUME-MES           PIC 9(05)V9 VALUE ZEROS.
       77 WS-MARGEM-MES           PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOTAL-MARGEM-MES     PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOTAL-LINHAS         PIC 9(05)  VALUE ZEROS.
       77 WS-TOTAL-NEGATIVAS      PIC 9(05)  VALUE ZEROS.
       77 WS-TOTAL-REALIZADOS     PIC 9(07)  VALUE ZEROS.
       77 WS-TAB-CHEIA            PIC X(01)  VALUE 'N'.
          88 TABELA-COMBOS-CHEIA  VALUE 'S'.
       77 WS-CMS-ABERTO           PIC X(01)  VALUE 'N'.
          88 COMISSAO-ABERTO      VALUE 'S'.
       77 WS-TROCOU               PIC X(01)  VALUE 'N'.
          88 HOUVE-TROCA          VALUE 'S'.

      *   POR PROCEDIMENTO (INDEXADO PELO ID): PRECO PARTICULAR, CUSTO
      *   DE MATERIAL DA LISTA DE CONSUMO E OS PERCENTUAIS DE COMISSAO
      *   APLICADOS NOS ATENDIMENTOS DA JANELA, DE QUALQUER FONTE
       01 WS-TAB-PROCEDIMENTOS.
          03 WS-TAB-PROC OCCURS 9999 TIMES.
             05 WS-PR-EXISTE      PIC X(01).
             05 WS-PR-VLR         PIC 9(06)V99.
             05 WS-PR-CUSTO-MAT   PIC 9(08)V99.
             05 WS-PR-PERC-SOMA   PIC 9(09)V99.
             05 WS-PR-PERC-QTD    PIC 9(07).

      *   COMBINACOES PROCEDIMENTO X FONTE DE PRECO (CONVENIO ZERO =
      *   PARTICULAR), COM O VOLUME REALIZADO, A SOMA DOS PERCENTUAIS
      *   DE COMISSAO E O FATURADO E GLOSADO DA JANELA
       01 WS-TAB-COMBINACOES.
          03 WS-CMB OCCURS 3000 TIMES.
             05 WS-CB-PROC        PIC 9(04).
             05 WS-CB-CONV        PIC 9(04).
             05 WS-CB-PRECO       PIC 9(06)V99.
             05 WS-CB-SEM-TABELA  PIC X(01).
             05 WS-CB-REALIZADOS  PIC 9(07).
             05 WS-CB-PERC-SOMA   PIC 9(09)V99.
             05 WS-CB-VLR-FAT     PIC 9(10)V99.
             05 WS-CB-VLR-GLOSA   PIC 9(10)V99.
       01 WS-CMB-TROCA.
          03 FILLER               PIC 9(04).
          03 FILLER               PIC 9(04).
          03 FILLER               PIC 9(06)V99.
          03 FILLER               PIC X(01).
          03 FILLER               PIC 9(07).
          03 FILLER               PIC 9(09)V99.
          03 FILLER               PIC 9(10)V99.
          03 FILLER               PIC 9(10)V99.

      *   COMBINACAO DE CADA FATURA DE CONVENIO DA JANELA (INDEXADO
      *   PELO ID DA FATURA), PARA LEVAR A GLOSA A COMBINACAO CERTA
       01 WS-TAB-FATURAS.
          03 WS-FAT-CMB           PIC 9(04)  OCCURS 9999 TIMES.

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(60)  VALUE
             "MARGEM DE CONTRIBUICAO POR PROCEDIMENTO E FONTE DE PRECO".

       01 WS-LINHA-PERIODO.
          03 FILLER               PIC X(36)  VALUE
             "COMISSAO, GLOSA E VOLUME DOS ULTIMOS".
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-CAB-MESES         PIC Z9.
          03 FILLER               PIC X(08)  VALUE " MESES (".
          03 WS-CAB-DIAS          PIC ZZZZ9.
          03 FILLER               PIC X(06)  VALUE " DIAS)".

       01 WS-CAB-02.
          03 FILLER               PIC X(48)  VALUE
             "PROC PROCEDIMENTO              FONTE DE PRECO   ".
          03 FILLER               PIC X(40)  VALUE
             "     PRECO   MATERIAL   COMISSAO GLOSA% ".
          03 FILLER               PIC X(42)  VALUE
             "     MARGEM  MARG%  VOL/MES  MARGEM NO MES".

       01 WS-DETALHE.
          03 WS-DET-PROC          PIC ZZZ9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-NM-PROC       PIC X(25).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-FONTE         PIC X(16).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PRECO         PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-MATERIAL      PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-COMISSAO      PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-GLOSA         PIC ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-MARGEM        PIC -ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PCT           PIC -ZZ9,9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VOLUME        PIC ZZ.ZZ9,9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-MARGEM-MES    PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-MARCA         PIC X(01).

       01 WS-FONTE-CONV.
          03 WS-FC-ID             PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-FC-NOME           PIC X(10).
          03 WS-FC-SEM-TABELA     PIC X(01).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(40)  VALUE
             "COMBINACOES LISTADAS..................: ".
          03 WS-ROD-LINHAS        PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(40)  VALUE
             "COM MARGEM NEGATIVA (*)...............: ".
          03 WS-ROD-NEGATIVAS     PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(40)  VALUE
             "ATENDIMENTOS REALIZADOS NA JANELA.....: ".
          03 WS-ROD-REALIZADOS    PIC Z.ZZZ.ZZ9.

       01 WS-RODAPE-04.
          03 FILLER               PIC X(40)  VALUE
             "MARGEM MENSAL NO VOLUME REALIZADO.....: ".
          03 WS-ROD-MARGEM-MES    PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 WS-RODAPE-05.
          03 FILLER               PIC X(60)  VALUE
             "# = CONVENIO SEM PRECO NEGOCIADO, COBRADO PELO VLR-PROC".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELMRGPRD".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-PARAMETROS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P020-CARREGA-PROCEDIMENTOS
           PERFORM P025-CUSTO-MATERIAL THRU P025-FIM
           PERFORM P030-CARREGA-PRECOS THRU P030-FIM
           PERFORM P040-APURA-ATENDIMENTOS
           PERFORM P050-APURA-FATURAS
           PERFORM P055-APURA-GLOSAS THRU P055-FIM
           PERFORM P060-ORDENA-COMBINACOES
           PERFORM P070-IMPRIME-COMBINACAO
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-COMBOS
           PERFORM P080-RODAPES
           PERFORM P090-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELMRGPRD,
                                 WS-SPOOL-PARMS

           DISPLAY "MARGEM POR PROCEDIMENTO CONCLUIDA. COMBINACOES: "
                   WS-TOTAL-LINHAS " NEGATIVAS: " WS-TOTAL-NEGATIVAS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROC
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPROCINS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPROCINS
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQESTQ_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQESTQ
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQPRCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQPRCONV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCONV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCONV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCOMIS_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCOMIS
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQGLOSA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQGLOSA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELMRGPRD_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELMRGPRD
           END-IF
           .
      *----------------------------------------------------------------
      *   JANELA DE COMISSAO, GLOSA E VOLUME EM MESES (PADRAO 3,
      *   MAXIMO 12), CONTADA EM BLOCOS DE 30 DIAS ATE HOJE
      *----------------------------------------------------------------
       P005-ACEITA-PARAMETROS.
      *----------------------------------------------------------------
           DISPLAY "JANELA DE APURACAO EM MESES (PADRAO 3): "
           ACCEPT WS-MESES

           IF WS-MESES EQUAL ZEROS
              MOVE 3                  TO WS-MESES
           END-IF

           IF WS-MESES GREATER 12
              MOVE 12                 TO WS-MESES
           END-IF

           COMPUTE WS-JANELA-DIAS = WS-MESES * 30
           .
      *----------------------------------------------------------------
      *   SEM TABELA DE COMISSAO A COLUNA SAI ZERADA; SEM FATURAS OU
      *   GLOSAS A TAXA DE GLOSA TAMBEM
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT PROCEDS
           OPEN INPUT ESTOQUE
           OPEN INPUT CONVENIOS
           OPEN INPUT AGENDA
           OPEN OUTPUT RELMRGPRD

           IF NOT WS-FS-OK OR NOT WS-FS-EST-OK OR NOT WS-FS-CNV-OK
              OR NOT WS-FS-AGE-OK OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA MARGEM POR "
                      "PROCEDIMENTO."
              GOBACK
           END-IF

           OPEN INPUT COMISSAO
           IF WS-FS-CMS-OK
              MOVE 'S'                TO WS-CMS-ABERTO
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-PROCEDIMENTOS
                      WS-TAB-COMBINACOES
                      WS-TAB-FATURAS

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-MESES              TO WS-CAB-MESES
           MOVE WS-JANELA-DIAS        TO WS-CAB-DIAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PERIODO      TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE ALL "-"               TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   PROCEDIMENTOS ATIVOS: CADA UM ABRE A COMBINACAO PARTICULAR
      *   PELO VLR-PROC DO CATALOGO
      *----------------------------------------------------------------
       P020-CARREGA-PROCEDIMENTOS.
      *----------------------------------------------------------------
           PERFORM P021-LE-PROCEDIMENTO UNTIL WS-FS-EOF
           .
      *----------------------------------------------------------------
       P021-LE-PROCEDIMENTO.
      *----------------------------------------------------------------
           READ PROCEDS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  IF PROC-ATIVO AND ID-PROC GREATER ZEROS
                     MOVE 'S'         TO WS-PR-EXISTE (ID-PROC)
                     MOVE VLR-PROC    TO WS-PR-VLR (ID-PROC)
                     MOVE ID-PROC     TO WS-PROC
                     MOVE ZEROS       TO WS-CONV
                     MOVE VLR-PROC    TO WS-PRECO
                     PERFORM P035-LOCALIZA-COMBINACAO THRU P035-FIM
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   CUSTO DE MATERIAL DE CADA PROCEDIMENTO: QUANTIDADE DA LISTA
      *   DE CONSUMO X CUSTO MEDIO ATUAL DO ITEM
      *----------------------------------------------------------------
       P025-CUSTO-MATERIAL.
      *----------------------------------------------------------------
           OPEN INPUT PROCINS

           IF NOT WS-FS-INS-OK
              DISPLAY "SEM LISTA DE CONSUMO; CUSTO DE MATERIAL ZERADO."
              GO TO P025-FIM
           END-IF

           PERFORM P026-LE-INSUMO UNTIL WS-FS-INS-EOF

           CLOSE PROCINS
           .
       P025-FIM.
           EXIT.
      *----------------------------------------------------------------
       P026-LE-INSUMO.
      *----------------------------------------------------------------
           READ PROCINS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-INS
               NOT AT END
                  IF ID-PROC-INS GREATER ZEROS
                     MOVE ID-ESTQ-INS TO ID-ESTQ
                     READ ESTOQUE
                         NOT INVALID KEY
                            COMPUTE WS-PR-CUSTO-MAT (ID-PROC-INS) =
                                    WS-PR-CUSTO-MAT (ID-PROC-INS)
                                  + (QTD-INS * CUSTO-ESTQ)
                     END-READ
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   PRECOS NEGOCIADOS: UMA COMBINACAO POR CONVENIO X
      *   PROCEDIMENTO ATIVO
      *----------------------------------------------------------------
       P030-CARREGA-PRECOS.
      *----------------------------------------------------------------
           OPEN INPUT PRCONV

           IF NOT WS-FS-PCV-OK
              GO TO P030-FIM
           END-IF

           PERFORM P031-LE-PRECO UNTIL WS-FS-PCV-EOF

           CLOSE PRCONV
           .
       P030-FIM.
           EXIT.
      *----------------------------------------------------------------
       P031-LE-PRECO.
      *----------------------------------------------------------------
           READ PRCONV NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-PCV
               NOT AT END
                  IF ID-PROC-PC GREATER ZEROS
                     AND ID-CONV-PC GREATER ZEROS
                     AND WS-PR-EXISTE (ID-PROC-PC) EQUAL 'S'
                     MOVE ID-PROC-PC  TO WS-PROC
                     MOVE ID-CONV-PC  TO WS-CONV
                     MOVE VLR-PRCONV  TO WS-PRECO
                     PERFORM P035-LOCALIZA-COMBINACAO THRU P035-FIM
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   POSICAO DA COMBINACAO WS-PROC X WS-CONV, CRIADA COM O PRECO
      *   WS-PRECO QUANDO AINDA NAO EXISTE. TABELA CHEIA DEVOLVE ZERO
      *----------------------------------------------------------------
       P035-LOCALIZA-COMBINACAO.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-IND-CMB

           PERFORM P036-COMPARA-COMBINACAO
              VARYING WS-IND2 FROM 1 BY 1
                 UNTIL WS-IND2 GREATER WS-QTD-COMBOS
                    OR WS-IND-CMB GREATER ZEROS

           IF WS-IND-CMB GREATER ZEROS
              GO TO P035-FIM
           END-IF

           IF WS-QTD-COMBOS NOT LESS 3000
              IF NOT TABELA-COMBOS-CHEIA
                 SET TABELA-COMBOS-CHEIA TO TRUE
                 DISPLAY "TABELA DE COMBINACOES CHEIA; RELATORIO "
                         "PARCIAL."
              END-IF
              GO TO P035-FIM
           END-IF

           ADD 1                      TO WS-QTD-COMBOS
           MOVE WS-QTD-COMBOS         TO WS-IND-CMB
           MOVE WS-PROC               TO WS-CB-PROC (WS-IND-CMB)
           MOVE WS-CONV               TO WS-CB-CONV (WS-IND-CMB)
           MOVE WS-PRECO              TO WS-CB-PRECO (WS-IND-CMB)
           MOVE 'N'                   TO WS-CB-SEM-TABELA (WS-IND-CMB)
           .
       P035-FIM.
           EXIT.
      *----------------------------------------------------------------
       P036-COMPARA-COMBINACAO.
      *----------------------------------------------------------------
           IF WS-CB-PROC (WS-IND2) EQUAL WS-PROC
              AND WS-CB-CONV (WS-IND2) EQUAL WS-CONV
              MOVE WS-IND2            TO WS-IND-CMB
           END-IF
           .
      *----------------------------------------------------------------
      *   ATENDIMENTOS REALIZADOS DA JANELA: VOLUME E PERCENTUAL DE
      *   COMISSAO APLICADO, NA COMBINACAO DO CONVENIO DO ATENDIMENTO
      *   (OU PARTICULAR). CONVENIO SEM PRECO NEGOCIADO ABRE A
      *   COMBINACAO PELO VLR-PROC
      *----------------------------------------------------------------
       P040-APURA-ATENDIMENTOS.
      *----------------------------------------------------------------
           PERFORM P041-LE-ATENDIMENTO THRU P041-FIM
              UNTIL WS-FS-AGE-EOF
           .
      *----------------------------------------------------------------
       P041-LE-ATENDIMENTO.
      *----------------------------------------------------------------
           READ AGENDA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-AGE
                  GO TO P041-FIM
           END-READ

           IF NOT AGE-REALIZADO OR ID-PROC-AGE EQUAL ZEROS
              GO TO P041-FIM
           END-IF

           IF WS-PR-EXISTE (ID-PROC-AGE) NOT EQUAL 'S'
              GO TO P041-FIM
           END-IF

           CALL "PGMDIADIF" USING DATA-AGE, WS-DATA-HOJE,
                                  WS-DIAS-ATRAS

           IF WS-DIAS-ATRAS GREATER WS-JANELA-DIAS
              GO TO P041-FIM
           END-IF

           PERFORM P045-COMBINACAO-DO-ATENDIMENTO THRU P045-FIM

           IF WS-IND-CMB EQUAL ZEROS
              GO TO P041-FIM
           END-IF

           PERFORM P046-PERCENTUAL-COMISSAO THRU P046-FIM

           ADD 1                      TO WS-TOTAL-REALIZADOS
           ADD 1                      TO WS-CB-REALIZADOS (WS-IND-CMB)
           ADD WS-PERC-APLICADO       TO WS-CB-PERC-SOMA (WS-IND-CMB)
           ADD 1                      TO WS-PR-PERC-QTD (ID-PROC-AGE)
           ADD WS-PERC-APLICADO       TO WS-PR-PERC-SOMA (ID-PROC-AGE)
           .
       P041-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   COMBINACAO DO AGENDAMENTO CORRENTE (PROCEDIMENTO X CONVENIO)
      *----------------------------------------------------------------
       P045-COMBINACAO-DO-ATENDIMENTO.
      *----------------------------------------------------------------
           MOVE ID-PROC-AGE           TO WS-PROC
           MOVE ID-CONV-AGE           TO WS-CONV
           MOVE WS-PR-VLR (ID-PROC-AGE) TO WS-PRECO
           MOVE WS-QTD-COMBOS         TO WS-IND

           PERFORM P035-LOCALIZA-COMBINACAO THRU P035-FIM

           IF WS-IND-CMB GREATER WS-IND AND WS-CONV GREATER ZEROS
              MOVE 'S'                TO WS-CB-SEM-TABELA (WS-IND-CMB)
           END-IF
           .
       P045-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PERCENTUAL DO PAR PROFISSIONAL X PROCEDIMENTO E, NA FALTA
      *   DELE, O PADRAO DO PROFISSIONAL (PROCEDIMENTO ZEROS)
      *----------------------------------------------------------------
       P046-PERCENTUAL-COMISSAO.
      *----------------------------------------------------------------
           MOVE ZEROS                 TO WS-PERC-APLICADO

           IF NOT COMISSAO-ABERTO
              GO TO P046-FIM
           END-IF

           MOVE ID-PROF-AGE           TO ID-PROF-CM
           MOVE ID-PROC-AGE           TO ID-PROC-CM

           READ COMISSAO
               INVALID KEY
                  MOVE ZEROS          TO ID-PROC-CM
                  READ COMISSAO
                      INVALID KEY
                         CONTINUE
                      NOT INVALID KEY
                         MOVE PERC-COMIS TO WS-PERC-APLICADO
                  END-READ
               NOT INVALID KEY
                  MOVE PERC-COMIS     TO WS-PERC-APLICADO
           END-READ
           .
       P046-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   FATURAS DE ATENDIMENTO DE CONVENIO DA JANELA (SEM AS
      *   ESTORNADAS): O FATURADO DE CADA COMBINACAO, BASE DA TAXA DE
      *   GLOSA
      *----------------------------------------------------------------
       P050-APURA-FATURAS.
      *----------------------------------------------------------------
           OPEN INPUT FATURA

           IF NOT WS-FS-FAT-OK
              DISPLAY "ARQFATURA INDISPONIVEL; GLOSA NAO APURADA."
           ELSE
              PERFORM P051-LE-FATURA THRU P051-FIM
                 UNTIL WS-FS-FAT-EOF
              CLOSE FATURA
           END-IF
           .
      *----------------------------------------------------------------
       P051-LE-FATURA.
      *----------------------------------------------------------------
           READ FATURA NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-FAT
                  GO TO P051-FIM
           END-READ

           IF NOT FAT-ATENDIMENTO OR FATURA-ESTORNADA
              OR ID-PROC-FAT EQUAL ZEROS
              GO TO P051-FIM
           END-IF

           IF WS-PR-EXISTE (ID-PROC-FAT) NOT EQUAL 'S'
              GO TO P051-FIM
           END-IF

           CALL "PGMDIADIF" USING DATA-FAT, WS-DATA-HOJE,
                                  WS-DIAS-ATRAS

           IF WS-DIAS-ATRAS GREATER WS-JANELA-DIAS
              GO TO P051-FIM
           END-IF

           MOVE ID-AGE-FAT            TO ID-AGE

           READ AGENDA
               INVALID KEY
                  GO TO P051-FIM
           END-READ

           IF AGE-PARTICULAR
              GO TO P051-FIM
           END-IF

           MOVE ID-PROC-FAT           TO ID-PROC-AGE

           PERFORM P045-COMBINACAO-DO-ATENDIMENTO THRU P045-FIM

           IF WS-IND-CMB EQUAL ZEROS
              GO TO P051-FIM
           END-IF

           ADD VLR-FAT                TO WS-CB-VLR-FAT (WS-IND-CMB)
           MOVE WS-IND-CMB            TO WS-FAT-CMB (ID-FATURA)
           .
       P051-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   GLOSAS DAS FATURAS DA JANELA, LIQUIDAS DO QUE FOI RECUPERADO
      *   EM RECURSO
      *----------------------------------------------------------------
       P055-APURA-GLOSAS.
      *----------------------------------------------------------------
           OPEN INPUT GLOSAS

           IF NOT WS-FS-GLO-OK
              GO TO P055-FIM
           END-IF

           PERFORM P056-LE-GLOSA UNTIL WS-FS-GLO-EOF

           CLOSE GLOSAS
           .
       P055-FIM.
           EXIT.
      *----------------------------------------------------------------
       P056-LE-GLOSA.
      *----------------------------------------------------------------
           READ GLOSAS
               AT END
                  MOVE 10             TO WS-FS-GLO
               NOT AT END
                  IF ID-FAT-GLOSA GREATER ZEROS
                     AND WS-FAT-CMB (ID-FAT-GLOSA) GREATER ZEROS
                     AND VLR-GLOSA GREATER VLR-RECUP-GLOSA
                     COMPUTE WS-VLR-GLOSA-LIQ = VLR-GLOSA
                                              - VLR-RECUP-GLOSA
                     ADD WS-VLR-GLOSA-LIQ
                        TO WS-CB-VLR-GLOSA (WS-FAT-CMB (ID-FAT-GLOSA))
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   ORDENA AS COMBINACOES POR PROCEDIMENTO E, DENTRO DELE,
      *   PARTICULAR PRIMEIRO E DEPOIS OS CONVENIOS
      *----------------------------------------------------------------
       P060-ORDENA-COMBINACOES.
      *----------------------------------------------------------------
           SET HOUVE-TROCA            TO TRUE

           PERFORM P061-PASSADA UNTIL NOT HOUVE-TROCA
           .
      *----------------------------------------------------------------
       P061-PASSADA.
      *----------------------------------------------------------------
           MOVE 'N'                   TO WS-TROCOU

           PERFORM P062-COMPARA-VIZINHOS
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND NOT LESS WS-QTD-COMBOS
           .
      *----------------------------------------------------------------
       P062-COMPARA-VIZINHOS.
      *----------------------------------------------------------------
           COMPUTE WS-IND2 = WS-IND + 1

           IF WS-CB-PROC (WS-IND) GREATER WS-CB-PROC (WS-IND2)
              OR (WS-CB-PROC (WS-IND) EQUAL WS-CB-PROC (WS-IND2)
                  AND WS-CB-CONV (WS-IND) GREATER WS-CB-CONV (WS-IND2))
              MOVE WS-CMB (WS-IND)    TO WS-CMB-TROCA
              MOVE WS-CMB (WS-IND2)   TO WS-CMB (WS-IND)
              MOVE WS-CMB-TROCA       TO WS-CMB (WS-IND2)
              SET HOUVE-TROCA         TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
      *   UMA LINHA POR COMBINACAO. COMISSAO PELO PERCENTUAL MEDIO DA
      *   PROPRIA COMBINACAO OU, SEM ATENDIMENTO NELA, PELO MEDIO DO
      *   PROCEDIMENTO; GLOSA PELA TAXA DA COMBINACAO NA JANELA
      *----------------------------------------------------------------
       P070-IMPRIME-COMBINACAO.
      *----------------------------------------------------------------
           MOVE WS-CB-PROC (WS-IND)   TO WS-PROC
           MOVE WS-CB-PRECO (WS-IND)  TO WS-PRECO

           EVALUATE TRUE
               WHEN WS-CB-REALIZADOS (WS-IND) GREATER ZEROS
                  COMPUTE WS-PERC-MEDIO ROUNDED =
                          WS-CB-PERC-SOMA (WS-IND)
                        / WS-CB-REALIZADOS (WS-IND)
               WHEN WS-PR-PERC-QTD (WS-PROC) GREATER ZEROS
                  COMPUTE WS-PERC-MEDIO ROUNDED =
                          WS-PR-PERC-SOMA (WS-PROC)
                        / WS-PR-PERC-QTD (WS-PROC)
               WHEN OTHER
                  MOVE ZEROS          TO WS-PERC-MEDIO
           END-EVALUATE

           COMPUTE WS-VLR-COMISSAO ROUNDED =
                   WS-PRECO * WS-PERC-MEDIO / 100

           IF WS-CB-VLR-FAT (WS-IND) GREATER ZEROS
              COMPUTE WS-TAXA-GLOSA ROUNDED =
                      WS-CB-VLR-GLOSA (WS-IND) * 100
                    / WS-CB-VLR-FAT (WS-IND)
              IF WS-TAXA-GLOSA GREATER 100
                 MOVE 100             TO WS-TAXA-GLOSA
              END-IF
           ELSE
              MOVE ZEROS              TO WS-TAXA-GLOSA
           END-IF

           COMPUTE WS-VLR-GLOSA ROUNDED =
                   WS-PRECO * WS-TAXA-GLOSA / 100

           COMPUTE WS-MARGEM = WS-PRECO
                             - WS-PR-CUSTO-MAT (WS-PROC)
                             - WS-VLR-COMISSAO
                             - WS-VLR-GLOSA

           IF WS-PRECO GREATER ZEROS
              COMPUTE WS-PCT-MARGEM ROUNDED =
                      WS-MARGEM * 100 / WS-PRECO
           ELSE
              MOVE ZEROS              TO WS-PCT-MARGEM
           END-IF

           COMPUTE WS-VOLUME-MES ROUNDED =
                   WS-CB-REALIZADOS (WS-IND) / WS-MESES
           COMPUTE WS-MARGEM-MES ROUNDED =
                   WS-MARGEM * WS-CB-REALIZADOS (WS-IND) / WS-MESES
           ADD WS-MARGEM-MES          TO WS-TOTAL-MARGEM-MES

           MOVE WS-PROC               TO ID-PROC
           READ PROCEDS
               INVALID KEY
                  MOVE "*PROCEDIMENTO NAO ENCONTRADO*" TO NM-PROC
           END-READ

           IF WS-CB-CONV (WS-IND) EQUAL ZEROS
              MOVE "PARTICULAR"       TO WS-DET-FONTE
           ELSE
              MOVE WS-CB-CONV (WS-IND) TO WS-FC-ID
                                          ID-CONV
              READ CONVENIOS
                  INVALID KEY
                     MOVE "*NAO CADAST*" TO NM-CONV
              END-READ
              MOVE NM-CONV            TO WS-FC-NOME
              IF WS-CB-SEM-TABELA (WS-IND) EQUAL 'S'
                 MOVE "#"             TO WS-FC-SEM-TABELA
              ELSE
                 MOVE SPACES          TO WS-FC-SEM-TABELA
              END-IF
              MOVE WS-FONTE-CONV      TO WS-DET-FONTE
           END-IF

           MOVE WS-PROC               TO WS-DET-PROC
           MOVE NM-PROC               TO WS-DET-NM-PROC
           MOVE WS-PRECO              TO WS-DET-PRECO
           MOVE WS-PR-CUSTO-MAT (WS-PROC) TO WS-DET-MATERIAL
           MOVE WS-VLR-COMISSAO       TO WS-DET-COMISSAO
           MOVE WS-TAXA-GLOSA         TO WS-DET-GLOSA
           MOVE WS-MARGEM             TO WS-DET-MARGEM
           MOVE WS-PCT-MARGEM         TO WS-DET-PCT
           MOVE WS-VOLUME-MES         TO WS-DET-VOLUME
           MOVE WS-MARGEM-MES         TO WS-DET-MARGEM-MES

           IF WS-MARGEM LESS ZEROS
              MOVE "*"                TO WS-DET-MARCA
              ADD 1                   TO WS-TOTAL-NEGATIVAS
           ELSE
              MOVE SPACES             TO WS-DET-MARCA
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           ADD 1                      TO WS-TOTAL-LINHAS
           .
      *----------------------------------------------------------------
       P080-RODAPES.
      *----------------------------------------------------------------
           MOVE ALL "-"               TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-LINHAS       TO WS-ROD-LINHAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-NEGATIVAS    TO WS-ROD-NEGATIVAS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-REALIZADOS   TO WS-ROD-REALIZADOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-MARGEM-MES   TO WS-ROD-MARGEM-MES
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-04          TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-05          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P090-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE PROCEDS
           CLOSE ESTOQUE
           CLOSE CONVENIOS
           CLOSE AGENDA
           IF COMISSAO-ABERTO
              CLOSE COMISSAO
           END-IF
           CLOSE RELMRGPRD
           .
       END PROGRAM PGMMRGPRD.
