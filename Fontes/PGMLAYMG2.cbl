      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: MIGRACAO UNICA DOS ARQUIVOS QUE GANHARAM CAMPOS NO
      *          FIM DO REGISTRO NA VERSAO DE OUTUBRO, SEM MUDANCA DE
      *          CHAVE (MESMO MOLDE DO PGMLAYMIG): LE CADA ARQUIVO NA
      *          IMAGEM EXATA QUE ESTA EM DISCO E GRAVA A COPIA NOVA
      *          COM OS CAMPOS ACRESCENTADOS JA INICIALIZADOS NOS SEUS
      *          VALORES PADRAO. COBRE FATURAS, PARCELAS DE FATURA,
      *          CAIXAS, BOLETINS DE TESOURARIA, AGENDAMENTOS,
      *          TITULOS DE CONTAS A PAGAR, SALAS, EQUIPAMENTOS,
      *          PEDIDOS DE COMPRA E SEUS ITENS, O KARDEX DE ESTOQUE,
      *          AS SOLICITACOES DE APROVACAO, O CATALOGO DE
      *          PROCEDIMENTOS,
      *          CONVENIOS, PROFISSIONAIS, REGISTROS PROFISSIONAIS E
      *          LOTES DE REMESSA DE CONVENIO, CLIENTES, TRIAGENS, O
      *          CATALOGO DE MEDICAMENTOS, ALERTAS CLINICOS, LINHAS
      *          DE RECEITA, RECEITAS E A TABELA DE DIAGNOSTICOS, E
      *          GERA O ARQUIVO INICIAL DE COBERTURAS DOS PACIENTES
      *          (ARQCOBERT) A PARTIR DO CONVENIO-CLI DO CADASTRO.
      *          O CADASTRO DE CLIENTES E LIDO NA IMAGEM ANTIGA E SO E
      *          MIGRADO DEPOIS DE USADO PELA AGENDA E PELAS COBERTURAS.
      *          RODAR UMA UNICA VEZ, DEPOIS DO BACKUP (PGMBKPALL) E
      *          ANTES DE USAR OS PROGRAMAS JA COMPILADOS COM OS
      *          LAYOUTS NOVOS. DEPOIS DA CONFERENCIA DOS TOTAIS, O
      *          OPERADOR SUBSTITUI CADA ARQUIVO ANTIGO PELA COPIA
      *          NOVA (*TMP.DAT).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMLAYMG2.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATENT ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FAT-ID-ENT
           ALTERNATE RECORD KEY IS FAT-CLI-ENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS FAT-DATA-ENT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT FATSAI ASSIGN TO
           WS-PATH-ARQFATTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FAT-ID-SAI
           ALTERNATE RECORD KEY IS FAT-CLI-SAI WITH DUPLICATES
           ALTERNATE RECORD KEY IS FAT-DATA-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT FPRENT ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FPR-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT FPRSAI ASSIGN TO
           WS-PATH-ARQFPRTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS FPR-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT CXAENT ASSIGN TO
           WS-PATH-ARQCAIXA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CXA-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT CXASAI ASSIGN TO
           WS-PATH-ARQCXATMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CXA-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT TESENT ASSIGN TO
           WS-PATH-ARQTESOUR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TES-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT TESSAI ASSIGN TO
           WS-PATH-ARQTESTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TES-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT AGEENT ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS AGE-ID-ENT
           ALTERNATE RECORD KEY IS AGE-DATA-ENT WITH DUPLICATES
           ALTERNATE RECORD KEY IS AGE-CLI-ENT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT AGESAI ASSIGN TO
           WS-PATH-ARQAGETMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS AGE-ID-SAI
           ALTERNATE RECORD KEY IS AGE-DATA-SAI WITH DUPLICATES
           ALTERNATE RECORD KEY IS AGE-CLI-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT PGRENT ASSIGN TO
           WS-PATH-ARQPAGAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PGR-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT PGRSAI ASSIGN TO
           WS-PATH-ARQPGRTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PGR-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT SALENT ASSIGN TO
           WS-PATH-ARQSALA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SAL-ID-ENT
           ALTERNATE RECORD KEY IS SAL-NOME-ENT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT SALSAI ASSIGN TO
           WS-PATH-ARQSALTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS SAL-ID-SAI
           ALTERNATE RECORD KEY IS SAL-NOME-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT EQPENT ASSIGN TO
           WS-PATH-ARQEQUIP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EQP-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT EQPSAI ASSIGN TO
           WS-PATH-ARQEQPTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS EQP-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT PEDENT ASSIGN TO
           WS-PATH-ARQPEDCMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PED-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT PEDSAI ASSIGN TO
           WS-PATH-ARQPEDTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PED-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT PITENT ASSIGN TO
           WS-PATH-ARQPEDIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PIT-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT PITSAI ASSIGN TO
           WS-PATH-ARQPITTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PIT-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT EMVENT ASSIGN TO
           WS-PATH-ARQESTMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT EMVSAI ASSIGN TO
           WS-PATH-ARQEMVTMP
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-SAI.

           SELECT APRENT ASSIGN TO
           WS-PATH-ARQAPROV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS APR-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT APRSAI ASSIGN TO
           WS-PATH-ARQAPRTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS APR-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT PRCENT ASSIGN TO
           WS-PATH-ARQPROC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRC-ID-ENT
           ALTERNATE RECORD KEY IS PRC-NM-ENT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT PRCSAI ASSIGN TO
           WS-PATH-ARQPRCTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRC-ID-SAI
           ALTERNATE RECORD KEY IS PRC-NM-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT CNVENT ASSIGN TO
           WS-PATH-ARQCONV
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CNV-ID-ENT
           ALTERNATE RECORD KEY IS CNV-NM-ENT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT CNVSAI ASSIGN TO
           WS-PATH-ARQCNVTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CNV-ID-SAI
           ALTERNATE RECORD KEY IS CNV-NM-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT LOTENT ASSIGN TO
           WS-PATH-ARQLOTE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS LOT-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT LOTSAI ASSIGN TO
           WS-PATH-ARQLOTTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS LOT-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT GLOSAS ASSIGN TO
           WS-PATH-ARQGLOSA
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT PRFENT ASSIGN TO
           WS-PATH-ARQPROF
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRF-ID-ENT
           ALTERNATE RECORD KEY IS PRF-NM-ENT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT PRFSAI ASSIGN TO
           WS-PATH-ARQPRFTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS PRF-ID-SAI
           ALTERNATE RECORD KEY IS PRF-NM-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT CRDENT ASSIGN TO
           WS-PATH-ARQCREDPR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CRD-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT CRDSAI ASSIGN TO
           WS-PATH-ARQCRDTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CRD-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT CLISAI ASSIGN TO
           WS-PATH-ARQCLITMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CLI-ID-SAI
           ALTERNATE RECORD KEY IS CLI-NM-SAI WITH DUPLICATES
           FILE STATUS  IS WS-FS-SAI.

           SELECT TRIENT ASSIGN TO
           WS-PATH-ARQTRIAGEM
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRI-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT TRISAI ASSIGN TO
           WS-PATH-ARQTRITMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS TRI-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT MEDENT ASSIGN TO
           WS-PATH-ARQMEDIC
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS MED-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT MEDSAI ASSIGN TO
           WS-PATH-ARQMEDTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS MED-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT ALEENT ASSIGN TO
           WS-PATH-ARQALERTA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ALE-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT ALESAI ASSIGN TO
           WS-PATH-ARQALETMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ALE-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT RITENT ASSIGN TO
           WS-PATH-ARQRECIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS RIT-CHAVE-ENT
           FILE STATUS  IS WS-FS.

           SELECT RITSAI ASSIGN TO
           WS-PATH-ARQRITTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS RIT-CHAVE-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT RECENT ASSIGN TO
           WS-PATH-ARQRECEIT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS REC-ID-ENT
           FILE STATUS  IS WS-FS.

           SELECT RECSAI ASSIGN TO
           WS-PATH-ARQRECTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS REC-ID-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT CIDENT ASSIGN TO
           WS-PATH-ARQCID
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CID-COD-ENT
           FILE STATUS  IS WS-FS.

           SELECT CIDSAI ASSIGN TO
           WS-PATH-ARQCIDTMP
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CID-COD-SAI
           FILE STATUS  IS WS-FS-SAI.

           SELECT COBERT ASSIGN TO
           WS-PATH-ARQCOBERT
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS CHAVE-COB
           FILE STATUS  IS WS-FS-SAI.

       DATA DIVISION.
       FILE SECTION.
       FD FATENT.
       01 REG-FAT-ENT.
          03 FAT-ID-ENT       PIC 9(04).
          03 FAT-AGE-ENT      PIC X(08).
          03 FAT-CLI-ENT      PIC 9(04).
          03 FAT-PROC-ENT     PIC X(04).
          03 FAT-DATA-ENT     PIC 9(08).
          03 FAT-RESTO-ENT    PIC X(96).

       FD FATSAI.
       01 REG-FAT-SAI.
          03 FAT-ID-SAI       PIC 9(04).
          03 FAT-AGE-SAI      PIC X(08).
          03 FAT-CLI-SAI      PIC 9(04).
          03 FAT-PROC-SAI     PIC X(04).
          03 FAT-DATA-SAI     PIC 9(08).
          03 FAT-RESTO-SAI    PIC X(96).
          03 FAT-ORIG-SAI     PIC 9(04).
          03 FAT-PAR-ORIG-SAI PIC 9(02).
          03 FAT-MORA-SAI     PIC 9(08).
          03 FAT-ACORDO-SAI   PIC 9(04).

       FD FPRENT.
       01 REG-FPR-ENT.
          03 FPR-CHAVE-ENT    PIC X(06).
          03 FPR-RESTO-ENT    PIC X(45).

       FD FPRSAI.
       01 REG-FPR-SAI.
          03 FPR-CHAVE-SAI    PIC X(06).
          03 FPR-RESTO-SAI    PIC X(45).
          03 FPR-MORA-SAI     PIC 9(08).

       FD CXAENT.
       01 REG-CXA-ENT.
          03 CXA-ID-ENT       PIC 9(04).
          03 CXA-RESTO-ENT    PIC X(119).

       FD CXASAI.
       01 REG-CXA-SAI.
          03 CXA-ID-SAI       PIC 9(04).
          03 CXA-RESTO-SAI    PIC X(119).
          03 CXA-CHEQUE-SAI   PIC 9(08)V99.

       FD TESENT.
       01 REG-TES-ENT.
          03 TES-CHAVE-ENT    PIC X(10).
          03 TES-RESTO-ENT    PIC X(96).

       FD TESSAI.
       01 REG-TES-SAI.
          03 TES-CHAVE-SAI    PIC X(10).
          03 TES-RESTO-SAI    PIC X(96).
          03 TES-CHEQUE-SAI   PIC 9(08)V99.
          03 TES-CHQ-DEP-SAI  PIC 9(08)V99.

       FD AGEENT.
       01 REG-AGE-ENT.
          03 AGE-ID-ENT       PIC 9(08).
          03 AGE-DATA-ENT     PIC 9(08).
          03 AGE-HORA-ENT     PIC X(04).
          03 AGE-CLI-ENT      PIC 9(04).
          03 AGE-RESTO-ENT    PIC X(116).

       FD AGESAI.
       01 REG-AGE-SAI.
          03 AGE-ID-SAI       PIC 9(08).
          03 AGE-DATA-SAI     PIC 9(08).
          03 AGE-HORA-SAI     PIC X(04).
          03 AGE-CLI-SAI      PIC 9(04).
          03 AGE-RESTO-SAI    PIC X(116).
          03 AGE-EMP-SAI      PIC 9(04).
          03 AGE-EXO-SAI      PIC X(01).
          03 AGE-CONV-SAI     PIC 9(04).
          03 AGE-COB-SAI      PIC 9(02).
          03 AGE-FIM-ATD-SAI  PIC 9(04).

       FD CLIENTES.
       01 REG-CLI.
          03 ID-CLI           PIC 9(04).
          03 NM-CLI           PIC X(20).
          03 FILLER           PIC X(111).
          03 CONVENIO-CLI     PIC 9(04).
             88 CLI-PARTICULAR VALUE ZEROS.
          03 FILLER           PIC X(17).
       01 REG-CLI-IMAGEM      PIC X(156).

       FD CLISAI.
       01 REG-CLI-SAI.
          03 CLI-ANTIGO-SAI.
             05 CLI-ID-SAI    PIC 9(04).
             05 CLI-NM-SAI    PIC X(20).
             05 FILLER        PIC X(132).
          03 CLI-GEST-SAI     PIC X(01).
          03 CLI-PARTO-SAI    PIC 9(08).
          03 CLI-DEFIC-SAI    PIC X(01).

       FD TRIENT.
       01 REG-TRI-ENT.
          03 TRI-CHAVE-ENT    PIC X(12).
          03 TRI-RESTO-ENT    PIC X(87).

       FD TRISAI.
       01 REG-TRI-SAI.
          03 TRI-CHAVE-SAI    PIC X(12).
          03 TRI-RESTO-SAI    PIC X(87).
          03 TRI-COR-SAI      PIC X(01).
          03 TRI-COR-SUG-SAI  PIC X(01).

       FD MEDENT.
       01 REG-MED-ENT.
          03 MED-ID-ENT       PIC 9(04).
          03 MED-RESTO-ENT    PIC X(51).

       FD MEDSAI.
       01 REG-MED-SAI.
          03 MED-ID-SAI       PIC 9(04).
          03 MED-RESTO-SAI    PIC X(51).
          03 MED-PRINC-SAI    PIC X(20).
          03 MED-CLASSE-SAI   PIC X(20).
          03 MED-LISTA-SAI    PIC X(02).

       FD ALEENT.
       01 REG-ALE-ENT.
          03 ALE-CHAVE-ENT    PIC X(06).
          03 ALE-RESTO-ENT    PIC X(61).

       FD ALESAI.
       01 REG-ALE-SAI.
          03 ALE-CHAVE-SAI    PIC X(06).
          03 ALE-RESTO-SAI    PIC X(61).
          03 ALE-SUBST-SAI    PIC X(20).

       FD RITENT.
       01 REG-RIT-ENT.
          03 RIT-CHAVE-ENT    PIC X(06).
          03 RIT-RESTO-ENT    PIC X(54).

       FD RITSAI.
       01 REG-RIT-SAI.
          03 RIT-CHAVE-SAI    PIC X(06).
          03 RIT-RESTO-SAI    PIC X(54).
          03 RIT-DIAS-SAI     PIC 9(03).
          03 RIT-VERIF-SAI    PIC X(01).
          03 RIT-CONFL-SAI    PIC X(01).
          03 RIT-GRAV-SAI     PIC X(01).
          03 RIT-LIBER-SAI    PIC X(01).

       FD RECENT.
       01 REG-REC-ENT.
          03 REC-ID-ENT       PIC 9(04).
          03 REC-RESTO-ENT    PIC X(18).

       FD RECSAI.
       01 REG-REC-SAI.
          03 REC-ID-SAI       PIC 9(04).
          03 REC-RESTO-SAI    PIC X(18).
          03 REC-NUM-CTRL-SAI PIC 9(08).
          03 REC-LISTA-SAI    PIC X(02).

       FD CIDENT.
       01 REG-CID-ENT.
          03 CID-COD-ENT      PIC X(05).
          03 CID-RESTO-ENT    PIC X(41).

       FD CIDSAI.
       01 REG-CID-SAI.
          03 CID-COD-SAI      PIC X(05).
          03 CID-RESTO-SAI    PIC X(41).
          03 CID-NOTIF-SAI    PIC X(01).

       FD PGRENT.
       01 REG-PGR-ENT.
          03 PGR-ID-ENT       PIC 9(04).
          03 PGR-RESTO-ENT    PIC X(75).
          03 REDEFINES PGR-RESTO-ENT.
             05 FILLER        PIC X(30).
             05 PGR-VLR-ENT   PIC 9(06)V99.
             05 FILLER        PIC X(37).

       FD PGRSAI.
       01 REG-PGR-SAI.
          03 PGR-ID-SAI       PIC 9(04).
          03 PGR-RESTO-SAI    PIC X(75).
          03 PGR-PROF-SAI     PIC 9(04).
          03 PGR-DFX-SAI      PIC 9(04).
          03 PGR-ESTIM-SAI    PIC X(01).
          03 PGR-SERV-SAI     PIC 9(04).
          03 PGR-ISS-SAI      PIC 9(06)V99.
          03 PGR-IRRF-SAI     PIC 9(06)V99.
          03 PGR-PIS-SAI      PIC 9(06)V99.
          03 PGR-COFINS-SAI   PIC 9(06)V99.
          03 PGR-CSLL-SAI     PIC 9(06)V99.
          03 PGR-LIQ-SAI      PIC 9(06)V99.
          03 PGR-RAT-SAI      PIC X(01).

       FD SALENT.
       01 REG-SAL-ENT.
          03 SAL-ID-ENT       PIC 9(02).
          03 SAL-NOME-ENT     PIC X(30).
          03 SAL-RESTO-ENT    PIC X(01).

       FD SALSAI.
       01 REG-SAL-SAI.
          03 SAL-ID-SAI       PIC 9(02).
          03 SAL-NOME-SAI     PIC X(30).
          03 SAL-RESTO-SAI    PIC X(01).
          03 SAL-FILIAL-SAI   PIC 9(02).

       FD EQPENT.
       01 REG-EQP-ENT.
          03 EQP-ID-ENT       PIC 9(04).
          03 EQP-RESTO-ENT    PIC X(62).

       FD EQPSAI.
       01 REG-EQP-SAI.
          03 EQP-ID-SAI       PIC 9(04).
          03 EQP-RESTO-SAI    PIC X(62).
          03 EQP-VIDA-SAI     PIC 9(03).
          03 EQP-RESID-SAI    PIC 9(08)V99.
          03 EQP-ACUM-SAI     PIC 9(08)V99.
          03 EQP-ULT-SAI      PIC 9(06).

       FD PEDENT.
       01 REG-PED-ENT.
          03 PED-ID-ENT       PIC 9(04).
          03 PED-RESTO-ENT    PIC X(13).
          03 REDEFINES PED-RESTO-ENT.
             05 FILLER        PIC X(10).
             05 PED-STATUS-ENT PIC X(01).
                88 PED-APROVADO-ENT VALUE '2' '3'.
             05 FILLER        PIC X(02).

       FD PEDSAI.
       01 REG-PED-SAI.
          03 PED-ID-SAI       PIC 9(04).
          03 PED-RESTO-SAI    PIC X(13).
          03 PED-VLR-SAI      PIC 9(08)V99.
          03 PED-SOLIC-SAI    PIC X(10).
          03 PED-DT-SOLIC-SAI PIC 9(08).
          03 PED-APROV-SAI    PIC X(10).
          03 PED-DT-APROV-SAI PIC 9(08).
          03 PED-DT-PREV-SAI  PIC 9(08).
          03 PED-DT-RECEB-SAI PIC 9(08).

       FD PITENT.
       01 REG-PIT-ENT.
          03 PIT-CHAVE-ENT    PIC X(06).
          03 PIT-RESTO-ENT    PIC X(16).

       FD PITSAI.
       01 REG-PIT-SAI.
          03 PIT-CHAVE-SAI    PIC X(06).
          03 PIT-RESTO-SAI    PIC X(16).
          03 PIT-PRECO-SAI    PIC 9(06)V99.

       FD EMVENT
           RECORD CONTAINS 59 CHARACTERS
           RECORDING MODE IS F.
       01 REG-EMV-ENT.
          03 EMV-TUDO-ENT     PIC X(59).

       FD EMVSAI
           RECORD CONTAINS 62 CHARACTERS
           RECORDING MODE IS F.
       01 REG-EMV-SAI.
          03 EMV-TUDO-SAI     PIC X(59).
          03 EMV-DEST-SAI     PIC X(03).

       FD APRENT.
       01 REG-APR-ENT.
          03 APR-ID-ENT       PIC 9(04).
          03 APR-RESTO-ENT    PIC X(75).

       FD APRSAI.
       01 REG-APR-SAI.
          03 APR-ID-SAI       PIC 9(04).
          03 APR-RESTO-SAI    PIC X(75).
          03 APR-SPOOL-SAI    PIC 9(04).
          03 APR-QTD-SAI      PIC 9(06).
          03 APR-VLR-SAI      PIC 9(10)V99.

       FD PRCENT.
       01 REG-PRC-ENT.
          03 PRC-ID-ENT       PIC 9(04).
          03 PRC-NM-ENT       PIC X(30).
          03 PRC-RESTO-ENT    PIC X(12).

       FD PRCSAI.
       01 REG-PRC-SAI.
          03 PRC-ID-SAI       PIC 9(04).
          03 PRC-NM-SAI       PIC X(30).
          03 PRC-RESTO-SAI    PIC X(12).
          03 PRC-GRUPO-SAI    PIC 9(01).
          03 PRC-CAPAC-SAI    PIC 9(02).

       FD COBERT.
           COPY CPYCOBERT.

       FD CNVENT.
       01 REG-CNV-ENT.
          03 CNV-ID-ENT       PIC 9(04).
          03 CNV-NM-ENT       PIC X(30).
          03 CNV-RESTO-ENT    PIC X(05).

       FD CNVSAI.
       01 REG-CNV-SAI.
          03 CNV-ID-SAI       PIC 9(04).
          03 CNV-NM-SAI       PIC X(30).
          03 CNV-RESTO-SAI    PIC X(05).
          03 CNV-FORMATO-SAI  PIC X(01).
          03 CNV-ANS-SAI      PIC 9(06).
          03 CNV-PREST-SAI    PIC X(14).
          03 CNV-PRAZO-SAI    PIC 9(03).

       FD LOTENT.
       01 REG-LOT-ENT.
          03 LOT-ID-ENT       PIC 9(04).
          03 LOT-RESTO-ENT    PIC X(53).

       FD LOTSAI.
       01 REG-LOT-SAI.
          03 LOT-ID-SAI       PIC 9(04).
          03 LOT-RESTO-SAI    PIC X(53).
          03 LOT-PRAZO-SAI    PIC 9(03).
          03 LOT-DATA-PROT-SAI PIC 9(08).
          03 LOT-NUM-PROT-SAI PIC X(15).
          03 LOT-DATA-RET-SAI PIC 9(08).
          03 LOT-TIPO-SAI     PIC X(01).
             88 LOT-RECURSO-SAI VALUE 'R'.

       FD GLOSAS.
           COPY CPYGLOSA.

       FD PRFENT.
       01 REG-PRF-ENT.
          03 PRF-ID-ENT       PIC 9(04).
          03 PRF-NM-ENT       PIC X(20).
          03 PRF-RESTO-ENT    PIC X(36).

       FD PRFSAI.
       01 REG-PRF-SAI.
          03 PRF-ID-SAI       PIC 9(04).
          03 PRF-NM-SAI       PIC X(20).
          03 PRF-RESTO-SAI    PIC X(36).
          03 PRF-CBO-SAI      PIC X(06).

       FD CRDENT.
       01 REG-CRD-ENT.
          03 CRD-CHAVE-ENT    PIC X(06).
          03 CRD-RESTO-ENT    PIC X(29).

       FD CRDSAI.
       01 REG-CRD-SAI.
          03 CRD-CHAVE-SAI    PIC X(06).
          03 CRD-RESTO-SAI    PIC X(29).
          03 CRD-UF-SAI       PIC X(02).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-SAI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-SAI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-SAI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-SAI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-SAI-EOF
                          WS-FS-OK BY WS-FS-SAI-OK
                          WS-FS BY WS-FS-SAI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.

       77 WS-EOF              PIC 9     VALUE ZEROS.
          88 WS-EOF-OK        VALUE 1 FALSE 0.
       77 WS-NOME-ARQ         PIC X(12) VALUE SPACES.
       77 WS-QTD-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-DATA-HOJE        PIC 9(08) VALUE ZEROS.
       77 WS-QTD-RECURSOS     PIC 9(06) VALUE ZEROS.
       77 WS-CLI-DISP         PIC X(01) VALUE 'N'.
          88 CLIENTES-DISPONIVEIS VALUE 'S'.

           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           DISPLAY "MIGRACAO DOS LAYOUTS COM CAMPOS ACRESCENTADOS"
           DISPLAY " "

           PERFORM P100-MIGRA-FATURAS     THRU P100-FIM
           PERFORM P150-MIGRA-PARCELAS    THRU P150-FIM
           PERFORM P200-MIGRA-CAIXAS      THRU P200-FIM
           PERFORM P250-MIGRA-TESOURARIA  THRU P250-FIM
           PERFORM P300-MIGRA-AGENDA      THRU P300-FIM
           PERFORM P350-MIGRA-PAGAR       THRU P350-FIM
           PERFORM P400-MIGRA-SALAS       THRU P400-FIM
           PERFORM P450-MIGRA-EQUIPAMENTOS THRU P450-FIM
           PERFORM P500-MIGRA-PEDIDOS     THRU P500-FIM
           PERFORM P510-MIGRA-ITENS-PEDIDO THRU P510-FIM
           PERFORM P520-MIGRA-ESTMOV      THRU P520-FIM
           PERFORM P530-MIGRA-APROVACOES  THRU P530-FIM
           PERFORM P550-MIGRA-PROCEDIMENTOS THRU P550-FIM
           PERFORM P600-GERA-COBERTURAS   THRU P600-FIM
           PERFORM P650-MIGRA-CONVENIOS   THRU P650-FIM
           PERFORM P700-MIGRA-PROFISSIONAIS THRU P700-FIM
           PERFORM P750-MIGRA-CREDENCIAIS THRU P750-FIM
           PERFORM P800-MIGRA-LOTES       THRU P800-FIM
           PERFORM P850-MIGRA-CLIENTES    THRU P850-FIM
           PERFORM P870-MIGRA-TRIAGENS    THRU P870-FIM
           PERFORM P875-MIGRA-MEDICAMENTOS THRU P875-FIM
           PERFORM P880-MIGRA-ALERTAS     THRU P880-FIM
           PERFORM P885-MIGRA-ITENS-RECEITA THRU P885-FIM
           PERFORM P890-MIGRA-RECEITAS    THRU P890-FIM
           PERFORM P895-MIGRA-CIDS        THRU P895-FIM

           DISPLAY " "
           DISPLAY "CONFIRA OS TOTAIS E SUBSTITUA CADA ARQUIVO "
                   "ANTIGO PELA COPIA NOVA (*TMP.DAT)."

           GOBACK
           .
      *----------------------------------------------------------------
      *   FATURAS: SEM FATURA DE ORIGEM, SEM MORA COBRADA E FORA DE
      *   ACORDO
      *----------------------------------------------------------------
       P100-MIGRA-FATURAS.

           MOVE "ARQFATURA"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT FATENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P100-FIM
           END-IF

           OPEN OUTPUT FATSAI

           PERFORM P101-COPIA THRU P101-FIM UNTIL WS-EOF-OK

           CLOSE FATENT
           CLOSE FATSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P100-FIM.
       P101-COPIA.

           READ FATENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE FAT-ID-ENT     TO FAT-ID-SAI
                  MOVE FAT-AGE-ENT    TO FAT-AGE-SAI
                  MOVE FAT-CLI-ENT    TO FAT-CLI-SAI
                  MOVE FAT-PROC-ENT   TO FAT-PROC-SAI
                  MOVE FAT-DATA-ENT   TO FAT-DATA-SAI
                  MOVE FAT-RESTO-ENT  TO FAT-RESTO-SAI
                  MOVE ZEROS          TO FAT-ORIG-SAI
                                          FAT-PAR-ORIG-SAI
                                          FAT-MORA-SAI
                                          FAT-ACORDO-SAI
                  WRITE REG-FAT-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P101-FIM.
      *----------------------------------------------------------------
      *   PARCELAS: SEM MORA COBRADA
      *----------------------------------------------------------------
       P150-MIGRA-PARCELAS.

           MOVE "ARQFATPAR"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT FPRENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P150-FIM
           END-IF

           OPEN OUTPUT FPRSAI

           PERFORM P151-COPIA THRU P151-FIM UNTIL WS-EOF-OK

           CLOSE FPRENT
           CLOSE FPRSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P150-FIM.
       P151-COPIA.

           READ FPRENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE FPR-CHAVE-ENT  TO FPR-CHAVE-SAI
                  MOVE FPR-RESTO-ENT  TO FPR-RESTO-SAI
                  MOVE ZEROS          TO FPR-MORA-SAI
                  WRITE REG-FPR-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P151-FIM.
      *----------------------------------------------------------------
      *   CAIXAS: NADA RECEBIDO EM CHEQUE
      *----------------------------------------------------------------
       P200-MIGRA-CAIXAS.

           MOVE "ARQCAIXA"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT CXAENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P200-FIM
           END-IF

           OPEN OUTPUT CXASAI

           PERFORM P201-COPIA THRU P201-FIM UNTIL WS-EOF-OK

           CLOSE CXAENT
           CLOSE CXASAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P200-FIM.
       P201-COPIA.

           READ CXAENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE CXA-ID-ENT     TO CXA-ID-SAI
                  MOVE CXA-RESTO-ENT  TO CXA-RESTO-SAI
                  MOVE ZEROS          TO CXA-CHEQUE-SAI
                  WRITE REG-CXA-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P201-FIM.
      *----------------------------------------------------------------
      *   BOLETINS DE TESOURARIA: SEM CHEQUES RECEBIDOS OU DEPOSITADOS
      *----------------------------------------------------------------
       P250-MIGRA-TESOURARIA.

           MOVE "ARQTESOUR"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT TESENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P250-FIM
           END-IF

           OPEN OUTPUT TESSAI

           PERFORM P251-COPIA THRU P251-FIM UNTIL WS-EOF-OK

           CLOSE TESENT
           CLOSE TESSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P250-FIM.
       P251-COPIA.

           READ TESENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE TES-CHAVE-ENT  TO TES-CHAVE-SAI
                  MOVE TES-RESTO-ENT  TO TES-RESTO-SAI
                  MOVE ZEROS          TO TES-CHEQUE-SAI
                                          TES-CHQ-DEP-SAI
                  WRITE REG-TES-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P251-FIM.
      *----------------------------------------------------------------
      *   AGENDAMENTOS: PAGOS PELO PROPRIO PACIENTE, SEM EMPRESA
      *   CONVENIADA NEM TIPO DE EXAME OCUPACIONAL E SEM HORA DE FIM
      *   DO ATENDIMENTO (NAO REGISTRADA ANTES). A COBERTURA DO
      *   ATENDIMENTO E O CONVENIO-CLI ATUAL DO PACIENTE, QUE VIRA A
      *   COBERTURA 01 NO ARQCOBERT (VEJA P600)
      *----------------------------------------------------------------
       P300-MIGRA-AGENDA.

           MOVE "ARQAGE"              TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT AGEENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P300-FIM
           END-IF

           OPEN OUTPUT AGESAI

           MOVE 'N'                   TO WS-CLI-DISP
           OPEN INPUT CLIENTES
           IF WS-FS-CLI-OK
              SET CLIENTES-DISPONIVEIS TO TRUE
           END-IF

           PERFORM P301-COPIA THRU P301-FIM UNTIL WS-EOF-OK

           CLOSE AGEENT
           CLOSE AGESAI

           IF CLIENTES-DISPONIVEIS
              CLOSE CLIENTES
           END-IF

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P300-FIM.
       P301-COPIA.

           READ AGEENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE AGE-ID-ENT     TO AGE-ID-SAI
                  MOVE AGE-DATA-ENT   TO AGE-DATA-SAI
                  MOVE AGE-HORA-ENT   TO AGE-HORA-SAI
                  MOVE AGE-CLI-ENT    TO AGE-CLI-SAI
                  MOVE AGE-RESTO-ENT  TO AGE-RESTO-SAI
                  MOVE ZEROS          TO AGE-EMP-SAI
                  MOVE SPACE          TO AGE-EXO-SAI
                  MOVE ZEROS          TO AGE-FIM-ATD-SAI
                  PERFORM P302-COBERTURA THRU P302-FIM
                  WRITE REG-AGE-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P301-FIM.
       P302-COBERTURA.

           MOVE ZEROS                 TO AGE-CONV-SAI
                                         AGE-COB-SAI

           IF NOT CLIENTES-DISPONIVEIS
              GO TO P302-FIM
           END-IF

           MOVE AGE-CLI-ENT           TO ID-CLI

           READ CLIENTES KEY IS ID-CLI
               INVALID KEY
                  GO TO P302-FIM
           END-READ

           IF NOT CLI-PARTICULAR
              MOVE CONVENIO-CLI       TO AGE-CONV-SAI
              MOVE 1                  TO AGE-COB-SAI
           END-IF
           .
       P302-FIM.
      *----------------------------------------------------------------
      *   CONTAS A PAGAR: TODO TITULO JA GRAVADO E DE FORNECEDOR, SEM
      *   PROFISSIONAL FAVORECIDO, AVULSO (FORA DE DESPESA RECORRENTE)
      *   E COM VALOR JA CONFIRMADO, SEM RETENCAO DE TRIBUTOS (O
      *   LIQUIDO E O PROPRIO VALOR DO TITULO) E DA PROPRIA FILIAL,
      *   FORA DO RATEIO DE DESPESAS COMPARTILHADAS
      *----------------------------------------------------------------
       P350-MIGRA-PAGAR.

           MOVE "ARQPAGAR"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT PGRENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P350-FIM
           END-IF

           OPEN OUTPUT PGRSAI

           PERFORM P351-COPIA THRU P351-FIM UNTIL WS-EOF-OK

           CLOSE PGRENT
           CLOSE PGRSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P350-FIM.
       P351-COPIA.

           READ PGRENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE PGR-ID-ENT     TO PGR-ID-SAI
                  MOVE PGR-RESTO-ENT  TO PGR-RESTO-SAI
                  MOVE ZEROS          TO PGR-PROF-SAI
                  MOVE ZEROS          TO PGR-DFX-SAI
                  MOVE 'N'            TO PGR-ESTIM-SAI
                  MOVE ZEROS          TO PGR-SERV-SAI
                                         PGR-ISS-SAI
                                         PGR-IRRF-SAI
                                         PGR-PIS-SAI
                                         PGR-COFINS-SAI
                                         PGR-CSLL-SAI
                  MOVE PGR-VLR-ENT    TO PGR-LIQ-SAI
                  MOVE 'N'            TO PGR-RAT-SAI
                  WRITE REG-PGR-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P351-FIM.
      *----------------------------------------------------------------
      *   SALAS: FILIAL ZERO ATE O OPERADOR INFORMAR A FILIAL DE CADA
      *   SALA NO PGMSAL02
      *----------------------------------------------------------------
       P400-MIGRA-SALAS.

           MOVE "ARQSALA"             TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT SALENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P400-FIM
           END-IF

           OPEN OUTPUT SALSAI

           PERFORM P401-COPIA THRU P401-FIM UNTIL WS-EOF-OK

           CLOSE SALENT
           CLOSE SALSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P400-FIM.
       P401-COPIA.

           READ SALENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE SAL-ID-ENT     TO SAL-ID-SAI
                  MOVE SAL-NOME-ENT   TO SAL-NOME-SAI
                  MOVE SAL-RESTO-ENT  TO SAL-RESTO-SAI
                  MOVE ZEROS          TO SAL-FILIAL-SAI
                  WRITE REG-SAL-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P401-FIM.
      *----------------------------------------------------------------
      *   EQUIPAMENTOS: SEM VIDA UTIL (NAO DEPRECIAM ATE O OPERADOR
      *   INFORMAR NO PGMEQP01) E SEM DEPRECIACAO ACUMULADA
      *----------------------------------------------------------------
       P450-MIGRA-EQUIPAMENTOS.

           MOVE "ARQEQUIP"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT EQPENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P450-FIM
           END-IF

           OPEN OUTPUT EQPSAI

           PERFORM P451-COPIA THRU P451-FIM UNTIL WS-EOF-OK

           CLOSE EQPENT
           CLOSE EQPSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P450-FIM.
       P451-COPIA.

           READ EQPENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE EQP-ID-ENT     TO EQP-ID-SAI
                  MOVE EQP-RESTO-ENT  TO EQP-RESTO-SAI
                  MOVE ZEROS          TO EQP-VIDA-SAI
                                         EQP-RESID-SAI
                                         EQP-ACUM-SAI
                                         EQP-ULT-SAI
                  WRITE REG-EQP-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P451-FIM.
      *----------------------------------------------------------------
      *   PEDIDOS DE COMPRA: SEM VALOR GRAVADO. OS JA EMITIDOS OU
      *   RECEBIDOS FORAM LIBERADOS ANTES DA ALCADA E SAEM CARIMBADOS
      *   COMO APROVADOS PELA MIGRACAO, PARA O RECEBIMENTO (PGMCMP03)
      *   NAO OS RECUSAR
      *----------------------------------------------------------------
       P500-MIGRA-PEDIDOS.

           MOVE "ARQPEDCMP"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT PEDENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P500-FIM
           END-IF

           OPEN OUTPUT PEDSAI

           PERFORM P501-COPIA THRU P501-FIM UNTIL WS-EOF-OK

           CLOSE PEDENT
           CLOSE PEDSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P500-FIM.
       P501-COPIA.

           READ PEDENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE PED-ID-ENT     TO PED-ID-SAI
                  MOVE PED-RESTO-ENT  TO PED-RESTO-SAI
                  MOVE ZEROS          TO PED-VLR-SAI
                                         PED-DT-SOLIC-SAI
                                         PED-DT-PREV-SAI
                                         PED-DT-RECEB-SAI
                  MOVE SPACES         TO PED-SOLIC-SAI
                  IF PED-APROVADO-ENT
                     MOVE "MIGRACAO"  TO PED-APROV-SAI
                     MOVE WS-DATA-HOJE TO PED-DT-APROV-SAI
                  ELSE
                     MOVE SPACES      TO PED-APROV-SAI
                     MOVE ZEROS       TO PED-DT-APROV-SAI
                  END-IF
                  WRITE REG-PED-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P501-FIM.
      *----------------------------------------------------------------
      *   ITENS DE PEDIDO DE COMPRA: SEM PRECO REAL DE RECEBIMENTO
      *----------------------------------------------------------------
       P510-MIGRA-ITENS-PEDIDO.

           MOVE "ARQPEDIT"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT PITENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P510-FIM
           END-IF

           OPEN OUTPUT PITSAI

           PERFORM P511-COPIA THRU P511-FIM UNTIL WS-EOF-OK

           CLOSE PITENT
           CLOSE PITSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P510-FIM.
       P511-COPIA.

           READ PITENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE PIT-CHAVE-ENT  TO PIT-CHAVE-SAI
                  MOVE PIT-RESTO-ENT  TO PIT-RESTO-SAI
                  MOVE ZEROS          TO PIT-PRECO-SAI
                  WRITE REG-PIT-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P511-FIM.
      *----------------------------------------------------------------
      *   KARDEX DE ESTOQUE: MOVIMENTOS ANTIGOS SEM DESTINO DE
      *   REQUISICAO (MESMO MOLDE DO P300 DO PGMLAYMIG)
      *----------------------------------------------------------------
       P520-MIGRA-ESTMOV.

           MOVE "ARQESTMOV"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT EMVENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P520-FIM
           END-IF

           OPEN OUTPUT EMVSAI

           PERFORM P521-COPIA THRU P521-FIM UNTIL WS-EOF-OK

           CLOSE EMVENT
           CLOSE EMVSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P520-FIM.
       P521-COPIA.

           READ EMVENT
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE EMV-TUDO-ENT   TO EMV-TUDO-SAI
                  MOVE SPACES         TO EMV-DEST-SAI
                  WRITE REG-EMV-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P521-FIM.
      *----------------------------------------------------------------
      *   SOLICITACOES DE APROVACAO: SEM PREVIA NO SPOOL E SEM TOTAIS
      *   DE PREVIA
      *----------------------------------------------------------------
       P530-MIGRA-APROVACOES.

           MOVE "ARQAPROV"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT APRENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P530-FIM
           END-IF

           OPEN OUTPUT APRSAI

           PERFORM P531-COPIA THRU P531-FIM UNTIL WS-EOF-OK

           CLOSE APRENT
           CLOSE APRSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P530-FIM.
       P531-COPIA.

           READ APRENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE APR-ID-ENT     TO APR-ID-SAI
                  MOVE APR-RESTO-ENT  TO APR-RESTO-SAI
                  MOVE ZEROS          TO APR-SPOOL-SAI
                                         APR-QTD-SAI
                                         APR-VLR-SAI
                  WRITE REG-APR-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P531-FIM.
      *----------------------------------------------------------------
      *   CATALOGO DE PROCEDIMENTOS: SEM GRUPO DE CARENCIA (NAO
      *   CLASSIFICADO) E ATENDIMENTO INDIVIDUAL; O GRUPO E A
      *   CAPACIDADE DE SESSAO EM GRUPO SAO INFORMADOS DEPOIS NO
      *   PGMPRC02
      *----------------------------------------------------------------
       P550-MIGRA-PROCEDIMENTOS.

           MOVE "ARQPROC"             TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT PRCENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P550-FIM
           END-IF

           OPEN OUTPUT PRCSAI

           PERFORM P551-COPIA THRU P551-FIM UNTIL WS-EOF-OK

           CLOSE PRCENT
           CLOSE PRCSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P550-FIM.
       P551-COPIA.

           READ PRCENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE PRC-ID-ENT     TO PRC-ID-SAI
                  MOVE PRC-NM-ENT     TO PRC-NM-SAI
                  MOVE PRC-RESTO-ENT  TO PRC-RESTO-SAI
                  MOVE ZERO           TO PRC-GRUPO-SAI
                  MOVE ZEROS          TO PRC-CAPAC-SAI
                  WRITE REG-PRC-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P551-FIM.
      *----------------------------------------------------------------
      *   COBERTURAS: CADA PACIENTE DE CONVENIO GANHA A COBERTURA 01,
      *   PRINCIPAL E ATIVA, DO CONVENIO-CLI, SEM CARTEIRINHA, SEM
      *   VALIDADE E SEM CARENCIA (COMPLETADA DEPOIS NO PGMCOB01). O
      *   ARQCOBERT E NOVO: E GRAVADO DIRETO, E SE JA EXISTIR A ETAPA
      *   E PULADA PARA NAO APAGAR COBERTURAS JA CADASTRADAS
      *----------------------------------------------------------------
       P600-GERA-COBERTURAS.

           MOVE "ARQCOBERT"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           OPEN INPUT COBERT

           IF WS-FS-SAI-OK
              CLOSE COBERT
              DISPLAY "ARQCOBERT JA EXISTE, PULADO."
              GO TO P600-FIM
           END-IF

           OPEN INPUT CLIENTES

           IF NOT WS-FS-CLI-OK
              MOVE WS-FS-CLI          TO WS-FS
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P600-FIM
           END-IF

           OPEN OUTPUT COBERT

           MOVE ZEROS                 TO ID-CLI

           START CLIENTES KEY IS NOT LESS THAN ID-CLI
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P601-GERA THRU P601-FIM UNTIL WS-EOF-OK

           CLOSE CLIENTES
           CLOSE COBERT

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P600-FIM.
       P601-GERA.

           READ CLIENTES NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  IF NOT CLI-PARTICULAR
                     INITIALIZE REG-COBERT
                     MOVE ID-CLI      TO ID-CLI-COB
                     MOVE 1           TO SEQ-COB
                     MOVE CONVENIO-CLI TO ID-CONV-COB
                     SET ACOMOD-AMBULAT TO TRUE
                     SET COB-PRIMARIA TO TRUE
                     SET COB-ATIVA    TO TRUE
                     MOVE WS-DATA-HOJE TO DATA-CAD-COB
                     WRITE REG-COBERT
                     IF WS-FS-SAI-OK
                        ADD 1         TO WS-QTD-GRAVADOS
                     END-IF
                  END-IF
           END-READ
           .
       P601-FIM.
      *----------------------------------------------------------------
      *   CONVENIOS: REMESSA NO LAYOUT PROPRIO, SEM REGISTRO ANS NEM
      *   CODIGO DE PRESTADOR (INFORMADOS NO PGMCONV02 QUANDO O PLANO
      *   PASSAR PARA O XML TISS) E PRAZO DE PAGAMENTO DE 30 DIAS, O
      *   QUE A PROJECAO DE CAIXA ASSUMIA PARA TODOS
      *----------------------------------------------------------------
       P650-MIGRA-CONVENIOS.

           MOVE "ARQCONV"             TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT CNVENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P650-FIM
           END-IF

           OPEN OUTPUT CNVSAI

           PERFORM P651-COPIA THRU P651-FIM UNTIL WS-EOF-OK

           CLOSE CNVENT
           CLOSE CNVSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P650-FIM.
       P651-COPIA.

           READ CNVENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE CNV-ID-ENT     TO CNV-ID-SAI
                  MOVE CNV-NM-ENT     TO CNV-NM-SAI
                  MOVE CNV-RESTO-ENT  TO CNV-RESTO-SAI
                  MOVE 'P'            TO CNV-FORMATO-SAI
                  MOVE ZEROS          TO CNV-ANS-SAI
                  MOVE SPACES         TO CNV-PREST-SAI
                  MOVE 30             TO CNV-PRAZO-SAI
                  WRITE REG-CNV-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P651-FIM.
      *----------------------------------------------------------------
      *   PROFISSIONAIS: SEM CBO (INFORMADO NO PGMPROF02)
      *----------------------------------------------------------------
       P700-MIGRA-PROFISSIONAIS.

           MOVE "ARQPROF"             TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT PRFENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P700-FIM
           END-IF

           OPEN OUTPUT PRFSAI

           PERFORM P701-COPIA THRU P701-FIM UNTIL WS-EOF-OK

           CLOSE PRFENT
           CLOSE PRFSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P700-FIM.
       P701-COPIA.

           READ PRFENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE PRF-ID-ENT     TO PRF-ID-SAI
                  MOVE PRF-NM-ENT     TO PRF-NM-SAI
                  MOVE PRF-RESTO-ENT  TO PRF-RESTO-SAI
                  MOVE SPACES         TO PRF-CBO-SAI
                  WRITE REG-PRF-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P701-FIM.
      *----------------------------------------------------------------
      *   REGISTROS PROFISSIONAIS: SEM UF DO CONSELHO (INFORMADA NA
      *   RENOVACAO DA CREDENCIAL NO PGMCRD01)
      *----------------------------------------------------------------
       P750-MIGRA-CREDENCIAIS.

           MOVE "ARQCREDPR"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT CRDENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P750-FIM
           END-IF

           OPEN OUTPUT CRDSAI

           PERFORM P751-COPIA THRU P751-FIM UNTIL WS-EOF-OK

           CLOSE CRDENT
           CLOSE CRDSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P750-FIM.
       P751-COPIA.

           READ CRDENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE CRD-CHAVE-ENT  TO CRD-CHAVE-SAI
                  MOVE CRD-RESTO-ENT  TO CRD-RESTO-SAI
                  MOVE SPACES         TO CRD-UF-SAI
                  WRITE REG-CRD-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P751-FIM.
      *----------------------------------------------------------------
      *   LOTES DE REMESSA: PRAZO ZERADO (VALE O DO CONVENIO), SEM
      *   PROTOCOLO DE ENTREGA (O PRAZO CONTA DA GERACAO), SEM DATA DE
      *   RETORNO E TIPO NORMAL; OS LOTES DE RECURSO JA GERADOS SAO
      *   RECONHECIDOS PELAS GLOSAS QUE OS CITAM E PASSAM A TIPO R
      *----------------------------------------------------------------
       P800-MIGRA-LOTES.

           MOVE "ARQLOTE"             TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT LOTENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P800-FIM
           END-IF

           OPEN OUTPUT LOTSAI

           PERFORM P801-COPIA THRU P801-FIM UNTIL WS-EOF-OK

           CLOSE LOTENT
           CLOSE LOTSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           PERFORM P802-MARCA-RECURSOS THRU P802-FIM
           .
       P800-FIM.
       P801-COPIA.

           READ LOTENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE LOT-ID-ENT     TO LOT-ID-SAI
                  MOVE LOT-RESTO-ENT  TO LOT-RESTO-SAI
                  MOVE ZEROS          TO LOT-PRAZO-SAI
                                         LOT-DATA-PROT-SAI
                  MOVE SPACES         TO LOT-NUM-PROT-SAI
                  MOVE ZEROS          TO LOT-DATA-RET-SAI
                  MOVE 'N'            TO LOT-TIPO-SAI
                  WRITE REG-LOT-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P801-FIM.
       P802-MARCA-RECURSOS.

           MOVE ZEROS                 TO WS-QTD-RECURSOS
           SET WS-EOF-OK              TO FALSE

           OPEN INPUT GLOSAS

           IF NOT WS-FS-OK
              DISPLAY "ARQGLOSA INEXISTENTE, LOTES DE RECURSO NAO "
                      "MARCADOS."
              GO TO P802-FIM
           END-IF

           OPEN I-O LOTSAI

           PERFORM P803-LE-GLOSA THRU P803-FIM UNTIL WS-EOF-OK

           CLOSE GLOSAS
           CLOSE LOTSAI

           DISPLAY "LOTES DE RECURSO MARCADOS " WS-QTD-RECURSOS
           .
       P802-FIM.
       P803-LE-GLOSA.

           READ GLOSAS
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P803-FIM
           END-READ

           IF ID-LOTREC-GLOSA EQUAL ZEROS
              GO TO P803-FIM
           END-IF

           MOVE ID-LOTREC-GLOSA       TO LOT-ID-SAI

           READ LOTSAI
               INVALID KEY
                  GO TO P803-FIM
           END-READ

           IF NOT LOT-RECURSO-SAI
              MOVE 'R'                TO LOT-TIPO-SAI
              REWRITE REG-LOT-SAI
              IF WS-FS-SAI-OK
                 ADD 1                TO WS-QTD-RECURSOS
              END-IF
           END-IF
           .
       P803-FIM.
      *----------------------------------------------------------------
      *   CLIENTES: NAO GESTANTE, SEM DATA DE PARTO E SEM DEFICIENCIA
      *   INFORMADA (ATUALIZAVEIS NO PGMCLII3)
      *----------------------------------------------------------------
       P850-MIGRA-CLIENTES.

           MOVE "ARQCLII"             TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT CLIENTES

           IF NOT WS-FS-CLI-OK
              MOVE WS-FS-CLI          TO WS-FS
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P850-FIM
           END-IF

           OPEN OUTPUT CLISAI

           MOVE ZEROS                 TO ID-CLI

           START CLIENTES KEY IS NOT LESS THAN ID-CLI
               INVALID KEY
                  SET WS-EOF-OK       TO TRUE
           END-START

           PERFORM P851-COPIA THRU P851-FIM UNTIL WS-EOF-OK

           CLOSE CLIENTES
           CLOSE CLISAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P850-FIM.
       P851-COPIA.

           READ CLIENTES NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE REG-CLI-IMAGEM TO CLI-ANTIGO-SAI
                  MOVE 'N'            TO CLI-GEST-SAI
                                         CLI-DEFIC-SAI
                  MOVE ZEROS          TO CLI-PARTO-SAI
                  WRITE REG-CLI-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P851-FIM.
      *----------------------------------------------------------------
      *   TRIAGENS: AS JA REGISTRADAS FICAM SEM COR DE CLASSIFICACAO
      *   DE RISCO
      *----------------------------------------------------------------
       P870-MIGRA-TRIAGENS.

           MOVE "ARQTRIAGEM"          TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT TRIENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P870-FIM
           END-IF

           OPEN OUTPUT TRISAI

           PERFORM P871-COPIA THRU P871-FIM UNTIL WS-EOF-OK

           CLOSE TRIENT
           CLOSE TRISAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P870-FIM.
       P871-COPIA.

           READ TRIENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE TRI-CHAVE-ENT  TO TRI-CHAVE-SAI
                  MOVE TRI-RESTO-ENT  TO TRI-RESTO-SAI
                  MOVE SPACES         TO TRI-COR-SAI
                                         TRI-COR-SUG-SAI
                  WRITE REG-TRI-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P871-FIM.
      *----------------------------------------------------------------
      *   MEDICAMENTOS: SEM PRINCIPIO ATIVO NEM CLASSE, A COMPLETAR
      *   NO PGMMED01
      *----------------------------------------------------------------
       P875-MIGRA-MEDICAMENTOS.

           MOVE "ARQMEDIC"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT MEDENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P875-FIM
           END-IF

           OPEN OUTPUT MEDSAI

           PERFORM P876-COPIA THRU P876-FIM UNTIL WS-EOF-OK

           CLOSE MEDENT
           CLOSE MEDSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P875-FIM.
       P876-COPIA.

           READ MEDENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE MED-ID-ENT     TO MED-ID-SAI
                  MOVE MED-RESTO-ENT  TO MED-RESTO-SAI
                  MOVE SPACES         TO MED-PRINC-SAI
                                         MED-CLASSE-SAI
                                         MED-LISTA-SAI
                  WRITE REG-MED-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P876-FIM.
      *----------------------------------------------------------------
      *   ALERTAS CLINICOS: SEM SUBSTANCIA (SO EXIBIDOS, NAO ENTRAM NA
      *   CONFERENCIA DA RECEITA)
      *----------------------------------------------------------------
       P880-MIGRA-ALERTAS.

           MOVE "ARQALERTA"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT ALEENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P880-FIM
           END-IF

           OPEN OUTPUT ALESAI

           PERFORM P881-COPIA THRU P881-FIM UNTIL WS-EOF-OK

           CLOSE ALEENT
           CLOSE ALESAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P880-FIM.
       P881-COPIA.

           READ ALEENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE ALE-CHAVE-ENT  TO ALE-CHAVE-SAI
                  MOVE ALE-RESTO-ENT  TO ALE-RESTO-SAI
                  MOVE SPACES         TO ALE-SUBST-SAI
                  WRITE REG-ALE-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P881-FIM.
      *----------------------------------------------------------------
      *   LINHAS DE RECEITA: SEM DIAS DE TRATAMENTO (NAO CONTAM NA
      *   DUPLICIDADE), NAO CONFERIDAS E SEM CONFLITO NEM LIBERACAO
      *----------------------------------------------------------------
       P885-MIGRA-ITENS-RECEITA.

           MOVE "ARQRECIT"            TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT RITENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P885-FIM
           END-IF

           OPEN OUTPUT RITSAI

           PERFORM P886-COPIA THRU P886-FIM UNTIL WS-EOF-OK

           CLOSE RITENT
           CLOSE RITSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P885-FIM.
       P886-COPIA.

           READ RITENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE RIT-CHAVE-ENT  TO RIT-CHAVE-SAI
                  MOVE RIT-RESTO-ENT  TO RIT-RESTO-SAI
                  MOVE ZEROS          TO RIT-DIAS-SAI
                  MOVE 'N'            TO RIT-VERIF-SAI
                                         RIT-LIBER-SAI
                  MOVE SPACES         TO RIT-CONFL-SAI
                                         RIT-GRAV-SAI
                  WRITE REG-RIT-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P886-FIM.
      *----------------------------------------------------------------
      *   RECEITAS: TODAS AS JA EMITIDAS FICAM COMO RECEITA COMUM, SEM
      *   NUMERO DE CONTROLE NEM LISTA
      *----------------------------------------------------------------
       P890-MIGRA-RECEITAS.

           MOVE "ARQRECEIT"           TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT RECENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P890-FIM
           END-IF

           OPEN OUTPUT RECSAI

           PERFORM P891-COPIA THRU P891-FIM UNTIL WS-EOF-OK

           CLOSE RECENT
           CLOSE RECSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P890-FIM.
       P891-COPIA.

           READ RECENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE REC-ID-ENT     TO REC-ID-SAI
                  MOVE REC-RESTO-ENT  TO REC-RESTO-SAI
                  MOVE ZEROS          TO REC-NUM-CTRL-SAI
                  MOVE SPACES         TO REC-LISTA-SAI
                  WRITE REG-REC-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P891-FIM.
      *----------------------------------------------------------------
      *   TABELA DE DIAGNOSTICOS: NENHUM CODIGO NASCE MARCADO COMO DE
      *   NOTIFICACAO COMPULSORIA - A MARCA E DADA NO PGMCID01
      *----------------------------------------------------------------
       P895-MIGRA-CIDS.

           MOVE "ARQCID"              TO WS-NOME-ARQ
           PERFORM P900-ZERA-TOTAIS THRU P900-FIM

           OPEN INPUT CIDENT

           IF NOT WS-FS-OK
              PERFORM P910-AVISA-PULADO THRU P910-FIM
              GO TO P895-FIM
           END-IF

           OPEN OUTPUT CIDSAI

           PERFORM P896-COPIA THRU P896-FIM UNTIL WS-EOF-OK

           CLOSE CIDENT
           CLOSE CIDSAI

           PERFORM P920-MOSTRA-TOTAIS THRU P920-FIM
           .
       P895-FIM.
       P896-COPIA.

           READ CIDENT NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
               NOT AT END
                  ADD 1               TO WS-QTD-LIDOS
                  MOVE CID-COD-ENT    TO CID-COD-SAI
                  MOVE CID-RESTO-ENT  TO CID-RESTO-SAI
                  MOVE 'N'            TO CID-NOTIF-SAI
                  WRITE REG-CID-SAI
                  IF WS-FS-SAI-OK
                     ADD 1            TO WS-QTD-GRAVADOS
                  END-IF
           END-READ
           .
       P896-FIM.
      *----------------------------------------------------------------
       P900-ZERA-TOTAIS.

           SET WS-EOF-OK              TO FALSE
           MOVE ZEROS                 TO WS-QTD-LIDOS
                                          WS-QTD-GRAVADOS
           .
       P900-FIM.
       P910-AVISA-PULADO.

           DISPLAY WS-NOME-ARQ " INEXISTENTE OU JA CONVERTIDO ("
                   WS-FS "), PULADO."
           .
       P910-FIM.
       P920-MOSTRA-TOTAIS.

           DISPLAY WS-NOME-ARQ " LIDOS " WS-QTD-LIDOS
                   " GRAVADOS " WS-QTD-GRAVADOS
           .
       P920-FIM.
       END PROGRAM PGMLAYMG2.
