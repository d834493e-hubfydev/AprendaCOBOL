      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONCILIACAO NOTURNA DOS RECEBIMENTOS DAS FATURAS. O
      *          VALOR PAGO DE UMA FATURA CHEGA POR VARIOS CAMINHOS -
      *          MOVIMENTOS DO CAIXA (ARQCXMOV: PORCOES EM QUALQUER
      *          FORMA, CARTAO E CREDITO DO CLIENTE INCLUSIVE,
      *          DESCONTOS 'X' E ESTORNOS 'E'), BOLETOS LIQUIDADOS
      *          (ARQBOLETO) E PARCELAS (ARQFATPAR) - E SO O
      *          ACUMULADO VLR-PAGO-FAT FICA NA FATURA. PARA CADA
      *          FATURA PARTICULAR RECONSTROI O RECEBIDO A PARTIR DOS
      *          MOVIMENTOS E CONFERE:
      *          - RECEBIDO: CAIXA (RECEBIMENTOS MENOS ESTORNOS) +
      *            BOLETOS PAGOS = VLR-PAGO-FAT. A MORA QUE O BANCO
      *            COBROU NO BOLETO (FATURA 'J' COM ID-BOL-FAT) SAI DA
      *            FATURA DO BOLETO E ENTRA NA DE MORA;
      *          - DESCONTO: MOVIMENTOS 'X' = VLR-DESC-FAT;
      *          - SITUACAO: FATURA PAGA SEM PAGO MAIS DESCONTO
      *            ALCANCAREM O VALOR (OU COM PARCELA EM ABERTO) E
      *            FATURA ABERTA JA QUITADA (OU COM TODAS AS PARCELAS
      *            PAGAS);
      *          - PARCELAS: QUANTIDADE, SOMA DOS VALORES, DOS PAGOS E
      *            DOS DESCONTOS DAS PARCELAS CONTRA A FATURA, E A
      *            SITUACAO DE CADA PARCELA CONTRA O SEU PAGO.
      *          FATURA DE CONVENIO ENVIADA EM LOTE E PAGA PELO
      *          RETORNO DO LOTE (PGMLOTRET), SEM MOVIMENTO PROPRIO, E
      *          FICA FORA DA CONFERENCIA. CONFERE TAMBEM O SALDO DA
      *          CARTEIRA DE CREDITOS DE CADA CLIENTE (SALDO-CRED)
      *          CONTRA A SOMA DO SEU EXTRATO (ARQCREDMOV) E LISTA OS
      *          MOVIMENTOS DO CAIXA E BOLETOS LANCADOS EM FATURA
      *          INEXISTENTE. CADA DIVERGENCIA SAI EM RELFINCNC.LST COM
      *          OS MOVIMENTOS QUE A COMPOEM, PARA O FINANCEIRO
      *          CORRIGIR OS REGISTROS ANTES DO FECHAMENTO DO MES. RODA
      *          NA ROTINA NOTURNA (PGMNOITE).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMFINCNC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT FATPAR ASSIGN TO
           WS-PATH-ARQFATPAR
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS-PAR.

           SELECT CXMOV ASSIGN TO
           WS-PATH-ARQCXMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-MOV.

           SELECT BOLETOS ASSIGN TO
           WS-PATH-ARQBOLETO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-BOLETO
           FILE STATUS  IS WS-FS-BOL.

           SELECT CREDITO ASSIGN TO
           WS-PATH-ARQCRED
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS SEQUENTIAL
           RECORD KEY   IS ID-CLI-CRED
           FILE STATUS  IS WS-FS-CRD.

           SELECT CREDMOV ASSIGN TO
           WS-PATH-ARQCREDMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-CRM.

           SELECT RELFINCNC ASSIGN TO
           WS-PATH-RELFINCNC
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD FATURA.
           COPY CPYFATURA.

       FD FATPAR.
           COPY CPYFATPAR.

       FD CXMOV.
           COPY CPYCXMOV.

       FD BOLETOS.
           COPY CPYBOLETO.

       FD CREDITO.
           COPY CPYCRED.

       FD CREDMOV.
           COPY CPYCREDMOV.

       FD RELFINCNC
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-PAR-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-PAR-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-PAR-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-PAR-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-PAR-EOF
                          WS-FS-OK BY WS-FS-PAR-OK
                          WS-FS BY WS-FS-PAR.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-MOV-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-MOV-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-MOV-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-MOV-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-MOV-EOF
                          WS-FS-OK BY WS-FS-MOV-OK
                          WS-FS BY WS-FS-MOV.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BOL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BOL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-BOL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-BOL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-BOL-EOF
                          WS-FS-OK BY WS-FS-BOL-OK
                          WS-FS BY WS-FS-BOL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CRD-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CRD-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CRD-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CRD-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CRD-EOF
                          WS-FS-OK BY WS-FS-CRD-OK
                          WS-FS BY WS-FS-CRD.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CRM-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CRM-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CRM-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CRM-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CRM-EOF
                          WS-FS-OK BY WS-FS-CRM-OK
                          WS-FS BY WS-FS-CRM.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-EOF                  PIC 9      VALUE 0.
          88 WS-EOF-OK            VALUE 1 FALSE 0.
       77 WS-FIM-CHAVE            PIC 9      VALUE 0.
          88 WS-FIM-CHAVE-OK      VALUE 1 FALSE 0.
       77 WS-PAR-ABERTO           PIC X(01)  VALUE 'N'.
          88 FATPAR-ABERTO        VALUE 'S'.
       77 WS-CRD-ABERTO           PIC X(01)  VALUE 'N'.
          88 CREDITO-ABERTO       VALUE 'S'.
       77 WS-DATA-HOJE            PIC 9(08)  VALUE ZEROS.
       77 WS-IND                  PIC 9(04)  VALUE ZEROS.
       77 WS-IS                   PIC 9(04)  VALUE ZEROS.
       77 WS-IM                   PIC 9(02)  VALUE ZEROS.
       77 WS-QTD-DIV              PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-DIV-CRED         PIC 9(04)  VALUE ZEROS.
       77 WS-QTD-ORFAOS           PIC 9(04)  VALUE ZEROS.
       77 WS-TOTAL-NAO-LISTADOS   PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-CONVENIO       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-CLIENTES       PIC 9(06)  VALUE ZEROS.
       77 WS-RECONSTRUIDO         PIC S9(07)V99 VALUE ZEROS.
       77 WS-DIFERENCA            PIC S9(07)V99 VALUE ZEROS.
       77 WS-PAGO-MAIS-DESC       PIC 9(07)V99 VALUE ZEROS.
       77 WS-SALDO-CARTEIRA       PIC 9(08)V99 VALUE ZEROS.

      *   SOMAS DAS PARCELAS DA FATURA CORRENTE
       01 WS-PARCELAS.
          03 WS-PAR-QTD           PIC 9(02)  VALUE ZEROS.
          03 WS-PAR-ABERTAS       PIC 9(02)  VALUE ZEROS.
          03 WS-PAR-PAGAS         PIC 9(02)  VALUE ZEROS.
          03 WS-PAR-INCOERENTES   PIC 9(02)  VALUE ZEROS.
          03 WS-PAR-SOMA-VLR      PIC 9(07)V99 VALUE ZEROS.
          03 WS-PAR-SOMA-PAGO     PIC 9(07)V99 VALUE ZEROS.
          03 WS-PAR-SOMA-DESC     PIC 9(07)V99 VALUE ZEROS.

      *   REGRAS QUE FALHARAM NA FATURA CORRENTE
       01 WS-DIV-REGRAS.
          03 WS-FALHA-REC         PIC X(01)  VALUE SPACES.
             88 FALHA-RECEBIDO    VALUE 'S'.
          03 WS-FALHA-DSC         PIC X(01)  VALUE SPACES.
             88 FALHA-DESCONTO    VALUE 'S'.
          03 WS-FALHA-SIT         PIC X(01)  VALUE SPACES.
             88 FALHA-SITUACAO    VALUE 'S'.
          03 WS-FALHA-PAR         PIC X(01)  VALUE SPACES.
             88 FALHA-PARCELAS    VALUE 'S'.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "FINCNC".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

      *   POR FATURA (SUBSCRITO = ID-FATURA): O RECEBIDO RECONSTRUIDO
      *   POR ORIGEM, O DESCONTO DOS MOVIMENTOS, SE A FATURA EXISTE E
      *   A LINHA DELA NA TABELA DE DIVERGENCIAS
       01 WS-TAB-FATURAS.
          03 WS-TAB-FAT OCCURS 9999 TIMES.
             05 WS-FT-CAIXA       PIC S9(07)V99.
             05 WS-FT-CARTAO      PIC S9(07)V99.
             05 WS-FT-CREDITO     PIC S9(07)V99.
             05 WS-FT-DESC        PIC S9(07)V99.
             05 WS-FT-BOLETO      PIC S9(07)V99.
             05 WS-FT-QTD-MOV     PIC 9(04).
             05 WS-FT-EXISTE      PIC X(01).
                88 FT-EXISTE      VALUE 'S'.
             05 WS-FT-DIV         PIC 9(04).

      *   POR CLIENTE (SUBSCRITO = ID-CLI): SOMA DO EXTRATO DE
      *   CREDITOS, SE TEM CARTEIRA E A LINHA NA TABELA DE
      *   DIVERGENCIAS DE CREDITO
       01 WS-TAB-CLIENTES.
          03 WS-TAB-CLI OCCURS 9999 TIMES.
             05 WS-CL-EXTRATO     PIC S9(08)V99.
             05 WS-CL-QTD-MOV     PIC 9(04).
             05 WS-CL-CARTEIRA    PIC X(01).
                88 CL-TEM-CARTEIRA VALUE 'S'.
             05 WS-CL-DIV         PIC 9(04).

      *   FATURAS DIVERGENTES, COM ATE DEZ MOVIMENTOS (CAIXA E BOLETO)
       01 WS-TAB-DIVERGENCIAS.
          03 WS-TAB-DIV OCCURS 300 TIMES.
             05 WS-DIV-FAT        PIC 9(04).
             05 WS-DIV-CLI        PIC 9(04).
             05 WS-DIV-TIPO       PIC X(01).
             05 WS-DIV-STATUS     PIC X(01).
             05 WS-DIV-QTD-PARC   PIC 9(02).
             05 WS-DIV-VLR        PIC 9(06)V99.
             05 WS-DIV-PAGO       PIC 9(06)V99.
             05 WS-DIV-DESC       PIC 9(06)V99.
             05 WS-DIV-RECONST    PIC S9(07)V99.
             05 WS-DIV-DESC-MOV   PIC S9(07)V99.
             05 WS-DIV-FALHAS     PIC X(04).
             05 WS-DIV-QTD-MOV    PIC 9(02).
             05 WS-DIV-MOV OCCURS 10 TIMES.
                07 WS-DMV-ORIGEM  PIC X(01).
                07 WS-DMV-DOC     PIC 9(04).
                07 WS-DMV-DATA    PIC X(08).
                07 WS-DMV-TIPO    PIC X(01).
                07 WS-DMV-FORMA   PIC X(01).
                07 WS-DMV-PARC    PIC 9(02).
                07 WS-DMV-VLR     PIC 9(06)V99.
                07 WS-DMV-LOGIN   PIC X(10).

      *   CLIENTES COM CARTEIRA DIVERGENTE, COM OS CINCO ULTIMOS
      *   LANCAMENTOS DO EXTRATO
       01 WS-TAB-DIV-CREDITO.
          03 WS-TAB-DCR OCCURS 200 TIMES.
             05 WS-DCR-CLI        PIC 9(04).
             05 WS-DCR-SALDO      PIC 9(08)V99.
             05 WS-DCR-EXTRATO    PIC S9(08)V99.
             05 WS-DCR-CARTEIRA   PIC X(01).
             05 WS-DCR-QTD-MOV    PIC 9(01).
             05 WS-DCR-MOV OCCURS 5 TIMES.
                07 WS-DCM-DATA    PIC 9(08).
                07 WS-DCM-TIPO    PIC X(01).
                07 WS-DCM-VLR     PIC 9(06)V99.
                07 WS-DCM-FAT     PIC 9(04).
                07 WS-DCM-LOGIN   PIC X(10).

      *   FATURAS INEXISTENTES QUE TEM MOVIMENTO
       01 WS-TAB-ORFAOS.
          03 WS-ORF-FAT           PIC 9(04)  OCCURS 100 TIMES.

       01 WS-CAB-01.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "CONCILIACAO FINANCEIRA DAS FATURAS (CAI".
          03 FILLER               PIC X(40)  VALUE
             "XA, BOLETOS, PARCELAS E CREDITOS)       ".

       01 WS-CAB-02.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(12)  VALUE "EMITIDO EM ".
          03 WS-CAB-HOJE          PIC 9(08).

       01 WS-CAB-COLUNAS.
          03 FILLER               PIC X(40)  VALUE
             "FAT  CLI  T S PC VLR FATURA   PAGO FAT  ".
          03 FILLER               PIC X(40)  VALUE
             " RECONSTRUIDO   DESC FAT   DESC MOVS  DI".
          03 FILLER               PIC X(40)  VALUE
             "VERGENCIAS                              ".

       01 WS-DETALHE.
          03 WS-DET-FAT           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-CLI           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-TIPO          PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-STATUS        PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-QTD-PARC      PIC Z9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PAGO          PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-RECONST       PIC -Z.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DESC          PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-DESC-MOV      PIC -ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-DET-FALHA-REC     PIC X(09).
          03 WS-DET-FALHA-DSC     PIC X(09).
          03 WS-DET-FALHA-SIT     PIC X(09).
          03 WS-DET-FALHA-PAR     PIC X(09).

       01 WS-CAB-MOVIMENTOS.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "ORIGEM  DOC  DATA     T F PC      VALOR".
          03 FILLER               PIC X(20)  VALUE
             " LOGIN              ".

       01 WS-DET-MOVIMENTO.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 WS-MOV-ORIGEM        PIC X(07).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-DOC           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-DATA          PIC X(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-TIPO          PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-FORMA         PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-PARC          PIC Z9.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-MOV-LOGIN         PIC X(10).

       01 WS-MAIS-MOVIMENTOS.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(05)  VALUE "MAIS ".
          03 WS-MAIS-QTD          PIC ZZZ9.
          03 FILLER               PIC X(30)  VALUE
             " MOVIMENTO(S) NAO LISTADO(S).".

       01 WS-SEM-MOVIMENTO.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "FATURA SEM MOVIMENTO DE CAIXA OU BOLETO.".

       01 WS-CAB-PARCELAS.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "PARCELA VENC          VALOR       PAGO  ".
          03 FILLER               PIC X(22)  VALUE
             " DESCONTO S INCOERENTE".

       01 WS-DET-PARCELA.
          03 FILLER               PIC X(12)  VALUE SPACES.
          03 WS-PRC-NUM           PIC 9(02).
          03 FILLER               PIC X(04)  VALUE SPACES.
          03 WS-PRC-VENC          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-PRC-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-PRC-PAGO          PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-PRC-DESC          PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-PRC-STATUS        PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-PRC-INCOERENTE    PIC X(03).

       01 WS-CAB-CREDITOS.
          03 FILLER               PIC X(40)  VALUE
             "CARTEIRA DE CREDITOS DIVERGENTE DO EXTRA".
          03 FILLER               PIC X(02)  VALUE "TO".

       01 WS-CAB-COL-CREDITOS.
          03 FILLER               PIC X(38)  VALUE
             "CLI  SALDO CARTEIRA SOMA DO EXTRATO   ".
          03 FILLER               PIC X(10)  VALUE
             "OBSERVACAO".

       01 WS-DET-CREDITO.
          03 WS-CRD-CLI           PIC 9(04).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-CRD-SALDO         PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-CRD-EXTRATO       PIC -ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(03)  VALUE SPACES.
          03 WS-CRD-OBS           PIC X(30).

       01 WS-DET-CREDMOV.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 WS-CRM-DATA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-CRM-TIPO          PIC X(01).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-CRM-VLR           PIC ZZZ.ZZ9,99.
          03 FILLER               PIC X(09)  VALUE "  FATURA ".
          03 WS-CRM-FAT           PIC 9(04).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-CRM-LOGIN         PIC X(10).

       01 WS-CAB-ORFAOS.
          03 FILLER               PIC X(40)  VALUE
             "MOVIMENTOS DE CAIXA OU BOLETOS EM FATURA".
          03 FILLER               PIC X(14)  VALUE
             " INEXISTENTE: ".

       01 WS-DET-ORFAO.
          03 FILLER               PIC X(10)  VALUE SPACES.
          03 FILLER               PIC X(07)  VALUE "FATURA ".
          03 WS-ORF-ID            PIC 9(04).
          03 FILLER               PIC X(03)  VALUE " - ".
          03 WS-ORF-QTD           PIC ZZZ9.
          03 FILLER               PIC X(14)  VALUE " MOVIMENTO(S) ".
          03 FILLER               PIC X(10)  VALUE "SOMANDO   ".
          03 WS-ORF-VLR           PIC -Z.ZZZ.ZZ9,99.

       01 WS-RODAPE-01.
          03 FILLER               PIC X(36)  VALUE
             "FATURAS CONFERIDAS................: ".
          03 WS-ROD-LIDOS         PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(36)  VALUE
             "FATURAS DE CONVENIO (FORA)........: ".
          03 WS-ROD-CONVENIO      PIC ZZZ.ZZ9.

       01 WS-RODAPE-03.
          03 FILLER               PIC X(36)  VALUE
             "FATURAS COM DIVERGENCIA...........: ".
          03 WS-ROD-DIVERG        PIC ZZZ.ZZ9.

       01 WS-RODAPE-04.
          03 FILLER               PIC X(36)  VALUE
             "CARTEIRAS DE CREDITO CONFERIDAS...: ".
          03 WS-ROD-CLIENTES      PIC ZZZ.ZZ9.

       01 WS-RODAPE-05.
          03 FILLER               PIC X(36)  VALUE
             "CARTEIRAS DIVERGENTES.............: ".
          03 WS-ROD-DIV-CRED      PIC ZZZ.ZZ9.

       01 WS-RODAPE-06.
          03 FILLER               PIC X(36)  VALUE
             "FATURAS INEXISTENTES COM MOVIMENTO: ".
          03 WS-ROD-ORFAOS        PIC ZZZ.ZZ9.

       01 WS-RODAPE-07.
          03 FILLER               PIC X(36)  VALUE
             "DIVERGENTES NAO LISTADOS (TABELA).: ".
          03 WS-ROD-NAO-LIST      PIC ZZZ.ZZ9.

       01 WS-RODAPE-08.
          03 FILLER               PIC X(36)  VALUE
             "SOMA DAS DIFERENCAS DE RECEBIDO...: ".
          03 WS-ROD-DIFERENCA     PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-RODAPE-VAZIO.
          03 FILLER               PIC X(40)  VALUE
             "NENHUMA DIVERGENCIA ENTRE FATURAS, PARCE".
          03 FILLER               PIC X(40)  VALUE
             "LAS, CAIXA, BOLETOS E CREDITOS.         ".

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELFINCNC".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS

           MOVE 'I'                   TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           INITIALIZE WS-TAB-FATURAS
           INITIALIZE WS-TAB-CLIENTES
           INITIALIZE WS-TAB-DIVERGENCIAS
           INITIALIZE WS-TAB-DIV-CREDITO
           MOVE ZEROS                 TO WS-QTD-DIV WS-QTD-DIV-CRED
                                         WS-QTD-ORFAOS

           PERFORM P010-ABRIR-ARQUIVOS THRU P010-FIM
           PERFORM P015-CABECALHOS

           PERFORM P020-MOVIMENTOS-CAIXA THRU P020-FIM
           PERFORM P025-BOLETOS-PAGOS THRU P025-FIM
           PERFORM P030-MORA-DE-BOLETO THRU P030-FIM
           PERFORM P040-CONFERE-FATURAS THRU P040-FIM

           IF WS-QTD-DIV GREATER ZEROS
              PERFORM P050-MOVIMENTOS-DIVERGENTES THRU P050-FIM
           END-IF

           PERFORM P060-IMPRIME-DIVERGENCIA
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-DIV

           PERFORM P070-CONFERE-CREDITOS THRU P070-FIM
           PERFORM P080-FATURAS-INEXISTENTES THRU P080-FIM
           PERFORM P090-RODAPES

           CLOSE FATURA
           IF FATPAR-ABERTO
              CLOSE FATPAR
           END-IF
           CLOSE RELFINCNC

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELFINCNC,
                                 WS-SPOOL-PARMS

           DISPLAY "FATURAS CONFERIDAS........: " WS-RUN-LIDOS
           DISPLAY "DIVERGENCIAS..............: " WS-RUN-GRAVADOS

           PERFORM P095-FINALIZA-EXECUCAO

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATPAR_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATPAR
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCXMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCXMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBOLETO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBOLETO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCRED_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCRED
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCREDMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCREDMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELFINCNC_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELFINCNC
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
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   AS FATURAS E O RELATORIO SAO OBRIGATORIOS; SEM PARCELAS A
      *   CONFERENCIA DAS PARCELAS SIMPLESMENTE NAO SE APLICA
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN OUTPUT RELFINCNC

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DO RELATORIO DE CONCILIACAO "
                      "FINANCEIRA."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT FATURA

           IF NOT WS-FS-OK
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE FATURAS."
              PERFORM P002-EXIBE-ERRO-FS
              CLOSE RELFINCNC
              GOBACK
           END-IF

           MOVE 'N'                   TO WS-PAR-ABERTO
           OPEN INPUT FATPAR
           IF WS-FS-PAR-OK
              MOVE 'S'                TO WS-PAR-ABERTO
           END-IF
           .
       P010-FIM.
           EXIT.
      *----------------------------------------------------------------
       P015-CABECALHOS.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DATA-HOJE          TO WS-CAB-HOJE
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-COLUNAS        TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   PRIMEIRA PASSADA NO CAIXA: RECEBIMENTOS MENOS ESTORNOS E OS
      *   DESCONTOS DE CADA FATURA. ADIANTAMENTO NAO TEM FATURA E VAI
      *   PARA A CARTEIRA DE CREDITOS, CONFERIDA A PARTE
      *----------------------------------------------------------------
       P020-MOVIMENTOS-CAIXA.
      *----------------------------------------------------------------
           OPEN INPUT CXMOV

           IF NOT WS-FS-MOV-OK
              DISPLAY "MOVIMENTOS DO CAIXA INDISPONIVEIS; RECEBIDO "
                      "PELO CAIXA CONTADO COMO ZERO."
              GO TO P020-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE
           PERFORM P021-LE-MOVIMENTO-CAIXA THRU P021-FIM
              UNTIL WS-EOF-OK

           CLOSE CXMOV
           .
       P020-FIM.
           EXIT.
       P021-LE-MOVIMENTO-CAIXA.

           READ CXMOV NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P021-FIM
           END-READ

           IF ID-FAT-MOV EQUAL ZEROS OR MOV-ADIANTAMENTO
              GO TO P021-FIM
           END-IF

           MOVE ID-FAT-MOV            TO WS-IS
           ADD 1                      TO WS-FT-QTD-MOV (WS-IS)

           IF MOV-DESCONTO
              IF MOV-ESTORNO-REC
                 SUBTRACT VLR-MOV     FROM WS-FT-DESC (WS-IS)
              ELSE
                 ADD VLR-MOV          TO WS-FT-DESC (WS-IS)
              END-IF
              GO TO P021-FIM
           END-IF

           IF MOV-ESTORNO-REC
              SUBTRACT VLR-MOV        FROM WS-FT-CAIXA (WS-IS)
              IF MOV-CARTAO
                 SUBTRACT VLR-MOV     FROM WS-FT-CARTAO (WS-IS)
              END-IF
              IF FORMA-MOV EQUAL 'V'
                 SUBTRACT VLR-MOV     FROM WS-FT-CREDITO (WS-IS)
              END-IF
           ELSE
              ADD VLR-MOV             TO WS-FT-CAIXA (WS-IS)
              IF MOV-CARTAO
                 ADD VLR-MOV          TO WS-FT-CARTAO (WS-IS)
              END-IF
              IF FORMA-MOV EQUAL 'V'
                 ADD VLR-MOV          TO WS-FT-CREDITO (WS-IS)
              END-IF
           END-IF
           .
       P021-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   BOLETOS LIQUIDADOS PELO RETORNO DO BANCO: O VALOR PAGO
      *   INTEIRO ENTRA NA FATURA DO BOLETO (A MORA E SEPARADA DEPOIS)
      *----------------------------------------------------------------
       P025-BOLETOS-PAGOS.
      *----------------------------------------------------------------
           OPEN INPUT BOLETOS

           IF NOT WS-FS-BOL-OK
              GO TO P025-FIM
           END-IF

           SET WS-EOF-OK              TO FALSE
           PERFORM P026-LE-BOLETO THRU P026-FIM UNTIL WS-EOF-OK

           CLOSE BOLETOS
           .
       P025-FIM.
           EXIT.
       P026-LE-BOLETO.

           READ BOLETOS NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P026-FIM
           END-READ

           IF NOT BOLETO-PAGO OR ID-FAT-BOL EQUAL ZEROS
              GO TO P026-FIM
           END-IF

           MOVE ID-FAT-BOL            TO WS-IS
           ADD 1                      TO WS-FT-QTD-MOV (WS-IS)
           ADD VLR-PAGO-BOL           TO WS-FT-BOLETO (WS-IS)
           .
       P026-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PRIMEIRA PASSADA NAS FATURAS: A MORA QUE O BANCO COBROU NO
      *   BOLETO VIROU UMA FATURA 'J' JA PAGA (PGMBOLRET), ENTAO O
      *   EXCEDENTE SAI DA FATURA DO BOLETO E ENTRA NA DE MORA. MARCA
      *   TAMBEM AS FATURAS QUE EXISTEM
      *----------------------------------------------------------------
       P030-MORA-DE-BOLETO.
      *----------------------------------------------------------------
           SET WS-EOF-OK              TO FALSE
           PERFORM P031-LE-FATURA-MORA THRU P031-FIM UNTIL WS-EOF-OK

           CLOSE FATURA
           OPEN INPUT FATURA
           .
       P030-FIM.
           EXIT.
       P031-LE-FATURA-MORA.

           READ FATURA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P031-FIM
           END-READ

           IF ID-FATURA EQUAL ZEROS
              GO TO P031-FIM
           END-IF

           MOVE 'S'                   TO WS-FT-EXISTE (ID-FATURA)

           IF NOT FAT-MORA OR FAT-SEM-BOLETO
              OR ID-FAT-ORIG-FAT EQUAL ZEROS
              GO TO P031-FIM
           END-IF

           ADD VLR-PAGO-FAT           TO WS-FT-BOLETO (ID-FATURA)
           SUBTRACT VLR-PAGO-FAT      FROM
                                      WS-FT-BOLETO (ID-FAT-ORIG-FAT)
           .
       P031-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   SEGUNDA PASSADA NAS FATURAS: CONFERE AS QUATRO REGRAS EM
      *   CADA FATURA PARTICULAR
      *----------------------------------------------------------------
       P040-CONFERE-FATURAS.
      *----------------------------------------------------------------
           SET WS-EOF-OK              TO FALSE
           PERFORM P041-LE-FATURA THRU P041-FIM UNTIL WS-EOF-OK
           .
       P040-FIM.
           EXIT.
       P041-LE-FATURA.

           READ FATURA NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P041-FIM
           END-READ

           IF ID-FATURA EQUAL ZEROS
              GO TO P041-FIM
           END-IF

           IF NOT FAT-SEM-LOTE
              ADD 1                   TO WS-TOTAL-CONVENIO
              GO TO P041-FIM
           END-IF

           ADD 1                      TO WS-RUN-LIDOS
           MOVE SPACES                TO WS-DIV-REGRAS

           MOVE ID-FATURA             TO WS-IS
           COMPUTE WS-RECONSTRUIDO = WS-FT-CAIXA (WS-IS)
                                   + WS-FT-BOLETO (WS-IS)

           IF WS-RECONSTRUIDO NOT EQUAL VLR-PAGO-FAT
              SET FALHA-RECEBIDO      TO TRUE
              COMPUTE WS-DIFERENCA = WS-RECONSTRUIDO - VLR-PAGO-FAT
              IF WS-DIFERENCA LESS ZEROS
                 COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1
              END-IF
              ADD WS-DIFERENCA        TO WS-RUN-TOTAL
           END-IF

           IF WS-FT-DESC (WS-IS) NOT EQUAL VLR-DESC-FAT
              SET FALHA-DESCONTO      TO TRUE
           END-IF

           COMPUTE WS-PAGO-MAIS-DESC = VLR-PAGO-FAT + VLR-DESC-FAT

           IF FAT-A-VISTA
              PERFORM P042-SITUACAO-A-VISTA
           ELSE
              PERFORM P043-CONFERE-PARCELAS THRU P043-FIM
           END-IF

           IF WS-DIV-REGRAS EQUAL SPACES
              GO TO P041-FIM
           END-IF

           ADD 1                      TO WS-RUN-GRAVADOS

           IF WS-QTD-DIV NOT LESS 300
              DISPLAY "TABELA DE DIVERGENCIAS CHEIA (300). FATURA "
                      ID-FATURA " NAO LISTADA."
              ADD 1                   TO WS-TOTAL-NAO-LISTADOS
              GO TO P041-FIM
           END-IF

           ADD 1                      TO WS-QTD-DIV
           MOVE WS-QTD-DIV            TO WS-FT-DIV (WS-IS)
           MOVE ID-FATURA             TO WS-DIV-FAT (WS-QTD-DIV)
           MOVE ID-CLI-FAT            TO WS-DIV-CLI (WS-QTD-DIV)
           MOVE TIPO-FAT              TO WS-DIV-TIPO (WS-QTD-DIV)
           MOVE STATUS-FAT            TO WS-DIV-STATUS (WS-QTD-DIV)
           MOVE QTD-PARC-FAT          TO WS-DIV-QTD-PARC (WS-QTD-DIV)
           MOVE VLR-FAT               TO WS-DIV-VLR (WS-QTD-DIV)
           MOVE VLR-PAGO-FAT          TO WS-DIV-PAGO (WS-QTD-DIV)
           MOVE VLR-DESC-FAT          TO WS-DIV-DESC (WS-QTD-DIV)
           MOVE WS-RECONSTRUIDO       TO WS-DIV-RECONST (WS-QTD-DIV)
           MOVE WS-FT-DESC (WS-IS)    TO WS-DIV-DESC-MOV (WS-QTD-DIV)
           MOVE WS-DIV-REGRAS         TO WS-DIV-FALHAS (WS-QTD-DIV)
           MOVE ZEROS                 TO WS-DIV-QTD-MOV (WS-QTD-DIV)
           .
       P041-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   FATURA A VISTA: PAGA SO QUANDO PAGO MAIS DESCONTO ALCANCAM O
      *   VALOR; ABERTA SO ENQUANTO NAO ALCANCAM. ESTORNADA E
      *   RENEGOCIADA NAO TEM REGRA DE SITUACAO
      *----------------------------------------------------------------
       P042-SITUACAO-A-VISTA.

           IF FATURA-PAGA AND WS-PAGO-MAIS-DESC LESS VLR-FAT
              SET FALHA-SITUACAO      TO TRUE
           END-IF

           IF FATURA-ABERTA AND VLR-FAT GREATER ZEROS
              AND WS-PAGO-MAIS-DESC NOT LESS VLR-FAT
              SET FALHA-SITUACAO      TO TRUE
           END-IF
           .
      *----------------------------------------------------------------
      *   FATURA PARCELADA: SOMA AS PARCELAS E CONFERE QUANTIDADE,
      *   VALORES, PAGOS E DESCONTOS CONTRA A FATURA, A SITUACAO DE
      *   CADA PARCELA E A DA FATURA CONTRA AS PARCELAS EM ABERTO
      *----------------------------------------------------------------
       P043-CONFERE-PARCELAS.

           MOVE ZEROS                 TO WS-PARCELAS

           IF NOT FATPAR-ABERTO
              SET FALHA-PARCELAS      TO TRUE
              GO TO P043-FIM
           END-IF

           MOVE ID-FATURA             TO ID-FAT-PAR
           MOVE ZEROS                 TO NUM-PAR

           START FATPAR KEY IS NOT LESS THAN CHAVE-FATPAR
               INVALID KEY
                  SET WS-FIM-CHAVE-OK TO TRUE
               NOT INVALID KEY
                  SET WS-FIM-CHAVE-OK TO FALSE
           END-START

           PERFORM P044-LE-PARCELA THRU P044-FIM
              UNTIL WS-FIM-CHAVE-OK

           IF WS-PAR-QTD NOT EQUAL QTD-PARC-FAT
              OR WS-PAR-SOMA-VLR NOT EQUAL VLR-FAT
              OR WS-PAR-SOMA-PAGO NOT EQUAL VLR-PAGO-FAT
              OR WS-PAR-SOMA-DESC NOT EQUAL VLR-DESC-FAT
              OR WS-PAR-INCOERENTES GREATER ZEROS
              SET FALHA-PARCELAS      TO TRUE
           END-IF

           IF FATURA-PAGA AND WS-PAR-ABERTAS GREATER ZEROS
              SET FALHA-SITUACAO      TO TRUE
           END-IF

           IF FATURA-ABERTA AND WS-PAR-ABERTAS EQUAL ZEROS
              AND WS-PAR-PAGAS GREATER ZEROS
              SET FALHA-SITUACAO      TO TRUE
           END-IF
           .
       P043-FIM.
           EXIT.
       P044-LE-PARCELA.

           READ FATPAR NEXT RECORD
               AT END
                  SET WS-FIM-CHAVE-OK TO TRUE
                  GO TO P044-FIM
           END-READ

           IF ID-FAT-PAR NOT EQUAL ID-FATURA
              SET WS-FIM-CHAVE-OK     TO TRUE
              GO TO P044-FIM
           END-IF

           ADD 1                      TO WS-PAR-QTD
           ADD VLR-PAR                TO WS-PAR-SOMA-VLR
           ADD VLR-PAGO-PAR           TO WS-PAR-SOMA-PAGO
           ADD VLR-DESC-PAR           TO WS-PAR-SOMA-DESC

           EVALUATE TRUE
               WHEN PARCELA-ABERTA
                  ADD 1               TO WS-PAR-ABERTAS
               WHEN PARCELA-PAGA
                  ADD 1               TO WS-PAR-PAGAS
           END-EVALUATE

           PERFORM P045-PARCELA-INCOERENTE

           IF WS-PRC-INCOERENTE EQUAL "SIM"
              ADD 1                   TO WS-PAR-INCOERENTES
           END-IF
           .
       P044-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PARCELA PAGA SEM O PAGO MAIS DESCONTO ALCANCAR O VALOR, OU
      *   ABERTA JA QUITADA
      *----------------------------------------------------------------
       P045-PARCELA-INCOERENTE.

           MOVE SPACES                TO WS-PRC-INCOERENTE
           COMPUTE WS-PAGO-MAIS-DESC = VLR-PAGO-PAR + VLR-DESC-PAR

           IF PARCELA-PAGA AND WS-PAGO-MAIS-DESC LESS VLR-PAR
              MOVE "SIM"              TO WS-PRC-INCOERENTE
           END-IF

           IF PARCELA-ABERTA AND VLR-PAR GREATER ZEROS
              AND WS-PAGO-MAIS-DESC NOT LESS VLR-PAR
              MOVE "SIM"              TO WS-PRC-INCOERENTE
           END-IF
           .
      *----------------------------------------------------------------
      *   SEGUNDA PASSADA NO CAIXA E NOS BOLETOS: GUARDA OS MOVIMENTOS
      *   DE CADA FATURA DIVERGENTE
      *----------------------------------------------------------------
       P050-MOVIMENTOS-DIVERGENTES.
      *----------------------------------------------------------------
           OPEN INPUT CXMOV

           IF WS-FS-MOV-OK
              SET WS-EOF-OK           TO FALSE
              PERFORM P051-GUARDA-MOV-CAIXA THRU P051-FIM
                 UNTIL WS-EOF-OK
              CLOSE CXMOV
           END-IF

           OPEN INPUT BOLETOS

           IF WS-FS-BOL-OK
              SET WS-EOF-OK           TO FALSE
              PERFORM P052-GUARDA-BOLETO THRU P052-FIM
                 UNTIL WS-EOF-OK
              CLOSE BOLETOS
           END-IF
           .
       P050-FIM.
           EXIT.
       P051-GUARDA-MOV-CAIXA.

           READ CXMOV NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P051-FIM
           END-READ

           IF ID-FAT-MOV EQUAL ZEROS OR MOV-ADIANTAMENTO
              GO TO P051-FIM
           END-IF

           IF WS-FT-DIV (ID-FAT-MOV) EQUAL ZEROS
              GO TO P051-FIM
           END-IF

           MOVE WS-FT-DIV (ID-FAT-MOV) TO WS-IS

           IF WS-DIV-QTD-MOV (WS-IS) NOT LESS 10
              GO TO P051-FIM
           END-IF

           ADD 1                      TO WS-DIV-QTD-MOV (WS-IS)
           MOVE WS-DIV-QTD-MOV (WS-IS) TO WS-IM
           MOVE 'C'                   TO WS-DMV-ORIGEM (WS-IS, WS-IM)
           MOVE ID-CAIXA-MOV          TO WS-DMV-DOC (WS-IS, WS-IM)
           MOVE DATA-MOV              TO WS-DMV-DATA (WS-IS, WS-IM)
           MOVE TIPO-MOV              TO WS-DMV-TIPO (WS-IS, WS-IM)
           MOVE FORMA-MOV             TO WS-DMV-FORMA (WS-IS, WS-IM)
           MOVE NUM-PAR-MOV           TO WS-DMV-PARC (WS-IS, WS-IM)
           MOVE VLR-MOV               TO WS-DMV-VLR (WS-IS, WS-IM)
           MOVE LOGIN-AUT-MOV         TO WS-DMV-LOGIN (WS-IS, WS-IM)
           .
       P051-FIM.
           EXIT.
       P052-GUARDA-BOLETO.

           READ BOLETOS NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P052-FIM
           END-READ

           IF NOT BOLETO-PAGO OR ID-FAT-BOL EQUAL ZEROS
              GO TO P052-FIM
           END-IF

           IF WS-FT-DIV (ID-FAT-BOL) EQUAL ZEROS
              GO TO P052-FIM
           END-IF

           MOVE WS-FT-DIV (ID-FAT-BOL) TO WS-IS

           IF WS-DIV-QTD-MOV (WS-IS) NOT LESS 10
              GO TO P052-FIM
           END-IF

           ADD 1                      TO WS-DIV-QTD-MOV (WS-IS)
           MOVE WS-DIV-QTD-MOV (WS-IS) TO WS-IM
           MOVE 'B'                   TO WS-DMV-ORIGEM (WS-IS, WS-IM)
           MOVE ID-BOLETO             TO WS-DMV-DOC (WS-IS, WS-IM)
           MOVE DATA-PAG-BOL          TO WS-DMV-DATA (WS-IS, WS-IM)
           MOVE STATUS-BOL            TO WS-DMV-TIPO (WS-IS, WS-IM)
           MOVE SPACES                TO WS-DMV-FORMA (WS-IS, WS-IM)
                                         WS-DMV-LOGIN (WS-IS, WS-IM)
           MOVE NUM-PAR-BOL           TO WS-DMV-PARC (WS-IS, WS-IM)
           MOVE VLR-PAGO-BOL          TO WS-DMV-VLR (WS-IS, WS-IM)
           .
       P052-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   UMA LINHA POR FATURA DIVERGENTE E, ABAIXO, SEUS MOVIMENTOS
      *   DE CAIXA E BOLETO E, SE PARCELADA, SUAS PARCELAS
      *----------------------------------------------------------------
       P060-IMPRIME-DIVERGENCIA.
      *----------------------------------------------------------------
           MOVE WS-DIV-FALHAS (WS-IND) TO WS-DIV-REGRAS

           MOVE WS-DIV-FAT (WS-IND)   TO WS-DET-FAT
           MOVE WS-DIV-CLI (WS-IND)   TO WS-DET-CLI
           MOVE WS-DIV-TIPO (WS-IND)  TO WS-DET-TIPO
           MOVE WS-DIV-STATUS (WS-IND) TO WS-DET-STATUS
           MOVE WS-DIV-QTD-PARC (WS-IND) TO WS-DET-QTD-PARC
           MOVE WS-DIV-VLR (WS-IND)   TO WS-DET-VLR
           MOVE WS-DIV-PAGO (WS-IND)  TO WS-DET-PAGO
           MOVE WS-DIV-RECONST (WS-IND) TO WS-DET-RECONST
           MOVE WS-DIV-DESC (WS-IND)  TO WS-DET-DESC
           MOVE WS-DIV-DESC-MOV (WS-IND) TO WS-DET-DESC-MOV

           MOVE SPACES                TO WS-DET-FALHA-REC
                                         WS-DET-FALHA-DSC
                                         WS-DET-FALHA-SIT
                                         WS-DET-FALHA-PAR
           IF FALHA-RECEBIDO
              MOVE "RECEBIDO"         TO WS-DET-FALHA-REC
           END-IF
           IF FALHA-DESCONTO
              MOVE "DESCONTO"         TO WS-DET-FALHA-DSC
           END-IF
           IF FALHA-SITUACAO
              MOVE "SITUACAO"         TO WS-DET-FALHA-SIT
           END-IF
           IF FALHA-PARCELAS
              MOVE "PARCELAS"         TO WS-DET-FALHA-PAR
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DIV-FAT (WS-IND)   TO WS-IS

           IF WS-DIV-QTD-MOV (WS-IND) EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              MOVE WS-SEM-MOVIMENTO   TO REL-LINHA
              WRITE REL-LINHA
           ELSE
              MOVE SPACES             TO REL-LINHA
              MOVE WS-CAB-MOVIMENTOS  TO REL-LINHA
              WRITE REL-LINHA
              PERFORM P061-IMPRIME-MOVIMENTO
                 VARYING WS-IM FROM 1 BY 1
                    UNTIL WS-IM GREATER WS-DIV-QTD-MOV (WS-IND)
              IF WS-FT-QTD-MOV (WS-IS) GREATER WS-DIV-QTD-MOV (WS-IND)
                 COMPUTE WS-MAIS-QTD = WS-FT-QTD-MOV (WS-IS)
                                     - WS-DIV-QTD-MOV (WS-IND)
                 MOVE SPACES          TO REL-LINHA
                 MOVE WS-MAIS-MOVIMENTOS TO REL-LINHA
                 WRITE REL-LINHA
              END-IF
           END-IF

           IF WS-DIV-QTD-PARC (WS-IND) GREATER ZEROS AND FATPAR-ABERTO
              PERFORM P062-IMPRIME-PARCELAS THRU P062-FIM
           END-IF

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
       P061-IMPRIME-MOVIMENTO.

           IF WS-DMV-ORIGEM (WS-IND, WS-IM) EQUAL 'B'
              MOVE "BOLETO"           TO WS-MOV-ORIGEM
           ELSE
              MOVE "CAIXA"            TO WS-MOV-ORIGEM
           END-IF
           MOVE WS-DMV-DOC (WS-IND, WS-IM)   TO WS-MOV-DOC
           MOVE WS-DMV-DATA (WS-IND, WS-IM)  TO WS-MOV-DATA
           MOVE WS-DMV-TIPO (WS-IND, WS-IM)  TO WS-MOV-TIPO
           MOVE WS-DMV-FORMA (WS-IND, WS-IM) TO WS-MOV-FORMA
           MOVE WS-DMV-PARC (WS-IND, WS-IM)  TO WS-MOV-PARC
           MOVE WS-DMV-VLR (WS-IND, WS-IM)   TO WS-MOV-VLR
           MOVE WS-DMV-LOGIN (WS-IND, WS-IM) TO WS-MOV-LOGIN

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-MOVIMENTO      TO REL-LINHA
           WRITE REL-LINHA
           .
       P062-IMPRIME-PARCELAS.

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-PARCELAS       TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-DIV-FAT (WS-IND)   TO ID-FAT-PAR
           MOVE ZEROS                 TO NUM-PAR

           START FATPAR KEY IS NOT LESS THAN CHAVE-FATPAR
               INVALID KEY
                  GO TO P062-FIM
           END-START

           SET WS-FIM-CHAVE-OK        TO FALSE
           PERFORM P063-IMPRIME-PARCELA THRU P063-FIM
              UNTIL WS-FIM-CHAVE-OK
           .
       P062-FIM.
           EXIT.
       P063-IMPRIME-PARCELA.

           READ FATPAR NEXT RECORD
               AT END
                  SET WS-FIM-CHAVE-OK TO TRUE
                  GO TO P063-FIM
           END-READ

           IF ID-FAT-PAR NOT EQUAL WS-DIV-FAT (WS-IND)
              SET WS-FIM-CHAVE-OK     TO TRUE
              GO TO P063-FIM
           END-IF

           MOVE NUM-PAR               TO WS-PRC-NUM
           MOVE DATA-VENC-PAR         TO WS-PRC-VENC
           MOVE VLR-PAR               TO WS-PRC-VLR
           MOVE VLR-PAGO-PAR          TO WS-PRC-PAGO
           MOVE VLR-DESC-PAR          TO WS-PRC-DESC
           MOVE STATUS-PAR            TO WS-PRC-STATUS
           PERFORM P045-PARCELA-INCOERENTE

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-PARCELA        TO REL-LINHA
           WRITE REL-LINHA
           .
       P063-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   CARTEIRA DE CREDITOS: O SALDO DE CADA CLIENTE CONTRA A SOMA
      *   DO SEU EXTRATO (ENTRADAS POR ESTORNO E ADIANTAMENTO MENOS OS
      *   USOS COMO PAGAMENTO). EXTRATO SEM CARTEIRA TAMBEM DIVERGE
      *----------------------------------------------------------------
       P070-CONFERE-CREDITOS.
      *----------------------------------------------------------------
           OPEN INPUT CREDMOV

           IF WS-FS-CRM-OK
              SET WS-EOF-OK           TO FALSE
              PERFORM P071-SOMA-EXTRATO THRU P071-FIM UNTIL WS-EOF-OK
              CLOSE CREDMOV
           END-IF

           MOVE 'N'                   TO WS-CRD-ABERTO
           OPEN INPUT CREDITO

           IF WS-FS-CRD-OK
              MOVE 'S'                TO WS-CRD-ABERTO
              SET WS-EOF-OK           TO FALSE
              PERFORM P072-LE-CARTEIRA THRU P072-FIM UNTIL WS-EOF-OK
              CLOSE CREDITO
           END-IF

           PERFORM P073-EXTRATO-SEM-CARTEIRA
              VARYING WS-IS FROM 1 BY 1 UNTIL WS-IS GREATER 9999

           IF WS-QTD-DIV-CRED EQUAL ZEROS
              GO TO P070-FIM
           END-IF

           OPEN INPUT CREDMOV

           IF WS-FS-CRM-OK
              SET WS-EOF-OK           TO FALSE
              PERFORM P074-GUARDA-CREDMOV THRU P074-FIM
                 UNTIL WS-EOF-OK
              CLOSE CREDMOV
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-CREDITOS       TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-COL-CREDITOS   TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P076-IMPRIME-CREDITO
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-DIV-CRED
           .
       P070-FIM.
           EXIT.
       P071-SOMA-EXTRATO.

           READ CREDMOV NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P071-FIM
           END-READ

           IF ID-CLI-CRMOV EQUAL ZEROS
              GO TO P071-FIM
           END-IF

           ADD 1                      TO WS-CL-QTD-MOV (ID-CLI-CRMOV)

           IF CRED-USO
              SUBTRACT VLR-CRMOV      FROM WS-CL-EXTRATO (ID-CLI-CRMOV)
           ELSE
              ADD VLR-CRMOV           TO WS-CL-EXTRATO (ID-CLI-CRMOV)
           END-IF
           .
       P071-FIM.
           EXIT.
       P072-LE-CARTEIRA.

           READ CREDITO NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P072-FIM
           END-READ

           IF ID-CLI-CRED EQUAL ZEROS
              GO TO P072-FIM
           END-IF

           ADD 1                      TO WS-TOTAL-CLIENTES
           MOVE 'S'                   TO WS-CL-CARTEIRA (ID-CLI-CRED)

           IF WS-CL-EXTRATO (ID-CLI-CRED) EQUAL SALDO-CRED
              GO TO P072-FIM
           END-IF

           MOVE ID-CLI-CRED           TO WS-IS
           MOVE SALDO-CRED            TO WS-SALDO-CARTEIRA
           PERFORM P075-REGISTRA-DIV-CREDITO THRU P075-FIM
           .
       P072-FIM.
           EXIT.
       P073-EXTRATO-SEM-CARTEIRA.

           IF WS-CL-QTD-MOV (WS-IS) GREATER ZEROS
              AND NOT CL-TEM-CARTEIRA (WS-IS)
              AND WS-CL-EXTRATO (WS-IS) NOT EQUAL ZEROS
              MOVE ZEROS              TO WS-SALDO-CARTEIRA
              PERFORM P075-REGISTRA-DIV-CREDITO THRU P075-FIM
           END-IF
           .
       P074-GUARDA-CREDMOV.

           READ CREDMOV NEXT RECORD
               AT END
                  SET WS-EOF-OK       TO TRUE
                  GO TO P074-FIM
           END-READ

           IF ID-CLI-CRMOV EQUAL ZEROS
              GO TO P074-FIM
           END-IF

           IF WS-CL-DIV (ID-CLI-CRMOV) EQUAL ZEROS
              GO TO P074-FIM
           END-IF

           MOVE WS-CL-DIV (ID-CLI-CRMOV) TO WS-IS

           IF WS-DCR-QTD-MOV (WS-IS) LESS 5
              ADD 1                   TO WS-DCR-QTD-MOV (WS-IS)
           ELSE
              MOVE WS-DCR-MOV (WS-IS, 2) TO WS-DCR-MOV (WS-IS, 1)
              MOVE WS-DCR-MOV (WS-IS, 3) TO WS-DCR-MOV (WS-IS, 2)
              MOVE WS-DCR-MOV (WS-IS, 4) TO WS-DCR-MOV (WS-IS, 3)
              MOVE WS-DCR-MOV (WS-IS, 5) TO WS-DCR-MOV (WS-IS, 4)
           END-IF

           MOVE WS-DCR-QTD-MOV (WS-IS) TO WS-IM
           MOVE DATA-CRMOV            TO WS-DCM-DATA (WS-IS, WS-IM)
           MOVE TIPO-CRMOV            TO WS-DCM-TIPO (WS-IS, WS-IM)
           MOVE VLR-CRMOV             TO WS-DCM-VLR (WS-IS, WS-IM)
           MOVE ID-FAT-CRMOV          TO WS-DCM-FAT (WS-IS, WS-IM)
           MOVE LOGIN-CRMOV           TO WS-DCM-LOGIN (WS-IS, WS-IM)
           .
       P074-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   GUARDA O CLIENTE DIVERGENTE (WS-IS) COM O SALDO DA CARTEIRA
      *   E A SOMA DO EXTRATO
      *----------------------------------------------------------------
       P075-REGISTRA-DIV-CREDITO.

           ADD 1                      TO WS-RUN-GRAVADOS

           IF WS-QTD-DIV-CRED NOT LESS 200
              DISPLAY "TABELA DE CARTEIRAS DIVERGENTES CHEIA (200). "
                      "CLIENTE " WS-IS " NAO LISTADO."
              ADD 1                   TO WS-TOTAL-NAO-LISTADOS
              GO TO P075-FIM
           END-IF

           ADD 1                      TO WS-QTD-DIV-CRED
           MOVE WS-QTD-DIV-CRED       TO WS-CL-DIV (WS-IS)
           MOVE WS-IS                 TO WS-DCR-CLI (WS-QTD-DIV-CRED)
           MOVE WS-SALDO-CARTEIRA     TO WS-DCR-SALDO (WS-QTD-DIV-CRED)
           MOVE WS-CL-EXTRATO (WS-IS) TO
                                      WS-DCR-EXTRATO (WS-QTD-DIV-CRED)
           MOVE WS-CL-CARTEIRA (WS-IS) TO
                                      WS-DCR-CARTEIRA (WS-QTD-DIV-CRED)
           MOVE ZEROS                 TO
                                      WS-DCR-QTD-MOV (WS-QTD-DIV-CRED)
           .
       P075-FIM.
           EXIT.
       P076-IMPRIME-CREDITO.

           MOVE WS-DCR-CLI (WS-IND)   TO WS-CRD-CLI
           MOVE WS-DCR-SALDO (WS-IND) TO WS-CRD-SALDO
           MOVE WS-DCR-EXTRATO (WS-IND) TO WS-CRD-EXTRATO

           IF WS-DCR-CARTEIRA (WS-IND) EQUAL 'S'
              MOVE "ULTIMOS LANCAMENTOS ABAIXO"
                                      TO WS-CRD-OBS
           ELSE
              MOVE "EXTRATO SEM CARTEIRA"
                                      TO WS-CRD-OBS
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-CREDITO        TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P077-IMPRIME-CREDMOV
              VARYING WS-IM FROM 1 BY 1
                 UNTIL WS-IM GREATER WS-DCR-QTD-MOV (WS-IND)

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
       P077-IMPRIME-CREDMOV.

           MOVE WS-DCM-DATA (WS-IND, WS-IM)  TO WS-CRM-DATA
           MOVE WS-DCM-TIPO (WS-IND, WS-IM)  TO WS-CRM-TIPO
           MOVE WS-DCM-VLR (WS-IND, WS-IM)   TO WS-CRM-VLR
           MOVE WS-DCM-FAT (WS-IND, WS-IM)   TO WS-CRM-FAT
           MOVE WS-DCM-LOGIN (WS-IND, WS-IM) TO WS-CRM-LOGIN

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-CREDMOV        TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   MOVIMENTO DE CAIXA OU BOLETO PAGO APONTANDO PARA UMA FATURA
      *   QUE NAO EXISTE: O DINHEIRO ENTROU E NAO QUITOU NADA
      *----------------------------------------------------------------
       P080-FATURAS-INEXISTENTES.
      *----------------------------------------------------------------
           PERFORM P081-PROCURA-ORFAO
              VARYING WS-IS FROM 1 BY 1 UNTIL WS-IS GREATER 9999

           IF WS-QTD-ORFAOS EQUAL ZEROS
              GO TO P080-FIM
           END-IF

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-ORFAOS         TO REL-LINHA
           WRITE REL-LINHA

           PERFORM P082-IMPRIME-ORFAO
              VARYING WS-IND FROM 1 BY 1
                 UNTIL WS-IND GREATER WS-QTD-ORFAOS
                    OR WS-IND GREATER 100

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA
           .
       P080-FIM.
           EXIT.
       P081-PROCURA-ORFAO.

           IF WS-FT-QTD-MOV (WS-IS) GREATER ZEROS
              AND NOT FT-EXISTE (WS-IS)
              ADD 1                   TO WS-QTD-ORFAOS
                                         WS-RUN-GRAVADOS
              IF WS-QTD-ORFAOS NOT GREATER 100
                 MOVE WS-IS           TO WS-ORF-FAT (WS-QTD-ORFAOS)
              ELSE
                 ADD 1                TO WS-TOTAL-NAO-LISTADOS
              END-IF
           END-IF
           .
       P082-IMPRIME-ORFAO.

           MOVE WS-ORF-FAT (WS-IND)   TO WS-IS
           MOVE WS-IS                 TO WS-ORF-ID
           MOVE WS-FT-QTD-MOV (WS-IS) TO WS-ORF-QTD
           COMPUTE WS-ORF-VLR = WS-FT-CAIXA (WS-IS)
                              + WS-FT-BOLETO (WS-IS)

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DET-ORFAO          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P090-RODAPES.
      *----------------------------------------------------------------
           IF WS-RUN-GRAVADOS EQUAL ZEROS
              MOVE SPACES             TO REL-LINHA
              MOVE WS-RODAPE-VAZIO    TO REL-LINHA
              WRITE REL-LINHA
              MOVE SPACES             TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-RUN-LIDOS          TO WS-ROD-LIDOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-CONVENIO     TO WS-ROD-CONVENIO
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-DIV            TO WS-ROD-DIVERG
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-03          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-TOTAL-CLIENTES     TO WS-ROD-CLIENTES
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-04          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-DIV-CRED       TO WS-ROD-DIV-CRED
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-05          TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-QTD-ORFAOS         TO WS-ROD-ORFAOS
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-06          TO REL-LINHA
           WRITE REL-LINHA

           IF WS-TOTAL-NAO-LISTADOS GREATER ZEROS
              MOVE WS-TOTAL-NAO-LISTADOS TO WS-ROD-NAO-LIST
              MOVE SPACES             TO REL-LINHA
              MOVE WS-RODAPE-07       TO REL-LINHA
              WRITE REL-LINHA
           END-IF

           MOVE WS-RUN-TOTAL          TO WS-ROD-DIFERENCA
           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-08          TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
      *   FECHA O REGISTRO NO CONTROLE DE EXECUCOES, QUE A ROTINA
      *   NOTURNA CONFERE PARA SEGUIR AO PASSO SEGUINTE
      *----------------------------------------------------------------
       P095-FINALIZA-EXECUCAO.
      *----------------------------------------------------------------
           MOVE 'F'                   TO WS-RUN-ACAO
           MOVE '2'                   TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           .
       END PROGRAM PGMFINCNC.
