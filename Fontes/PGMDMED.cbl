      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: GERAR A DMED (DECLARACAO DE SERVICOS MEDICOS E DE
      *          SAUDE) DO ANO-CALENDARIO INFORMADO PARA A RECEITA
      *          FEDERAL: OS VALORES RECEBIDOS DE PESSOAS FISICAS, POR
      *          CPF DO RESPONSAVEL PELO PAGAMENTO E DO BENEFICIARIO.
      *          AS FONTES SAO OS RECEBIMENTOS DO CAIXA (ARQCXMOV,
      *          QUE JA TRAZ AS VENDAS EM CARTAO) E OS BOLETOS
      *          LIQUIDADOS (ARQBOLETO). O ESTORNO DE RECEBIMENTO
      *          (PGMCXA04) ABATE O VALOR, A FATURA ESTORNADA
      *          (PGMFATEST) NAO ENTRA, E FATURA DE CONVENIO OU DE
      *          EMPRESA CONVENIADA NAO E PAGAMENTO DE PESSOA FISICA.
      *          O ATENDIMENTO E DE CONVENIO QUANDO O AGENDAMENTO DA
      *          FATURA TEM COBERTURA (ID-CONV-AGE), COMO NO PGMLOTGER;
      *          O CONVENIO DO CADASTRO SO VALE PARA FATURA SEM
      *          AGENDAMENTO.
      *          O ADIANTAMENTO (TIPO 'A') SO ENTRA QUANDO O CREDITO
      *          PAGA UMA FATURA (FORMA 'V'), PARA NAO CONTAR DUAS
      *          VEZES. O VALOR E DO PACIENTE (CPF-CLI); O DO MENOR DE
      *          IDADE VAI PARA O RESPONSAVEL (ID-RESP-CLI), COM O
      *          MENOR COMO BENEFICIARIO. SAI O ARQUIVO ARQDMED.TXT NO
      *          LEIAUTE DA DMED E O RELATORIO DE CONFERENCIA
      *          RELDMED.LST COM OS PACIENTES SEM CPF OU COM CPF
      *          INVALIDO - O RESPONSAVEL NESSA SITUACAO FICA FORA DO
      *          ARQUIVO ATE O CADASTRO SER CORRIGIDO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMDMED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CXMOV ASSIGN TO
           WS-PATH-ARQCXMOV
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS.

           SELECT BOLETOS ASSIGN TO
           WS-PATH-ARQBOLETO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-BOLETO
           FILE STATUS  IS WS-FS-BOL.

           SELECT FATURA ASSIGN TO
           WS-PATH-ARQFATURA
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-FATURA
           ALTERNATE RECORD KEY IS ID-CLI-FAT WITH DUPLICATES
           ALTERNATE RECORD KEY IS DATA-FAT WITH DUPLICATES
           FILE STATUS  IS WS-FS-FAT.

           SELECT CLIENTES ASSIGN TO
           WS-PATH-ARQCLII
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS-CLI.

           SELECT AGENDA ASSIGN TO
           WS-PATH-ARQAGE
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS RANDOM
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           FILE STATUS  IS WS-FS-AGE.

           SELECT ARQDMED ASSIGN TO
           WS-PATH-ARQDMED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-DMD.

           SELECT RELDMED ASSIGN TO
           WS-PATH-RELDMED
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CXMOV.
           COPY CPYCXMOV.

       FD BOLETOS.
           COPY CPYBOLETO.

       FD FATURA.
           COPY CPYFATURA.

       FD CLIENTES.
           COPY CPYCLI.

       FD AGENDA.
           COPY CPYAGE.

       FD ARQDMED
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 DMED-LINHA              PIC X(132).

       FD RELDMED
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-BOL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-BOL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-BOL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-BOL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-BOL-EOF
                          WS-FS-OK BY WS-FS-BOL-OK
                          WS-FS BY WS-FS-BOL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-FAT-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-FAT-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-FAT-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-FAT-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-FAT-EOF
                          WS-FS-OK BY WS-FS-FAT-OK
                          WS-FS BY WS-FS-FAT.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-CLI-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-CLI-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-CLI-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-CLI-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-CLI-EOF
                          WS-FS-OK BY WS-FS-CLI-OK
                          WS-FS BY WS-FS-CLI.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-DMD-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-DMD-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-DMD-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-DMD-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-DMD-EOF
                          WS-FS-OK BY WS-FS-DMD-OK
                          WS-FS BY WS-FS-DMD.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-AGE-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-AGE-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-AGE-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-AGE-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-AGE-EOF
                          WS-FS-OK BY WS-FS-AGE-OK
                          WS-FS BY WS-FS-AGE.

      *   DADOS FIXOS DO DECLARANTE E DO RESPONSAVEL PELO PREENCHIMENTO
       77 WS-DECL-CNPJ            PIC 9(14)  VALUE 11222333000181.
       77 WS-DECL-NOME            PIC X(40)  VALUE
          "CLINICA APRENDA COBOL LTDA".
       77 WS-DECL-CNES            PIC 9(07)  VALUE 1234567.
       77 WS-RESPO-CPF            PIC 9(11)  VALUE 52998224725.
       77 WS-RESPO-NOME           PIC X(30)  VALUE "ANDRE COSTA".
       77 WS-RESPO-DDD            PIC 9(02)  VALUE 11.
       77 WS-RESPO-TEL            PIC 9(09)  VALUE 33334444.
       77 WS-RESPO-EMAIL          PIC X(40)  VALUE
          "CONTABIL@APRENDACOBOL.COM.BR".

       77 WS-ANO-CALEND           PIC 9(04)  VALUE ZEROS.
       77 WS-ANO-REFER            PIC 9(04)  VALUE ZEROS.
       77 WS-ANO-MENOR            PIC 9(04)  VALUE ZEROS.
       77 WS-DATA-MOV-8           PIC 9(08)  VALUE ZEROS.
       77 WS-ID-FAT-AVALIA        PIC 9(04)  VALUE ZEROS.
       77 WS-FAT-DECLARA          PIC X(01)  VALUE 'N'.
          88 FATURA-DECLARAVEL    VALUE 'S'.
       77 WS-AGE-DISP             PIC X(01)  VALUE 'N'.
          88 AGENDA-DISPONIVEL    VALUE 'S'.
       77 WS-CONV-FAT             PIC 9(04)  VALUE ZEROS.
       77 WS-CPF-OK               PIC X(01)  VALUE 'N'.
          88 CPF-OK               VALUE 'S'.
       77 WS-IND-CLI              PIC 9(04)  COMP.
       77 WS-IND-PAG              PIC 9(04)  COMP.
       77 WS-IND-BEN              PIC 9(04)  COMP.
       77 WS-ID-PAGADOR           PIC 9(04)  VALUE ZEROS.
       77 WS-PAPEL                PIC X(12)  VALUE SPACES.

       77 WS-TOTAL-RECEB          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-ESTORNOS       PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-BOLETOS        PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-FORA           PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-RPDE           PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-BRPDE          PIC 9(06)  VALUE ZEROS.
       77 WS-TOTAL-PENDENCIAS     PIC 9(06)  VALUE ZEROS.
       77 WS-VLR-DECLARADO        PIC 9(10)V99 VALUE ZEROS.
       77 WS-VLR-NAO-DECLARADO    PIC 9(10)V99 VALUE ZEROS.

       77 WS-RUN-ACAO         PIC X(01) VALUE SPACES.
       77 WS-RUN-ID           PIC 9(08) VALUE ZEROS.
       77 WS-RUN-JOB          PIC X(08) VALUE "DMED".
       77 WS-RUN-LIDOS        PIC 9(06) VALUE ZEROS.
       77 WS-RUN-GRAVADOS     PIC 9(06) VALUE ZEROS.
       77 WS-RUN-TOTAL        PIC 9(10)V99 VALUE ZEROS.
       77 WS-RUN-STATUS       PIC X(01) VALUE SPACES.

      *   POR CLIENTE (INDEXADO PELO PROPRIO ID): VALOR LIQUIDO PAGO
      *   PELOS SEUS ATENDIMENTOS, TOTAL QUE ELE PAGOU COMO RESPONSAVEL
      *   E A LISTA ENCADEADA DOS SEUS BENEFICIARIOS (PRIMEIRO, ULTIMO
      *   E PROXIMO), NA ORDEM DO ID
       01 WS-TAB-CLIENTES.
          03 WS-TAB-ITEM OCCURS 9999 TIMES.
             05 WS-TAB-VLR-BENEF  PIC S9(08)V99.
             05 WS-TAB-VLR-PAGO   PIC S9(08)V99.
             05 WS-TAB-PRIM-BEN   PIC 9(04).
             05 WS-TAB-ULT-BEN    PIC 9(04).
             05 WS-TAB-PROX-BEN   PIC 9(04).

      *   LEIAUTE DA DMED: REGISTROS DELIMITADOS POR '|'
       01 WS-REG-DMED.
          03 FILLER               PIC X(05)  VALUE "Dmed|".
          03 WS-DMD-ANO-REF       PIC 9(04).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-DMD-ANO-CAL       PIC 9(04).
          03 FILLER               PIC X(04)  VALUE "|N||".

       01 WS-REG-RESPO.
          03 FILLER               PIC X(06)  VALUE "RESPO|".
          03 WS-RSP-CPF           PIC 9(11).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-RSP-NOME          PIC X(30).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-RSP-DDD           PIC 9(02).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-RSP-TEL           PIC 9(09).
          03 FILLER               PIC X(03)  VALUE "|||".
          03 WS-RSP-EMAIL         PIC X(40).
          03 FILLER               PIC X(01)  VALUE "|".

       01 WS-REG-DECPJ.
          03 FILLER               PIC X(06)  VALUE "DECPJ|".
          03 WS-DPJ-CNPJ          PIC 9(14).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-DPJ-NOME          PIC X(40).
          03 FILLER               PIC X(03)  VALUE "|2|".
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-DPJ-CNES          PIC 9(07).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-DPJ-CPF-RESP      PIC 9(11).
          03 FILLER               PIC X(04)  VALUE "|N||".

       01 WS-REG-PSS.
          03 FILLER               PIC X(04)  VALUE "PSS|".

       01 WS-REG-RPDE.
          03 FILLER               PIC X(05)  VALUE "RPDE|".
          03 WS-RPD-CPF           PIC 9(11).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-RPD-NOME          PIC X(20).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-RPD-VLR           PIC 9(11)V99.
          03 FILLER               PIC X(01)  VALUE "|".

       01 WS-REG-BRPDE.
          03 FILLER               PIC X(06)  VALUE "BRPDE|".
          03 WS-BRP-CPF           PIC X(11).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-BRP-DT-NASC       PIC 9(08).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-BRP-NOME          PIC X(20).
          03 FILLER               PIC X(01)  VALUE "|".
          03 WS-BRP-VLR           PIC 9(11)V99.
          03 FILLER               PIC X(01)  VALUE "|".

       01 WS-REG-FIM.
          03 FILLER               PIC X(08)  VALUE "FIMDmed|".

      *   RELATORIO DE CONFERENCIA
       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(40)  VALUE
             "CONFERENCIA DA DMED - ANO-CALENDARIO ".
          03 WS-CAB-ANO            PIC 9(04).

       01 WS-CAB-02.
          03 FILLER               PIC X(07)  VALUE "CLIENTE".
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 FILLER               PIC X(22)  VALUE "NOME".
          03 FILLER               PIC X(13)  VALUE "CPF".
          03 FILLER               PIC X(14)  VALUE "PAPEL".
          03 FILLER               PIC X(14)  VALUE "VALOR".
          03 FILLER               PIC X(30)  VALUE "SITUACAO".

       01 WS-LINHA-PENDENCIA.
          03 WS-PEN-CLI            PIC ZZZ9.
          03 FILLER               PIC X(05)  VALUE SPACES.
          03 WS-PEN-NOME           PIC X(20).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-PEN-CPF            PIC 9(11).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-PEN-PAPEL          PIC X(12).
          03 FILLER               PIC X(02)  VALUE SPACES.
          03 WS-PEN-VLR            PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-PEN-SITUACAO       PIC X(40).

       01 WS-TOTAL-LINHA-01.
          03 FILLER               PIC X(36)  VALUE
             "RECEBIMENTOS DO CAIXA CONSIDERADOS: ".
          03 WS-TOT-RECEB          PIC ZZZ.ZZ9.
          03 FILLER               PIC X(14)  VALUE "  ESTORNOS: ".
          03 WS-TOT-EST            PIC ZZZ.ZZ9.
          03 FILLER               PIC X(14)  VALUE "  BOLETOS: ".
          03 WS-TOT-BOL            PIC ZZZ.ZZ9.

       01 WS-TOTAL-LINHA-02.
          03 FILLER               PIC X(36)  VALUE
             "MOVIMENTOS FORA DA DMED...........: ".
          03 WS-TOT-FORA           PIC ZZZ.ZZ9.

       01 WS-TOTAL-LINHA-03.
          03 FILLER               PIC X(36)  VALUE
             "RESPONSAVEIS (RPDE)...............: ".
          03 WS-TOT-RPDE           PIC ZZZ.ZZ9.
          03 FILLER               PIC X(18)  VALUE
             "  BENEFICIARIOS: ".
          03 WS-TOT-BRPDE          PIC ZZZ.ZZ9.

       01 WS-TOTAL-LINHA-04.
          03 FILLER               PIC X(36)  VALUE
             "VALOR DECLARADO...................: ".
          03 WS-TOT-VLR-DECL       PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 WS-TOTAL-LINHA-05.
          03 FILLER               PIC X(36)  VALUE
             "VALOR RETIDO POR CPF PENDENTE.....: ".
          03 WS-TOT-VLR-NDECL      PIC Z.ZZZ.ZZZ.ZZ9,99.
          03 FILLER               PIC X(16)  VALUE
             "  PENDENCIAS: ".
          03 WS-TOT-PEND           PIC ZZZ.ZZ9.

       77 WS-SPOOL-NOME            PIC X(10) VALUE "RELDMED".
       77 WS-SPOOL-PARMS           PIC X(20) VALUE SPACES.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.

           PERFORM P001-CARREGA-CAMINHOS
           PERFORM P005-ACEITA-ANO

           MOVE 'I'                  TO WS-RUN-ACAO
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS
           PERFORM P010-ABRIR-ARQUIVOS
           PERFORM P040-IMPRIME-CABECALHO

           PERFORM P020-LER-CXMOV
           PERFORM P030-PROCESSA-CXMOV UNTIL WS-FS-EOF

           PERFORM P022-LER-BOLETO
           PERFORM P032-PROCESSA-BOLETO UNTIL WS-FS-BOL-EOF

           PERFORM P050-APURA-RESPONSAVEL
              VARYING WS-IND-CLI FROM 1 BY 1
                UNTIL WS-IND-CLI GREATER 9999

           PERFORM P055-GRAVA-CABECALHO-DMED
           PERFORM P056-GRAVA-RESPONSAVEL
              VARYING WS-IND-PAG FROM 1 BY 1
                UNTIL WS-IND-PAG GREATER 9999
           MOVE SPACES                TO DMED-LINHA
           MOVE WS-REG-FIM            TO DMED-LINHA
           WRITE DMED-LINHA

           PERFORM P060-IMPRIME-TOTAL
           PERFORM P070-FECHAR-ARQUIVOS

           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELDMED,
                                 WS-SPOOL-PARMS

           DISPLAY "RESPONSAVEIS DECLARADOS...: " WS-TOTAL-RPDE
           DISPLAY "BENEFICIARIOS DECLARADOS..: " WS-TOTAL-BRPDE
           DISPLAY "PENDENCIAS DE CPF.........: " WS-TOTAL-PENDENCIAS

           MOVE 'F'                  TO WS-RUN-ACAO
           COMPUTE WS-RUN-GRAVADOS = WS-TOTAL-RPDE + WS-TOTAL-BRPDE
           MOVE WS-VLR-DECLARADO     TO WS-RUN-TOTAL
           MOVE '2'                  TO WS-RUN-STATUS
           CALL "PGMRUNLOG" USING WS-RUN-ACAO, WS-RUN-ID,
                                  WS-RUN-JOB, WS-RUN-LIDOS,
                                  WS-RUN-GRAVADOS, WS-RUN-TOTAL,
                                  WS-RUN-STATUS

           GOBACK
           .
      *----------------------------------------------------------------
      *   PERMITE SUBSTITUIR OS CAMINHOS DOS ARQUIVOS POR VARIAVEIS DE
      *   AMBIENTE, SEM PRECISAR RECOMPILAR O PROGRAMA
      *----------------------------------------------------------------
       P001-CARREGA-CAMINHOS.
      *----------------------------------------------------------------
           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCXMOV_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCXMOV
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQBOLETO_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBOLETO
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQFATURA_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQFATURA
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQCLII_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQCLII
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQDMED_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQDMED
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELDMED_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELDMED
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQAGE_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQAGE
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
           IF NOT WS-FS-BOL-OK AND NOT WS-FS-BOL-EOF
              CALL "PGMFSMSG" USING WS-FS-BOL, WS-FS-BOL-MSG
              DISPLAY WS-FS-BOL-MSG
           END-IF
           IF NOT WS-FS-FAT-OK
              CALL "PGMFSMSG" USING WS-FS-FAT, WS-FS-FAT-MSG
              DISPLAY WS-FS-FAT-MSG
           END-IF
           IF NOT WS-FS-CLI-OK
              CALL "PGMFSMSG" USING WS-FS-CLI, WS-FS-CLI-MSG
              DISPLAY WS-FS-CLI-MSG
           END-IF
           IF NOT WS-FS-DMD-OK
              CALL "PGMFSMSG" USING WS-FS-DMD, WS-FS-DMD-MSG
              DISPLAY WS-FS-DMD-MSG
           END-IF
           IF NOT WS-FS-REL-OK
              CALL "PGMFSMSG" USING WS-FS-REL, WS-FS-REL-MSG
              DISPLAY WS-FS-REL-MSG
           END-IF
           .
      *----------------------------------------------------------------
      *   A DMED E ENTREGUE NO ANO SEGUINTE AO ANO-CALENDARIO; MENOR
      *   DE IDADE E QUEM AINDA NAO TINHA 18 ANOS NO FIM DO ANO
      *----------------------------------------------------------------
       P005-ACEITA-ANO.
      *----------------------------------------------------------------
           DISPLAY "INFORME O ANO-CALENDARIO DA DMED (AAAA): "
           ACCEPT WS-ANO-CALEND

           COMPUTE WS-ANO-REFER = WS-ANO-CALEND + 1
           COMPUTE WS-ANO-MENOR = WS-ANO-CALEND - 18
           .
      *----------------------------------------------------------------
       P010-ABRIR-ARQUIVOS.
      *----------------------------------------------------------------
           OPEN INPUT  CXMOV
           OPEN INPUT  BOLETOS
           OPEN INPUT  FATURA
           OPEN INPUT  CLIENTES
           OPEN OUTPUT ARQDMED
           OPEN OUTPUT RELDMED

           IF NOT WS-FS-OK OR NOT WS-FS-BOL-OK OR NOT WS-FS-FAT-OK
              OR NOT WS-FS-CLI-OK OR NOT WS-FS-DMD-OK
              OR NOT WS-FS-REL-OK
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DA DMED."
              PERFORM P002-EXIBE-ERRO-FS
              GOBACK
           END-IF

           OPEN INPUT AGENDA

           IF WS-FS-AGE-OK
              SET AGENDA-DISPONIVEL   TO TRUE
           END-IF

           INITIALIZE WS-TAB-CLIENTES
           MOVE WS-ANO-CALEND         TO WS-CAB-ANO
           .
      *----------------------------------------------------------------
       P020-LER-CXMOV.
      *----------------------------------------------------------------
           READ CXMOV
               AT END
                  MOVE 10             TO WS-FS
               NOT AT END
                  ADD 1               TO WS-RUN-LIDOS
           END-READ
           .
      *----------------------------------------------------------------
       P022-LER-BOLETO.
      *----------------------------------------------------------------
           READ BOLETOS NEXT RECORD
               AT END
                  MOVE 10             TO WS-FS-BOL
               NOT AT END
                  ADD 1               TO WS-RUN-LIDOS
           END-READ
           .
      *----------------------------------------------------------------
      *   RECEBIMENTO DO CAIXA NO ANO: SOMA NO PACIENTE DA FATURA; O
      *   ESTORNO DE RECEBIMENTO SUBTRAI. DESCONTO NAO E DINHEIRO E O
      *   ADIANTAMENTO ENTRA SO QUANDO O CREDITO FOR USADO
      *----------------------------------------------------------------
       P030-PROCESSA-CXMOV.
      *----------------------------------------------------------------
           CALL "PGMSECULO" USING DATA-MOV, WS-DATA-MOV-8

           IF WS-DATA-MOV-8(1:4) EQUAL WS-ANO-CALEND
              AND NOT MOV-DESCONTO
              AND NOT MOV-ADIANTAMENTO
              AND ID-FAT-MOV GREATER ZEROS
              MOVE ID-FAT-MOV         TO WS-ID-FAT-AVALIA
              PERFORM P035-AVALIA-FATURA
              IF FATURA-DECLARAVEL
                 IF MOV-ESTORNO-REC
                    SUBTRACT VLR-MOV FROM WS-TAB-VLR-BENEF(ID-CLI-FAT)
                    ADD 1             TO WS-TOTAL-ESTORNOS
                 ELSE
                    ADD VLR-MOV       TO WS-TAB-VLR-BENEF(ID-CLI-FAT)
                    ADD 1             TO WS-TOTAL-RECEB
                 END-IF
              ELSE
                 ADD 1                TO WS-TOTAL-FORA
              END-IF
           END-IF

           PERFORM P020-LER-CXMOV
           .
      *----------------------------------------------------------------
      *   BOLETO LIQUIDADO NO ANO (PGMBOLRET): SOMA O VALOR PAGO
      *----------------------------------------------------------------
       P032-PROCESSA-BOLETO.
      *----------------------------------------------------------------
           IF BOLETO-PAGO
              AND DATA-PAG-BOL(1:4) EQUAL WS-ANO-CALEND
              MOVE ID-FAT-BOL         TO WS-ID-FAT-AVALIA
              PERFORM P035-AVALIA-FATURA
              IF FATURA-DECLARAVEL
                 ADD VLR-PAGO-BOL     TO WS-TAB-VLR-BENEF(ID-CLI-FAT)
                 ADD 1                TO WS-TOTAL-BOLETOS
              ELSE
                 ADD 1                TO WS-TOTAL-FORA
              END-IF
           END-IF

           PERFORM P022-LER-BOLETO
           .
      *----------------------------------------------------------------
      *   SO ENTRA NA DMED O PAGAMENTO DE PESSOA FISICA: FICAM FORA A
      *   FATURA ESTORNADA, A QUE FOI EM LOTE DE CONVENIO, O
      *   ATENDIMENTO COBERTO POR CONVENIO E A FATURA DE EMPRESA
      *----------------------------------------------------------------
       P035-AVALIA-FATURA.
      *----------------------------------------------------------------
           MOVE 'N'                   TO WS-FAT-DECLARA
           MOVE WS-ID-FAT-AVALIA      TO ID-FATURA

           READ FATURA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF NOT FATURA-ESTORNADA
                     AND FAT-SEM-LOTE
                     AND NOT FAT-EMPRESA
                     AND ID-CLI-FAT GREATER ZEROS
                     MOVE ID-CLI-FAT  TO ID-CLI
                     READ CLIENTES
                         INVALID KEY
                            CONTINUE
                         NOT INVALID KEY
                            PERFORM P036-CONVENIO-FATURA
                            IF NOT FAT-ATENDIMENTO
                               OR WS-CONV-FAT EQUAL ZEROS
                               MOVE 'S' TO WS-FAT-DECLARA
                            END-IF
                     END-READ
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------
      *   O CONVENIO DA FATURA E O DA COBERTURA GRAVADA NO AGENDAMENTO;
      *   SEM O AGENDAMENTO, VALE O CONVENIO DO CADASTRO DO CLIENTE
      *----------------------------------------------------------------
       P036-CONVENIO-FATURA.

           MOVE CONVENIO-CLI          TO WS-CONV-FAT

           IF AGENDA-DISPONIVEL AND ID-AGE-FAT NOT EQUAL ZEROS
              MOVE ID-AGE-FAT         TO ID-AGE
              READ AGENDA
                  NOT INVALID KEY
                     MOVE ID-CONV-AGE TO WS-CONV-FAT
              END-READ
           END-IF
           .
      *----------------------------------------------------------------
      *   DEFINE QUEM PAGOU PELO CLIENTE: O PROPRIO, OU O RESPONSAVEL
      *   QUANDO ELE ERA MENOR NO ANO; O MENOR ENTRA NA LISTA DE
      *   BENEFICIARIOS DO RESPONSAVEL
      *----------------------------------------------------------------
       P050-APURA-RESPONSAVEL.
      *----------------------------------------------------------------
           IF WS-TAB-VLR-BENEF(WS-IND-CLI) GREATER ZEROS
              MOVE WS-IND-CLI         TO WS-ID-PAGADOR
              MOVE WS-IND-CLI         TO ID-CLI

              READ CLIENTES
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF NOT CLI-SEM-RESPONSAVEL
                        AND DT-NASC-CLI(1:4) GREATER WS-ANO-MENOR
                        MOVE ID-RESP-CLI TO WS-ID-PAGADOR
                     END-IF
              END-READ

              ADD WS-TAB-VLR-BENEF(WS-IND-CLI)
                                      TO WS-TAB-VLR-PAGO(WS-ID-PAGADOR)

              IF WS-ID-PAGADOR NOT EQUAL WS-IND-CLI
                 PERFORM P051-ENCADEIA-BENEFICIARIO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
       P051-ENCADEIA-BENEFICIARIO.
      *----------------------------------------------------------------
           IF WS-TAB-PRIM-BEN(WS-ID-PAGADOR) EQUAL ZEROS
              MOVE WS-IND-CLI         TO WS-TAB-PRIM-BEN(WS-ID-PAGADOR)
           ELSE
              MOVE WS-TAB-ULT-BEN(WS-ID-PAGADOR) TO WS-IND-BEN
              MOVE WS-IND-CLI         TO WS-TAB-PROX-BEN(WS-IND-BEN)
           END-IF

           MOVE WS-IND-CLI            TO WS-TAB-ULT-BEN(WS-ID-PAGADOR)
           .
      *----------------------------------------------------------------
       P055-GRAVA-CABECALHO-DMED.
      *----------------------------------------------------------------
           MOVE WS-ANO-REFER          TO WS-DMD-ANO-REF
           MOVE WS-ANO-CALEND         TO WS-DMD-ANO-CAL
           MOVE SPACES                TO DMED-LINHA
           MOVE WS-REG-DMED           TO DMED-LINHA
           WRITE DMED-LINHA

           MOVE WS-RESPO-CPF          TO WS-RSP-CPF
           MOVE WS-RESPO-NOME         TO WS-RSP-NOME
           MOVE WS-RESPO-DDD          TO WS-RSP-DDD
           MOVE WS-RESPO-TEL          TO WS-RSP-TEL
           MOVE WS-RESPO-EMAIL        TO WS-RSP-EMAIL
           MOVE SPACES                TO DMED-LINHA
           MOVE WS-REG-RESPO          TO DMED-LINHA
           WRITE DMED-LINHA

           MOVE WS-DECL-CNPJ          TO WS-DPJ-CNPJ
           MOVE WS-DECL-NOME          TO WS-DPJ-NOME
           MOVE WS-DECL-CNES          TO WS-DPJ-CNES
           MOVE WS-RESPO-CPF          TO WS-DPJ-CPF-RESP
           MOVE SPACES                TO DMED-LINHA
           MOVE WS-REG-DECPJ          TO DMED-LINHA
           WRITE DMED-LINHA

           MOVE SPACES                TO DMED-LINHA
           MOVE WS-REG-PSS            TO DMED-LINHA
           WRITE DMED-LINHA
           .
      *----------------------------------------------------------------
      *   UM RESPONSAVEL: SO VAI PARA O ARQUIVO COM CPF VALIDO, SENAO
      *   O VALOR FICA RETIDO NA CONFERENCIA. O RPDE LEVA O VALOR DOS
      *   ATENDIMENTOS DELE MESMO; CADA BENEFICIARIO VIRA UM BRPDE
      *----------------------------------------------------------------
       P056-GRAVA-RESPONSAVEL.
      *----------------------------------------------------------------
           IF WS-TAB-VLR-PAGO(WS-IND-PAG) GREATER ZEROS
              MOVE WS-IND-PAG         TO ID-CLI
              READ CLIENTES
                  INVALID KEY
                     MOVE "*CLIENTE NAO ENCONTRADO*" TO NM-CLI
                     MOVE ZEROS       TO CPF-CLI
              END-READ

              PERFORM P058-VALIDA-CPF

              IF NOT CPF-OK
                 MOVE "RESPONSAVEL" TO WS-PAPEL
                 MOVE WS-TAB-VLR-PAGO(WS-IND-PAG) TO WS-PEN-VLR
                 MOVE "FORA DO ARQUIVO ATE CORRIGIR O CPF"
                                      TO WS-PEN-SITUACAO
                 PERFORM P045-IMPRIME-PENDENCIA
                 ADD WS-TAB-VLR-PAGO(WS-IND-PAG)
                                      TO WS-VLR-NAO-DECLARADO
              ELSE
                 MOVE CPF-CLI         TO WS-RPD-CPF
                 MOVE NM-CLI          TO WS-RPD-NOME
                 IF WS-TAB-VLR-BENEF(WS-IND-PAG) GREATER ZEROS
                    MOVE WS-TAB-VLR-BENEF(WS-IND-PAG) TO WS-RPD-VLR
                 ELSE
                    MOVE ZEROS        TO WS-RPD-VLR
                 END-IF
                 MOVE SPACES          TO DMED-LINHA
                 MOVE WS-REG-RPDE     TO DMED-LINHA
                 WRITE DMED-LINHA
                 ADD 1                TO WS-TOTAL-RPDE
                 ADD WS-TAB-VLR-PAGO(WS-IND-PAG) TO WS-VLR-DECLARADO

                 MOVE WS-TAB-PRIM-BEN(WS-IND-PAG) TO WS-IND-BEN
                 PERFORM P057-GRAVA-BENEFICIARIO
                    UNTIL WS-IND-BEN EQUAL ZEROS
              END-IF
           END-IF
           .
      *----------------------------------------------------------------
      *   BENEFICIARIO SEM CPF VAI COM O CAMPO EM BRANCO E A DATA DE
      *   NASCIMENTO; A CONFERENCIA AVISA PARA COMPLETAR O CADASTRO
      *----------------------------------------------------------------
       P057-GRAVA-BENEFICIARIO.
      *----------------------------------------------------------------
           MOVE WS-IND-BEN            TO ID-CLI
           READ CLIENTES
               INVALID KEY
                  MOVE "*CLIENTE NAO ENCONTRADO*" TO NM-CLI
                  MOVE ZEROS          TO CPF-CLI
                                          DT-NASC-CLI
           END-READ

           PERFORM P058-VALIDA-CPF

           IF CPF-OK
              MOVE CPF-CLI            TO WS-BRP-CPF
           ELSE
              MOVE SPACES             TO WS-BRP-CPF
              MOVE "BENEFICIARIO"     TO WS-PAPEL
              MOVE WS-TAB-VLR-BENEF(WS-IND-BEN) TO WS-PEN-VLR
              MOVE "DECLARADO SEM CPF - COMPLETAR CADASTRO"
                                      TO WS-PEN-SITUACAO
              PERFORM P045-IMPRIME-PENDENCIA
           END-IF

           MOVE DT-NASC-CLI           TO WS-BRP-DT-NASC
           MOVE NM-CLI                TO WS-BRP-NOME
           MOVE WS-TAB-VLR-BENEF(WS-IND-BEN) TO WS-BRP-VLR
           MOVE SPACES                TO DMED-LINHA
           MOVE WS-REG-BRPDE          TO DMED-LINHA
           WRITE DMED-LINHA
           ADD 1                      TO WS-TOTAL-BRPDE

           MOVE WS-TAB-PROX-BEN(WS-IND-BEN) TO WS-IND-BEN
           .
      *----------------------------------------------------------------
       P058-VALIDA-CPF.
      *----------------------------------------------------------------
           MOVE 'N'                   TO WS-CPF-OK

           IF CPF-CLI GREATER ZEROS
              CALL "PGMVALCPF" USING CPF-CLI, WS-CPF-OK
           END-IF
           .
      *----------------------------------------------------------------
       P040-IMPRIME-CABECALHO.
      *----------------------------------------------------------------
           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P045-IMPRIME-PENDENCIA.
      *----------------------------------------------------------------
           ADD 1                      TO WS-TOTAL-PENDENCIAS

           MOVE ID-CLI                TO WS-PEN-CLI
           MOVE NM-CLI                TO WS-PEN-NOME
           MOVE CPF-CLI               TO WS-PEN-CPF
           MOVE WS-PAPEL              TO WS-PEN-PAPEL

           MOVE SPACES                TO REL-LINHA
           MOVE WS-LINHA-PENDENCIA    TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P060-IMPRIME-TOTAL.
      *----------------------------------------------------------------
           MOVE WS-TOTAL-RECEB        TO WS-TOT-RECEB
           MOVE WS-TOTAL-ESTORNOS     TO WS-TOT-EST
           MOVE WS-TOTAL-BOLETOS      TO WS-TOT-BOL
           MOVE WS-TOTAL-FORA         TO WS-TOT-FORA
           MOVE WS-TOTAL-RPDE         TO WS-TOT-RPDE
           MOVE WS-TOTAL-BRPDE        TO WS-TOT-BRPDE
           MOVE WS-VLR-DECLARADO      TO WS-TOT-VLR-DECL
           MOVE WS-VLR-NAO-DECLARADO  TO WS-TOT-VLR-NDECL
           MOVE WS-TOTAL-PENDENCIAS   TO WS-TOT-PEND

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-01     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-02     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-03     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-04     TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-TOTAL-LINHA-05     TO REL-LINHA
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------
       P070-FECHAR-ARQUIVOS.
      *----------------------------------------------------------------
           CLOSE CXMOV
           CLOSE BOLETOS
           CLOSE FATURA
           CLOSE CLIENTES
           CLOSE ARQDMED
           CLOSE RELDMED

           IF AGENDA-DISPONIVEL
              CLOSE AGENDA
           END-IF
           .
       END PROGRAM PGMDMED.
