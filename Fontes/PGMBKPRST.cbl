      *             VERSOES DE PRONTUARIO) E RESPECTIVOS CTL;
      *             ARQUIVOS TEMPORARIOS, DE TRANSFERENCIA E DE
      *             SESSAO CONTINUAM FORA DA COPIA.
      * Manutencao: 15 OUT 2026 - PARCELAS DE FATURA (ARQFATPAR) ENTRAM
      *             NA RESTAURACAO. O OPERADOR PODE PEDIR A REAPLICACAO
      *             DO DIARIO DE ALTERACOES (ARQJRN) ATE UMA DATA E
      *             HORA: DEPOIS DE CONFERIDO, CADA ARQUIVO PRINCIPAL
      *             (CLIENTES, AGENDA, FATURAS, PARCELAS, MOVIMENTOS DE
      *             CAIXA E ESTOQUE) RECEBE AS IMAGENS GRAVADAS APOS O
      *             BACKUP, LIDAS DAS GERACOES DO DIARIO VIRADAS PELO
      *             PGMBKPALL E DO DIARIO CORRENTE. O QUE FOI
      *             REAPLICADO SAI EM RELJRNAPL.LST, GUARDADO NO SPOOL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMBKPRST.
           SELECT CLIENTES ASSIGN TO
           WS-PATH-RESTAURADO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-CLI
           ALTERNATE RECORD KEY IS NM-CLI WITH DUPLICATES
           FILE STATUS  IS WS-FS.
           SELECT AGENDA ASSIGN TO
           WS-PATH-RESTAURADO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-AGE
           ALTERNATE RECORD KEY IS DATA-AGE WITH DUPLICATES
           ALTERNATE RECORD KEY IS ID-CLI-AGE WITH DUPLICATES
           SELECT FATURA ASSIGN TO
           WS-PATH-RESTAURADO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-FATURA
           FILE STATUS  IS WS-FS.

           SELECT ESTOQUE ASSIGN TO
           WS-PATH-RESTAURADO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS ID-ESTQ
           FILE STATUS  IS WS-FS.

           ALTERNATE RECORD KEY IS ID-FORN-PF WITH DUPLICATES
           FILE STATUS  IS WS-FS.

           SELECT FATPARS ASSIGN TO
           WS-PATH-RESTAURADO
           ORGANIZATION IS INDEXED
           ACCESS MODE  IS DYNAMIC
           RECORD KEY   IS CHAVE-FATPAR
           FILE STATUS  IS WS-FS.

           SELECT DIARIO ASSIGN TO
           WS-PATH-DIARIO
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-JRN.

           SELECT RELJRNAPL ASSIGN TO
           WS-PATH-RELJRNAPL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE  IS SEQUENTIAL
           FILE STATUS  IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTES.
       FD PROCFORNS.
           COPY CPYPROCFOR.

       FD FATPARS.
           COPY CPYFATPAR.

       FD DIARIO.
           COPY CPYJRN.

       FD RELJRNAPL
           RECORD CONTAINS 132 CHARACTERS
           RECORDING MODE IS F.
       01 REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYFS.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-GER-MSG
                          WS-FS-EOF BY WS-FS-MAN-EOF
                          WS-FS-OK BY WS-FS-MAN-OK
                          WS-FS BY WS-FS-MAN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-JRN-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-JRN-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-JRN-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-JRN-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-JRN-EOF
                          WS-FS-OK BY WS-FS-JRN-OK
                          WS-FS BY WS-FS-JRN.
           COPY CPYFS REPLACING WS-FS-MSG BY WS-FS-REL-MSG
                          WS-FS-NAO-ENCONTRADO
                             BY WS-FS-REL-NAO-ENCONTRADO
                          WS-FS-DUPLICADO BY WS-FS-REL-DUPLICADO
                          WS-FS-NAO-EXISTE BY WS-FS-REL-NAO-EXISTE
                          WS-FS-EOF BY WS-FS-REL-EOF
                          WS-FS-OK BY WS-FS-REL-OK
                          WS-FS BY WS-FS-REL.

       77 WS-GERACAO-PEDIDA   PIC 9(06) VALUE ZEROS.
       77 WS-NOME-PEDIDO      PIC X(12) VALUE SPACES.
          88 WS-EOF-GER-OK    VALUE 1 FALSE 0.
       77 WS-TOTAL-OK         PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-DIVERGE    PIC 9(02) VALUE ZEROS.
       77 WS-CONFERIDO        PIC X(01) VALUE 'N'.
          88 RESTAURO-CONFERIDO VALUE 'S'.
       77 WS-REAPLICA         PIC X(01) VALUE 'N'.
          88 REAPLICA-DIARIO  VALUE 'S' 's'.
       77 WS-NOME-RST         PIC X(12) VALUE SPACES.
          88 ARQ-COM-DIARIO   VALUE "ARQCLII" "ARQAGE" "ARQFATURA"
                                    "ARQFATPAR" "ARQCXMOV" "ARQESTQ".
       77 WS-PATH-DIARIO      PIC X(60) VALUE SPACES.
       77 WS-QTD-DIARIOS      PIC 9(02) VALUE ZEROS.
       77 WS-IND-DIARIO       PIC 9(02) COMP.
       77 WS-EOF-JRN          PIC 9     VALUE 0.
          88 WS-EOF-JRN-OK    VALUE 1 FALSE 0.
       77 WS-EOF-MOV          PIC 9     VALUE 0.
          88 WS-EOF-MOV-OK    VALUE 1 FALSE 0.
       77 WS-MOV-ACHADO       PIC X(01) VALUE 'N'.
          88 MOV-ACHADO       VALUE 'S'.
       77 WS-FS-APLICA        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-REAPLIC-ARQ  PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-REAPLIC    PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL-FALHAS     PIC 9(06) VALUE ZEROS.
       77 WS-SPOOL-NOME       PIC X(10) VALUE "RELJRNAPL".
       77 WS-SPOOL-PARMS      PIC X(20) VALUE SPACES.

      *   GERACOES DO DIARIO POSTERIORES AO BACKUP RESTAURADO, NA ORDEM
      *   DO MANIFESTO, SEGUIDAS DO DIARIO CORRENTE
       01 WS-TAB-DIARIOS.
          03 WS-DIARIO-ARQ    PIC X(60) OCCURS 60 TIMES.

      *   JANELA DA REAPLICACAO: DO INICIO DO BACKUP RESTAURADO ATE O
      *   MINUTO ESCOLHIDO PELO OPERADOR (MESMO FORMATO DE MOMENTO-JRN)
       01 WS-MOMENTO-INI.
          03 WS-INI-DATA      PIC 9(06).
          03 WS-INI-HORA      PIC 9(08).
       01 WS-MOMENTO-LIMITE.
          03 WS-LIMITE-DATA   PIC 9(06).
          03 WS-LIMITE-HORA   PIC 9(04).
          03 FILLER           PIC 9(04) VALUE 9999.

      *   CHAVE DO MOVIMENTO DE CAIXA, QUE NAO TEM CHAVE DE ARQUIVO
       01 WS-CHAVE-MOV-JRN.
          03 WS-CAIXA-MOV-JRN PIC 9(04).
          03 WS-FAT-MOV-JRN   PIC 9(04).
          03 WS-DATA-MOV-JRN  PIC 9(06).
          03 WS-HORA-MOV-JRN  PIC 9(08).

       01 WS-CAB-01.
          03 FILLER               PIC X(15)  VALUE SPACES.
          03 FILLER               PIC X(60)  VALUE
             "REAPLICACAO DO DIARIO DE ALTERACOES APOS A RESTAURACAO".

       01 WS-CAB-02.
          03 FILLER               PIC X(20)  VALUE
             "GERACAO RESTAURADA: ".
          03 WS-CAB-GERACAO       PIC 9(06).
          03 FILLER               PIC X(24)  VALUE
             "   REAPLICADO ATE: DATA ".
          03 WS-CAB-LIM-DATA      PIC 9(06).
          03 FILLER               PIC X(06)  VALUE " HORA ".
          03 WS-CAB-LIM-HORA      PIC 9(04).

       01 WS-CAB-03.
          03 FILLER               PIC X(50)  VALUE
             "DATA   HORA     ARQUIVO      OPERACAO  PROGRAMA   ".
          03 FILLER               PIC X(52)  VALUE
             "LOGIN      INICIO DO REGISTRO                       ".
          03 FILLER               PIC X(20)  VALUE
             "RESULTADO".

       01 WS-DETALHE.
          03 WS-DET-DATA          PIC 9(06).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-HORA          PIC 9(08).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-ARQ           PIC X(12).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-OPER          PIC X(09).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-PGM           PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-LOGIN         PIC X(10).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-REGISTRO      PIC X(40).
          03 FILLER               PIC X(01)  VALUE SPACES.
          03 WS-DET-RESULTADO     PIC X(20).

       01 WS-RESULTADO-FALHA.
          03 FILLER               PIC X(09)  VALUE "FALHA FS ".
          03 WS-RES-FS            PIC 9(02).

       01 WS-RODAPE-01.
          03 FILLER               PIC X(40)  VALUE
             "ALTERACOES REAPLICADAS................: ".
          03 WS-ROD-REAPLIC       PIC ZZZ.ZZ9.

       01 WS-RODAPE-02.
          03 FILLER               PIC X(40)  VALUE
             "ALTERACOES COM FALHA..................: ".
          03 WS-ROD-FALHAS        PIC ZZZ.ZZ9.
           COPY CPYPATHS.

       PROCEDURE DIVISION.
           ACCEPT WS-GERACAO-PEDIDA
           DISPLAY "INFORME O ARQUIVO (EX ARQFATURA, OU TODOS): "
           ACCEPT WS-NOME-PEDIDO
           DISPLAY "REAPLICAR O DIARIO DE ALTERACOES FEITAS DEPOIS "
                   "DO BACKUP (S/N)? "
           ACCEPT WS-REAPLICA

           IF REAPLICA-DIARIO
              DISPLAY "REAPLICAR ATE A DATA (AAMMDD): "
              ACCEPT WS-LIMITE-DATA
              DISPLAY "REAPLICAR ATE A HORA (HHMM): "
              ACCEPT WS-LIMITE-HORA
              PERFORM P005-LEVANTA-DIARIOS THRU P005-FIM
           END-IF

           OPEN INPUT MANIFESTO

           DISPLAY "CONFERENCIA BATENDO, SUBSTITUA O ARQUIVO VIVO "
                   "PELO RST CORRESPONDENTE."

           IF REAPLICA-DIARIO
              PERFORM P070-FECHA-RELATORIO THRU P070-FIM
           END-IF

           GOBACK
           .
      *----------------------------------------------------------------
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQBKPMAN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "ARQJRN_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-ARQJRN
           END-IF

           ACCEPT WS-PATH-ENV FROM ENVIRONMENT "RELJRNAPL_PATH"
           IF WS-PATH-ENV NOT EQUAL SPACES
              MOVE WS-PATH-ENV TO WS-PATH-RELJRNAPL
           END-IF
           .
       P001-FIM.
      *----------------------------------------------------------------
      *   LEVANTA NO MANIFESTO AS GERACOES DO DIARIO VIRADAS DEPOIS DO
      *   BACKUP PEDIDO; O DIARIO CORRENTE ENTRA POR ULTIMO. ABRE O
      *   RELATORIO DA REAPLICACAO
      *----------------------------------------------------------------
       P005-LEVANTA-DIARIOS.

           MOVE ZEROS                 TO WS-QTD-DIARIOS

           OPEN INPUT MANIFESTO

           IF WS-FS-MAN-OK
              PERFORM P006-LE-DIARIO-MAN THRU P006-FIM
                 UNTIL WS-FS-MAN-EOF
              CLOSE MANIFESTO
           END-IF

           ADD 1                      TO WS-QTD-DIARIOS
           MOVE WS-PATH-ARQJRN        TO WS-DIARIO-ARQ (WS-QTD-DIARIOS)

           OPEN OUTPUT RELJRNAPL

           IF NOT WS-FS-REL-OK
              DISPLAY "ERRO AO CRIAR O RELATORIO DA REAPLICACAO: "
                      WS-FS-REL
              MOVE 'N'                TO WS-REAPLICA
              GO TO P005-FIM
           END-IF

           MOVE WS-GERACAO-PEDIDA     TO WS-CAB-GERACAO
           MOVE WS-LIMITE-DATA        TO WS-CAB-LIM-DATA
           MOVE WS-LIMITE-HORA        TO WS-CAB-LIM-HORA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-01             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-CAB-02             TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           WRITE REL-LINHA

           MOVE WS-CAB-03             TO REL-LINHA
           WRITE REL-LINHA

           MOVE ALL "-"               TO REL-LINHA
           WRITE REL-LINHA
           .
       P005-FIM.
           EXIT.
       P006-LE-DIARIO-MAN.

           READ MANIFESTO
               AT END
                  MOVE 10             TO WS-FS-MAN
               NOT AT END
                  IF MAN-NOME EQUAL "ARQJRN"
                     AND MAN-DISPONIVEL
                     AND MAN-GERACAO GREATER WS-GERACAO-PEDIDA
                     AND WS-QTD-DIARIOS LESS 59
                     ADD 1            TO WS-QTD-DIARIOS
                     MOVE MAN-ARQ     TO WS-DIARIO-ARQ (WS-QTD-DIARIOS)
                  END-IF
           END-READ
           .
       P006-FIM.
      *----------------------------------------------------------------
      *   PARA CADA LINHA DO MANIFESTO DA GERACAO PEDIDA (E DO ARQUIVO
      *   PEDIDO, OU TODOS), RECONSTROI O ARQUIVO E CONFERE OS TOTAIS
      *----------------------------------------------------------------
               NOT AT END
                  IF MAN-GERACAO EQUAL WS-GERACAO-PEDIDA
                     AND MAN-DISPONIVEL
                     AND MAN-NOME NOT EQUAL "ARQJRN"
                     AND (WS-NOME-PEDIDO EQUAL "TODOS"
                          OR MAN-NOME EQUAL WS-NOME-PEDIDO)
                     PERFORM P020-RESTAURA-ARQUIVO THRU P020-FIM
                  PERFORM P149-CARGA THRU P149-FIM
                     UNTIL WS-EOF-GER-OK
                  CLOSE PROCFORNS
               WHEN "ARQFATPAR"
                  OPEN OUTPUT FATPARS
                  PERFORM P150-CARGA THRU P150-FIM
                     UNTIL WS-EOF-GER-OK
                  CLOSE FATPARS
               WHEN OTHER
                  OPEN OUTPUT CONTROLE
                  PERFORM P200-CARGA-CTL THRU P200-FIM
           CLOSE GERACAO

           PERFORM P030-CONFERE THRU P030-FIM

           MOVE MAN-NOME              TO WS-NOME-RST

           IF REAPLICA-DIARIO AND ARQ-COM-DIARIO
              IF RESTAURO-CONFERIDO
                 PERFORM P040-REAPLICA-DIARIO THRU P040-FIM
              ELSE
                 DISPLAY "DIARIO NAO REAPLICADO EM " MAN-NOME
                         " POR CAUSA DA DIVERGENCIA."
              END-IF
           END-IF
           .
       P020-FIM.
           EXIT.
              AND (MAN-NOME NOT EQUAL "ARQFATURA"
                   OR WS-TOTAL-VALOR EQUAL MAN-TOTAL)
              ADD 1                   TO WS-TOTAL-OK
              MOVE 'S'                TO WS-CONFERIDO
              DISPLAY MAN-NOME " RESTAURADO E CONFERIDO ("
                      WS-QTD-REGISTROS " REGISTROS)."
           ELSE
              ADD 1                   TO WS-TOTAL-DIVERGE
              MOVE 'N'                TO WS-CONFERIDO
              DISPLAY "DIVERGENCIA EM " MAN-NOME ": ESPERADO "
                      MAN-QTD " REGISTROS, RESTAURADO "
                      WS-QTD-REGISTROS ". NAO SUBSTITUA O ARQUIVO."
           END-IF
           .
       P030-FIM.
      *----------------------------------------------------------------
      *   REAPLICA SOBRE O ARQUIVO RESTAURADO (JA CONFERIDO) AS IMAGENS
      *   DO DIARIO GRAVADAS DESDE O INICIO DO BACKUP ATE O LIMITE
      *   ESCOLHIDO. COMO O DIARIO GUARDA A IMAGEM POSTERIOR, INCLUSAO
      *   DE REGISTRO JA EXISTENTE VIRA REGRAVACAO E ALTERACAO DE
      *   REGISTRO AUSENTE VIRA INCLUSAO, E A REAPLICACAO PODE SER
      *   REPETIDA SEM DUPLICAR NADA
      *----------------------------------------------------------------
       P040-REAPLICA-DIARIO.

           MOVE MAN-GERACAO           TO WS-INI-DATA
           MOVE MAN-HORA              TO WS-INI-HORA
           MOVE ZEROS                 TO WS-QTD-REAPLIC-ARQ
                                          WS-FS

           EVALUATE MAN-NOME
               WHEN "ARQCLII"
                  OPEN I-O CLIENTES
               WHEN "ARQAGE"
                  OPEN I-O AGENDA
               WHEN "ARQFATURA"
                  OPEN I-O FATURA
               WHEN "ARQFATPAR"
                  OPEN I-O FATPARS
               WHEN "ARQESTQ"
                  OPEN I-O ESTOQUE
           END-EVALUATE

           IF NOT WS-FS-OK
              DISPLAY "ERRO AO ABRIR " MAN-NOME
                      " PARA REAPLICAR O DIARIO: " WS-FS
              GO TO P040-FIM
           END-IF

           PERFORM P041-LE-DIARIO THRU P041-FIM
              VARYING WS-IND-DIARIO FROM 1 BY 1
              UNTIL WS-IND-DIARIO GREATER WS-QTD-DIARIOS

           EVALUATE MAN-NOME
               WHEN "ARQCLII"
                  CLOSE CLIENTES
               WHEN "ARQAGE"
                  CLOSE AGENDA
               WHEN "ARQFATURA"
                  CLOSE FATURA
               WHEN "ARQFATPAR"
                  CLOSE FATPARS
               WHEN "ARQESTQ"
                  CLOSE ESTOQUE
           END-EVALUATE

           DISPLAY MAN-NOME ": " WS-QTD-REAPLIC-ARQ
                   " ALTERACOES REAPLICADAS DO DIARIO."
           .
       P040-FIM.
           EXIT.
      *----------------------------------------------------------------
      *   PERCORRE UMA GERACAO DO DIARIO (OU O DIARIO CORRENTE)
      *----------------------------------------------------------------
       P041-LE-DIARIO.

           MOVE WS-DIARIO-ARQ (WS-IND-DIARIO) TO WS-PATH-DIARIO

           OPEN INPUT DIARIO

           IF WS-FS-JRN-NAO-EXISTE
              GO TO P041-FIM
           END-IF

           IF NOT WS-FS-JRN-OK
              DISPLAY "ERRO AO ABRIR O DIARIO " WS-PATH-DIARIO ": "
                      WS-FS-JRN
              GO TO P041-FIM
           END-IF

           SET WS-EOF-JRN-OK          TO FALSE

           PERFORM P042-LE-LANCAMENTO THRU P042-FIM
              UNTIL WS-EOF-JRN-OK

           CLOSE DIARIO
           .
       P041-FIM.
           EXIT.
       P042-LE-LANCAMENTO.

           READ DIARIO
               AT END
                  SET WS-EOF-JRN-OK   TO TRUE
               NOT AT END
                  IF ARQ-JRN EQUAL MAN-NOME
                     AND MOMENTO-JRN NOT LESS WS-MOMENTO-INI
                     AND MOMENTO-JRN NOT GREATER WS-MOMENTO-LIMITE
                     PERFORM P043-REAPLICA THRU P043-FIM
                  END-IF
           END-READ
           .
       P042-FIM.
      *----------------------------------------------------------------
      *   APLICA UM LANCAMENTO DO DIARIO E O REGISTRA NO RELATORIO
      *----------------------------------------------------------------
       P043-REAPLICA.

           EVALUATE MAN-NOME
               WHEN "ARQCLII"
                  PERFORM P050-APLICA-ARQCLII THRU P050-FIM
               WHEN "ARQAGE"
                  PERFORM P051-APLICA-ARQAGE THRU P051-FIM
               WHEN "ARQFATURA"
                  PERFORM P052-APLICA-ARQFATURA THRU P052-FIM
               WHEN "ARQFATPAR"
                  PERFORM P053-APLICA-ARQFATPAR THRU P053-FIM
               WHEN "ARQESTQ"
                  PERFORM P054-APLICA-ARQESTQ THRU P054-FIM
               WHEN "ARQCXMOV"
                  PERFORM P055-APLICA-ARQCXMOV THRU P055-FIM
           END-EVALUATE

           MOVE DATA-JRN              TO WS-DET-DATA
           MOVE HORA-JRN              TO WS-DET-HORA
           MOVE ARQ-JRN               TO WS-DET-ARQ
           MOVE PGM-JRN               TO WS-DET-PGM
           MOVE LOGIN-JRN             TO WS-DET-LOGIN
           MOVE IMAGEM-JRN            TO WS-DET-REGISTRO

           EVALUATE TRUE
               WHEN JRN-EXCLUSAO
                  MOVE "EXCLUSAO"     TO WS-DET-OPER
               WHEN JRN-ALTERACAO
                  MOVE "ALTERACAO"    TO WS-DET-OPER
               WHEN OTHER
                  MOVE "INCLUSAO"     TO WS-DET-OPER
           END-EVALUATE

           EVALUATE TRUE
               WHEN WS-FS-APLICA LESS 10
                  MOVE "REAPLICADO"   TO WS-DET-RESULTADO
                  ADD 1               TO WS-QTD-REAPLIC-ARQ
                                         WS-TOTAL-REAPLIC
               WHEN JRN-EXCLUSAO AND WS-FS-APLICA EQUAL 23
                  MOVE "JA EXCLUIDO"  TO WS-DET-RESULTADO
                  ADD 1               TO WS-QTD-REAPLIC-ARQ
                                         WS-TOTAL-REAPLIC
               WHEN OTHER
                  MOVE WS-FS-APLICA   TO WS-RES-FS
                  MOVE WS-RESULTADO-FALHA TO WS-DET-RESULTADO
                  ADD 1               TO WS-TOTAL-FALHAS
           END-EVALUATE

           MOVE SPACES                TO REL-LINHA
           MOVE WS-DETALHE            TO REL-LINHA
           WRITE REL-LINHA
           .
       P043-FIM.
      *----------------------------------------------------------------
       P050-APLICA-ARQCLII.

           MOVE IMAGEM-JRN            TO REG-CLI

           EVALUATE TRUE
               WHEN JRN-EXCLUSAO
                  DELETE CLIENTES RECORD
               WHEN JRN-ALTERACAO
                  REWRITE REG-CLI
                  IF WS-FS-NAO-ENCONTRADO
                     WRITE REG-CLI
                  END-IF
               WHEN OTHER
                  WRITE REG-CLI
                  IF WS-FS-DUPLICADO
                     REWRITE REG-CLI
                  END-IF
           END-EVALUATE

           MOVE WS-FS                 TO WS-FS-APLICA
           .
       P050-FIM.
      *----------------------------------------------------------------
       P051-APLICA-ARQAGE.

           MOVE IMAGEM-JRN            TO REG-AGE

           EVALUATE TRUE
               WHEN JRN-EXCLUSAO
                  DELETE AGENDA RECORD
               WHEN JRN-ALTERACAO
                  REWRITE REG-AGE
                  IF WS-FS-NAO-ENCONTRADO
                     WRITE REG-AGE
                  END-IF
               WHEN OTHER
                  WRITE REG-AGE
                  IF WS-FS-DUPLICADO
                     REWRITE REG-AGE
                  END-IF
           END-EVALUATE

           MOVE WS-FS                 TO WS-FS-APLICA
           .
       P051-FIM.
      *----------------------------------------------------------------
       P052-APLICA-ARQFATURA.

           MOVE IMAGEM-JRN            TO REG-FATURA

           EVALUATE TRUE
               WHEN JRN-EXCLUSAO
                  DELETE FATURA RECORD
               WHEN JRN-ALTERACAO
                  REWRITE REG-FATURA
                  IF WS-FS-NAO-ENCONTRADO
                     WRITE REG-FATURA
                  END-IF
               WHEN OTHER
                  WRITE REG-FATURA
                  IF WS-FS-DUPLICADO
                     REWRITE REG-FATURA
                  END-IF
           END-EVALUATE

           MOVE WS-FS                 TO WS-FS-APLICA
           .
       P052-FIM.
      *----------------------------------------------------------------
       P053-APLICA-ARQFATPAR.

           MOVE IMAGEM-JRN            TO REG-FATPAR

           EVALUATE TRUE
               WHEN JRN-EXCLUSAO
                  DELETE FATPARS RECORD
               WHEN JRN-ALTERACAO
                  REWRITE REG-FATPAR
                  IF WS-FS-NAO-ENCONTRADO
                     WRITE REG-FATPAR
                  END-IF
               WHEN OTHER
                  WRITE REG-FATPAR
                  IF WS-FS-DUPLICADO
                     REWRITE REG-FATPAR
                  END-IF
           END-EVALUATE

           MOVE WS-FS                 TO WS-FS-APLICA
           .
       P053-FIM.
      *----------------------------------------------------------------
       P054-APLICA-ARQESTQ.

           MOVE IMAGEM-JRN            TO REG-ESTQ

           EVALUATE TRUE
               WHEN JRN-EXCLUSAO
                  DELETE ESTOQUE RECORD
               WHEN JRN-ALTERACAO
                  REWRITE REG-ESTQ
                  IF WS-FS-NAO-ENCONTRADO
                     WRITE REG-ESTQ
                  END-IF
               WHEN OTHER
                  WRITE REG-ESTQ
                  IF WS-FS-DUPLICADO
                     REWRITE REG-ESTQ
                  END-IF
           END-EVALUATE

           MOVE WS-FS                 TO WS-FS-APLICA
           .
       P054-FIM.
      *----------------------------------------------------------------
      *   O MOVIMENTO DE CAIXA E SEQUENCIAL E SEM CHAVE: PROCURA O
      *   MOVIMENTO PELO CAIXA, FATURA, DATA E HORA; ACHANDO, REGRAVA
      *   A IMAGEM, SENAO ACRESCENTA NO FIM DO ARQUIVO
      *----------------------------------------------------------------
       P055-APLICA-ARQCXMOV.

           MOVE IMAGEM-JRN            TO REG-CXMOV
           MOVE ID-CAIXA-MOV          TO WS-CAIXA-MOV-JRN
           MOVE ID-FAT-MOV            TO WS-FAT-MOV-JRN
           MOVE DATA-MOV              TO WS-DATA-MOV-JRN
           MOVE HORA-MOV              TO WS-HORA-MOV-JRN
           MOVE 'N'                   TO WS-MOV-ACHADO
           MOVE ZEROS                 TO WS-FS-APLICA

           OPEN I-O CXMOVS

           IF WS-FS-OK
              SET WS-EOF-MOV-OK       TO FALSE
              PERFORM P056-PROCURA-MOV THRU P056-FIM
                 UNTIL WS-EOF-MOV-OK OR MOV-ACHADO
              IF MOV-ACHADO
                 MOVE IMAGEM-JRN      TO REG-CXMOV
                 REWRITE REG-CXMOV
                 MOVE WS-FS           TO WS-FS-APLICA
              END-IF
              CLOSE CXMOVS
           END-IF

           IF NOT MOV-ACHADO
              OPEN EXTEND CXMOVS
              MOVE IMAGEM-JRN         TO REG-CXMOV
              WRITE REG-CXMOV
              MOVE WS-FS              TO WS-FS-APLICA
              CLOSE CXMOVS
           END-IF
           .
       P055-FIM.
       P056-PROCURA-MOV.

           READ CXMOVS
               AT END
                  SET WS-EOF-MOV-OK   TO TRUE
               NOT AT END
                  IF ID-CAIXA-MOV EQUAL WS-CAIXA-MOV-JRN
                     AND ID-FAT-MOV EQUAL WS-FAT-MOV-JRN
                     AND DATA-MOV EQUAL WS-DATA-MOV-JRN
                     AND HORA-MOV EQUAL WS-HORA-MOV-JRN
                     MOVE 'S'         TO WS-MOV-ACHADO
                  END-IF
           END-READ
           .
       P056-FIM.
      *----------------------------------------------------------------
      *   FECHA O RELATORIO DA REAPLICACAO COM OS TOTAIS E O GUARDA NO
      *   SPOOL
      *----------------------------------------------------------------
       P070-FECHA-RELATORIO.

           MOVE WS-TOTAL-REAPLIC      TO WS-ROD-REAPLIC
           MOVE WS-TOTAL-FALHAS       TO WS-ROD-FALHAS

           MOVE ALL "-"               TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-01          TO REL-LINHA
           WRITE REL-LINHA

           MOVE SPACES                TO REL-LINHA
           MOVE WS-RODAPE-02          TO REL-LINHA
           WRITE REL-LINHA

           CLOSE RELJRNAPL

           MOVE WS-GERACAO-PEDIDA     TO WS-SPOOL-PARMS
           CALL "PGMSPOOL" USING WS-SPOOL-NOME, WS-PATH-RELJRNAPL,
                                 WS-SPOOL-PARMS

           DISPLAY "ALTERACOES REAPLICADAS DO DIARIO...: "
                   WS-TOTAL-REAPLIC
           DISPLAY "ALTERACOES COM FALHA...............: "
                   WS-TOTAL-FALHAS
           .
       P070-FIM.
       P100-CARGA.

           READ GERACAO
           END-READ
           .
       P149-FIM.
       P150-CARGA.

           READ GERACAO
               AT END
                  SET WS-EOF-GER-OK   TO TRUE
               NOT AT END
                  MOVE GER-IMAGEM     TO REG-FATPAR
                  WRITE REG-FATPAR
                  IF WS-FS-OK
                     ADD 1            TO WS-QTD-REGISTROS
                  ELSE
                     DISPLAY "ERRO AO REGRAVAR REGISTRO DE "
                             MAN-NOME ": " WS-FS
                  END-IF
           END-READ
           .
       P150-FIM.
       P200-CARGA-CTL.

           READ GERACAO
