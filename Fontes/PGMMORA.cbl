      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: APURAR OS ENCARGOS DE MORA (MULTA E JUROS) DE UM
      *          SALDO PAGO EM ATRASO, SEGUNDO A POLITICA DE MORA DA
      *          TABELA DE PARAMETROS (PGMPAR01):
      *            MORAMULTA - MULTA FIXA EM % SOBRE O SALDO (PADRAO
      *                        2,00), COBRADA UMA UNICA VEZ;
      *            MORAJUROS - JUROS EM % AO MES (PADRAO 1,00), PRO
      *                        RATA DIA (MES COMERCIAL DE 30 DIAS);
      *            MORAPRAZO - DIAS ENTRE A EMISSAO E O VENCIMENTO DA
      *                        FATURA A VISTA (PADRAO 30);
      *            MORACAREN - DIAS DE TOLERANCIA APOS O VENCIMENTO
      *                        SEM ENCARGOS (PADRAO ZERO).
      *          O CHAMADOR INFORMA A DATA DE REFERENCIA (VENCIMENTO DA
      *          PARCELA, TIPO 'P', OU DATA DA FATURA A VISTA, TIPO
      *          'F', QUE RECEBE O PRAZO), A DATA DO PAGAMENTO, A DATA
      *          ATE A QUAL A MORA JA FOI COBRADA (ZEROS SE NUNCA) E O
      *          SALDO EM ATRASO. DEVOLVE A MULTA, OS JUROS E OS DIAS
      *          DE JUROS; DENTRO DO PRAZO/TOLERANCIA DEVOLVE ZEROS.
      *          USADO PELO CAIXA (PGMCXA02).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMMORA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-PERC-MULTA       PIC 9(03)V99 VALUE 2.
       77 WS-PERC-JUROS       PIC 9(03)V99 VALUE 1.
       77 WS-PRAZO-FAT        PIC 9(03)    VALUE 30.
       77 WS-CARENCIA         PIC 9(03)    VALUE ZEROS.
       77 WS-DATA-VENC        PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-LIMITE      PIC 9(08)    VALUE ZEROS.
       77 WS-DATA-INICIO      PIC 9(08)    VALUE ZEROS.
       77 WS-TIPO-SOMA        PIC X(01)    VALUE 'D'.
       77 WS-PAR-CHAVE        PIC X(12) VALUE SPACES.
       77 WS-PAR-ACHOU        PIC X(01) VALUE 'N'.
       77 WS-PAR-TIPO         PIC X(01) VALUE SPACES.
       77 WS-PAR-NUM          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-PAR-FLAG         PIC X(01) VALUE 'N'.
       LINKAGE SECTION.
       01 LK-DATA-REF         PIC 9(08).
       01 LK-TIPO-REF         PIC X(01).
          88 REF-FATURA       VALUE 'F'.
          88 REF-PARCELA      VALUE 'P'.
       01 LK-DATA-PAG         PIC 9(08).
       01 LK-DATA-ULT-MORA    PIC 9(08).
       01 LK-VLR-BASE         PIC 9(06)V99.
       01 LK-VLR-MULTA        PIC 9(06)V99.
       01 LK-VLR-JUROS        PIC 9(06)V99.
       01 LK-DIAS             PIC 9(05).

       PROCEDURE DIVISION USING LK-DATA-REF, LK-TIPO-REF, LK-DATA-PAG,
                                LK-DATA-ULT-MORA, LK-VLR-BASE,
                                LK-VLR-MULTA, LK-VLR-JUROS, LK-DIAS.
       MAIN-PROCEDURE.

            MOVE ZEROS                TO LK-VLR-MULTA
                                          LK-VLR-JUROS
                                          LK-DIAS

            IF LK-VLR-BASE EQUAL ZEROS OR LK-DATA-REF EQUAL ZEROS
               GOBACK
            END-IF

            PERFORM P010-LE-POLITICA  THRU P010-FIM
            PERFORM P020-APURA-VENCIMENTO THRU P020-FIM

            IF LK-DATA-PAG NOT GREATER WS-DATA-LIMITE
               GOBACK
            END-IF

            PERFORM P030-CALCULA-ENCARGOS THRU P030-FIM

            GOBACK
            .
      *----------------------------------------------------------------
      *   LE A POLITICA DE MORA NA TABELA DE PARAMETROS; CHAVE NAO
      *   CADASTRADA MANTEM O PADRAO DO PROGRAMA
      *----------------------------------------------------------------
       P010-LE-POLITICA.

            MOVE "MORAMULTA"          TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-PERC-MULTA
            END-IF

            MOVE "MORAJUROS"          TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-PERC-JUROS
            END-IF

            MOVE "MORAPRAZO"          TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-PRAZO-FAT
            END-IF

            MOVE "MORACAREN"          TO WS-PAR-CHAVE
            PERFORM P011-CONSULTA-PARAM THRU P011-FIM
            IF WS-PAR-ACHOU EQUAL 'S'
               MOVE WS-PAR-NUM        TO WS-CARENCIA
            END-IF
            .
       P010-FIM.
       P011-CONSULTA-PARAM.

            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   VENCIMENTO: A PARCELA JA TRAZ O SEU; A FATURA A VISTA VENCE
      *   O PRAZO DEPOIS DA EMISSAO. A TOLERANCIA SO ADIA O INICIO DA
      *   COBRANCA - OS JUROS CONTAM DESDE O VENCIMENTO
      *----------------------------------------------------------------
       P020-APURA-VENCIMENTO.

            MOVE LK-DATA-REF          TO WS-DATA-VENC

            IF REF-FATURA AND WS-PRAZO-FAT GREATER ZEROS
               CALL "PGMDATADD" USING WS-DATA-VENC, WS-TIPO-SOMA,
                                      WS-PRAZO-FAT
            END-IF

            MOVE WS-DATA-VENC         TO WS-DATA-LIMITE

            IF WS-CARENCIA GREATER ZEROS
               CALL "PGMDATADD" USING WS-DATA-LIMITE, WS-TIPO-SOMA,
                                      WS-CARENCIA
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   MULTA SO NA PRIMEIRA COBRANCA; JUROS DO VENCIMENTO (OU DA
      *   ULTIMA COBRANCA DE MORA, SE POSTERIOR) ATE O PAGAMENTO
      *----------------------------------------------------------------
       P030-CALCULA-ENCARGOS.

            IF LK-DATA-ULT-MORA EQUAL ZEROS
               COMPUTE LK-VLR-MULTA ROUNDED =
                       LK-VLR-BASE * WS-PERC-MULTA / 100
            END-IF

            IF LK-DATA-ULT-MORA GREATER WS-DATA-VENC
               MOVE LK-DATA-ULT-MORA  TO WS-DATA-INICIO
            ELSE
               MOVE WS-DATA-VENC      TO WS-DATA-INICIO
            END-IF

            CALL "PGMDIADIF" USING WS-DATA-INICIO, LK-DATA-PAG, LK-DIAS

            COMPUTE LK-VLR-JUROS ROUNDED =
                    LK-VLR-BASE * WS-PERC-JUROS / 100 * LK-DIAS / 30
            .
       P030-FIM.
       END PROGRAM PGMMORA.
