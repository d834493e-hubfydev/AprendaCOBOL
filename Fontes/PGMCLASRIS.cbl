      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: SUGERIR A COR DA CLASSIFICACAO DE RISCO DA TRIAGEM
      *          PELOS SINAIS VITAIS (CPYCLASRIS) E DEVOLVER A META DE
      *          ESPERA DE CADA COR. OS LIMITES E AS METAS VEM DA
      *          TABELA CENTRAL (PGMPARAM) E, SEM ELA, FICAM OS PADROES:
      *          VERMELHO - TEMPERATURA >= 41,0 (TRITEMPVERM) OU
      *                     SISTOLICA >= 220 (TRIPASVERM);
      *          LARANJA  - TEMPERATURA >= 39,5 (TRITEMPLARA),
      *                     SISTOLICA >= 180 (TRIPASLARA), DIASTOLICA
      *                     >= 120 (TRIPADLARA) OU SISTOLICA ABAIXO DE
      *                     90 (TRIPASMIN);
      *          AMARELO  - TEMPERATURA >= 38,0 (TRITEMPAMAR),
      *                     SISTOLICA >= 160 (TRIPASAMAR) OU
      *                     DIASTOLICA >= 100 (TRIPADAMAR);
      *          VERDE    - NOS DEMAIS CASOS. O AZUL (NAO URGENTE) SO A
      *                     ENFERMAGEM ATRIBUI.
      *          METAS EM MINUTOS: TRIMETAVERM 0, TRIMETALARA 10,
      *          TRIMETAAMAR 60, TRIMETAVERD 120 E TRIMETAAZUL 240.
      *          SINAL NAO MEDIDO (ZEROS) NAO ENTRA NA SUGESTAO. USADO
      *          PELO PGMTRI01, PGMCHK02 E PGMTRI02.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMCLASRIS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-PAR-CHAVE            PIC X(12)  VALUE SPACES.
       77 WS-PAR-ACHOU            PIC X(01)  VALUE 'N'.
          88 PARAM-ACHADO         VALUE 'S'.
       77 WS-PAR-TIPO             PIC X(01)  VALUE SPACES.
       77 WS-PAR-NUM              PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAR-DATA             PIC 9(08)  VALUE ZEROS.
       77 WS-PAR-FLAG             PIC X(01)  VALUE SPACES.
       77 WS-IC                   PIC 9(01)  COMP.

       01 WS-LIMITES.
          03 WS-TEMP-VERM         PIC 9(02)V9 VALUE 41,0.
          03 WS-TEMP-LARA         PIC 9(02)V9 VALUE 39,5.
          03 WS-TEMP-AMAR         PIC 9(02)V9 VALUE 38,0.
          03 WS-PAS-VERM          PIC 9(03)   VALUE 220.
          03 WS-PAS-LARA          PIC 9(03)   VALUE 180.
          03 WS-PAS-AMAR          PIC 9(03)   VALUE 160.
          03 WS-PAD-LARA          PIC 9(03)   VALUE 120.
          03 WS-PAD-AMAR          PIC 9(03)   VALUE 100.
          03 WS-PAS-MIN           PIC 9(03)   VALUE 90.

       01 WS-TAB-CORES.
          03 FILLER               PIC X(12)  VALUE "VVERMELHO000".
          03 FILLER               PIC X(12)  VALUE "LLARANJA 010".
          03 FILLER               PIC X(12)  VALUE "AAMARELO 060".
          03 FILLER               PIC X(12)  VALUE "GVERDE   120".
          03 FILLER               PIC X(12)  VALUE "BAZUL    240".
       01 WS-TAB-CORES-R REDEFINES WS-TAB-CORES.
          03 WS-TAB-COR OCCURS 5 TIMES.
             05 WS-TAB-COD        PIC X(01).
             05 WS-TAB-NOME       PIC X(08).
             05 WS-TAB-META       PIC 9(03).

       01 WS-CHAVES-META.
          03 FILLER               PIC X(12)  VALUE "TRIMETAVERM".
          03 FILLER               PIC X(12)  VALUE "TRIMETALARA".
          03 FILLER               PIC X(12)  VALUE "TRIMETAAMAR".
          03 FILLER               PIC X(12)  VALUE "TRIMETAVERD".
          03 FILLER               PIC X(12)  VALUE "TRIMETAAZUL".
       01 WS-CHAVES-META-R REDEFINES WS-CHAVES-META.
          03 WS-CHAVE-META        PIC X(12)  OCCURS 5 TIMES.

       LINKAGE SECTION.
           COPY CPYCLASRIS.

       PROCEDURE DIVISION USING CLASRIS-PARM.
       MAIN-PROCEDURE.

            PERFORM P010-LE-LIMITES THRU P010-FIM

            PERFORM P020-MONTA-COR THRU P020-FIM
               VARYING WS-IC FROM 1 BY 1
               UNTIL WS-IC GREATER 5

            PERFORM P030-SUGERE-COR THRU P030-FIM

            GOBACK
            .
      *----------------------------------------------------------------
      *   LIMITES DOS SINAIS VITAIS NA TABELA CENTRAL; VALOR AUSENTE OU
      *   ZERADO MANTEM O PADRAO
      *----------------------------------------------------------------
       P010-LE-LIMITES.

            MOVE "TRITEMPVERM"        TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-TEMP-VERM
            END-IF

            MOVE "TRITEMPLARA"        TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-TEMP-LARA
            END-IF

            MOVE "TRITEMPAMAR"        TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-TEMP-AMAR
            END-IF

            MOVE "TRIPASVERM"         TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PAS-VERM
            END-IF

            MOVE "TRIPASLARA"         TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PAS-LARA
            END-IF

            MOVE "TRIPASAMAR"         TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PAS-AMAR
            END-IF

            MOVE "TRIPADLARA"         TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PAD-LARA
            END-IF

            MOVE "TRIPADAMAR"         TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PAD-AMAR
            END-IF

            MOVE "TRIPASMIN"          TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM GREATER ZEROS
               MOVE WS-PAR-NUM        TO WS-PAS-MIN
            END-IF
            .
       P010-FIM.
       P015-LE-PARAMETRO.

            CALL "PGMPARAM" USING WS-PAR-CHAVE, WS-PAR-ACHOU,
                                  WS-PAR-TIPO, WS-PAR-NUM,
                                  WS-PAR-DATA, WS-PAR-FLAG
            .
       P015-FIM.
      *----------------------------------------------------------------
      *   DEVOLVE CODIGO, NOME E META DE CADA COR; A META PODE SER ZERO
      *   (VERMELHO E ATENDIMENTO IMEDIATO)
      *----------------------------------------------------------------
       P020-MONTA-COR.

            MOVE WS-TAB-COD (WS-IC)   TO CLR-COR-COD (WS-IC)
            MOVE WS-TAB-NOME (WS-IC)  TO CLR-COR-NOME (WS-IC)
            MOVE WS-TAB-META (WS-IC)  TO CLR-META-MIN (WS-IC)

            MOVE WS-CHAVE-META (WS-IC) TO WS-PAR-CHAVE
            PERFORM P015-LE-PARAMETRO THRU P015-FIM
            IF PARAM-ACHADO AND WS-PAR-NUM LESS 1000
               MOVE WS-PAR-NUM        TO CLR-META-MIN (WS-IC)
            END-IF
            .
       P020-FIM.
      *----------------------------------------------------------------
      *   A COR MAIS GRAVE ALCANCADA POR QUALQUER SINAL MEDIDO
      *----------------------------------------------------------------
       P030-SUGERE-COR.

            MOVE 'G'                  TO CLR-COR-SUG

            IF (CLR-TEMP GREATER ZEROS
                AND CLR-TEMP NOT LESS WS-TEMP-VERM)
            OR (CLR-PRESSAO-SIS GREATER ZEROS
                AND CLR-PRESSAO-SIS NOT LESS WS-PAS-VERM)
               MOVE 'V'               TO CLR-COR-SUG
               GO TO P030-FIM
            END-IF

            IF (CLR-TEMP GREATER ZEROS
                AND CLR-TEMP NOT LESS WS-TEMP-LARA)
            OR (CLR-PRESSAO-SIS GREATER ZEROS
                AND CLR-PRESSAO-SIS NOT LESS WS-PAS-LARA)
            OR (CLR-PRESSAO-SIS GREATER ZEROS
                AND CLR-PRESSAO-SIS LESS WS-PAS-MIN)
            OR (CLR-PRESSAO-DIA GREATER ZEROS
                AND CLR-PRESSAO-DIA NOT LESS WS-PAD-LARA)
               MOVE 'L'               TO CLR-COR-SUG
               GO TO P030-FIM
            END-IF

            IF (CLR-TEMP GREATER ZEROS
                AND CLR-TEMP NOT LESS WS-TEMP-AMAR)
            OR (CLR-PRESSAO-SIS GREATER ZEROS
                AND CLR-PRESSAO-SIS NOT LESS WS-PAS-AMAR)
            OR (CLR-PRESSAO-DIA GREATER ZEROS
                AND CLR-PRESSAO-DIA NOT LESS WS-PAD-AMAR)
               MOVE 'A'               TO CLR-COR-SUG
            END-IF
            .
       P030-FIM.
       END PROGRAM PGMCLASRIS.
