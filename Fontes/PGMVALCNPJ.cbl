      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: VALIDAR O DIGITO VERIFICADOR DE UM CNPJ (MESMO MOLDE
      *          DO PGMVALCPF), USADO NO CADASTRO DE EMPRESAS
      *          CONVENIADAS (PGMEMP01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMVALCNPJ.
       DATA DIVISION.
       FILE SECTION.
       WORKING-STORAGE SECTION.
       77 WS-SOMA             PIC 9(04)  COMP.
       77 WS-DIV              PIC 9(04)  COMP.
       77 WS-RESTO            PIC 9(02)  COMP.
       77 WS-DV1              PIC 9(01)  COMP.
       77 WS-DV2              PIC 9(01)  COMP.
       77 WS-IND              PIC 9(02)  COMP.
       77 WS-PESO             PIC 9(02)  COMP.
       77 WS-CNT-IGUAIS       PIC 9(02)  COMP.
       LINKAGE SECTION.
       01 LK-CNPJ             PIC 9(14).
       01 LK-CNPJ-TAB REDEFINES LK-CNPJ.
          03 LK-CNPJ-DIG      PIC 9(01)  OCCURS 14.
       01 LK-CNPJ-OK          PIC X(01).
          88 CNPJ-VALIDO      VALUE 'S'.
          88 CNPJ-INVALIDO    VALUE 'N'.

       PROCEDURE DIVISION USING LK-CNPJ, LK-CNPJ-OK.
       MAIN-PROCEDURE.

            SET CNPJ-VALIDO        TO TRUE

            PERFORM P010-VERIFICA-REPETIDO   THRU P010-FIM

            IF CNPJ-VALIDO
               PERFORM P020-CALCULA-DV1      THRU P020-FIM
               PERFORM P030-CALCULA-DV2      THRU P030-FIM
               IF WS-DV1 NOT EQUAL LK-CNPJ-DIG(13) OR
                  WS-DV2 NOT EQUAL LK-CNPJ-DIG(14)
                  SET CNPJ-INVALIDO  TO TRUE
               END-IF
            END-IF

            GOBACK
            .
      *----------------------------------------------------------------
      *   REJEITA CNPJ COM OS 14 DIGITOS IGUAIS (000..., 111..., ETC)
      *----------------------------------------------------------------
       P010-VERIFICA-REPETIDO.

            MOVE 0                 TO WS-CNT-IGUAIS
            PERFORM P011-CONTA-IGUAIS THRU P011-FIM
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 14

            IF WS-CNT-IGUAIS EQUAL 14
               SET CNPJ-INVALIDO   TO TRUE
            END-IF
            .
       P010-FIM.
       P011-CONTA-IGUAIS.

            IF LK-CNPJ-DIG(WS-IND) EQUAL LK-CNPJ-DIG(1)
               ADD 1               TO WS-CNT-IGUAIS
            END-IF
            .
       P011-FIM.
      *----------------------------------------------------------------
      *   CALCULA O 1o DIGITO VERIFICADOR (PESOS 5 A 2, DEPOIS 9 A 2)
      *----------------------------------------------------------------
       P020-CALCULA-DV1.

            MOVE 0                 TO WS-SOMA
            MOVE 5                 TO WS-PESO
            PERFORM P021-SOMA-DIGITO THRU P021-FIM
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 12

            DIVIDE WS-SOMA BY 11 GIVING WS-DIV REMAINDER WS-RESTO

            IF WS-RESTO < 2
               MOVE 0              TO WS-DV1
            ELSE
               COMPUTE WS-DV1 = 11 - WS-RESTO
            END-IF
            .
       P020-FIM.
       P021-SOMA-DIGITO.

            COMPUTE WS-SOMA = WS-SOMA + (LK-CNPJ-DIG(WS-IND) * WS-PESO)
            SUBTRACT 1             FROM WS-PESO
            IF WS-PESO < 2
               MOVE 9              TO WS-PESO
            END-IF
            .
       P021-FIM.
      *----------------------------------------------------------------
      *   CALCULA O 2o DIGITO VERIFICADOR (PESOS 6 A 2, DEPOIS 9 A 2)
      *----------------------------------------------------------------
       P030-CALCULA-DV2.

            MOVE 0                 TO WS-SOMA
            MOVE 6                 TO WS-PESO
            PERFORM P021-SOMA-DIGITO THRU P021-FIM
               VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 13

            DIVIDE WS-SOMA BY 11 GIVING WS-DIV REMAINDER WS-RESTO

            IF WS-RESTO < 2
               MOVE 0              TO WS-DV2
            ELSE
               COMPUTE WS-DV2 = 11 - WS-RESTO
            END-IF
            .
       P030-FIM.
       END PROGRAM PGMVALCNPJ.
