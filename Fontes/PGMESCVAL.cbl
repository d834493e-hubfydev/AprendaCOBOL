      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: CONFERIR SE UM INTERVALO DE ATENDIMENTO (MINUTOS DE
      *          INICIO E FIM) CABE INTEIRO NUMA JANELA DA ESCALA DO
      *          PROFISSIONAL NA DATA (PGMESCDIA), NA FILIAL E NA SALA
      *          INFORMADAS. FILIAL ZEROS = QUALQUER FILIAL (CONFERENCIA
      *          ANTES DA FILIAL SER ESCOLHIDA); SALA ZEROS = NAO
      *          CONFERE A SALA; JANELA SEM SALA ACEITA QUALQUER SALA DA
      *          FILIAL. DEVOLVE 'S' QUANDO CABE, 'N' QUANDO NAO CABE E
      *          ESPACO QUANDO O PROFISSIONAL NAO TEM ESCALA EM VIGOR
      *          (O CHAMADOR CONFERE O EXPEDIENTE DO CADASTRO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PGMESCVAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-IND              PIC 9(02) VALUE ZEROS.
           COPY CPYESCDIA.

       LINKAGE SECTION.
       01 LK-ID-PROF          PIC 9(04).
       01 LK-DATA             PIC 9(08).
       01 LK-INI-MIN          PIC 9(04).
       01 LK-FIM-MIN          PIC 9(04).
       01 LK-FILIAL           PIC 9(02).
       01 LK-SALA             PIC 9(02).
       01 LK-RESULTADO        PIC X(01).
          88 ESCALA-ATENDE    VALUE 'S'.
          88 ESCALA-NAO-ATENDE VALUE 'N'.
          88 ESCALA-INEXISTENTE VALUE SPACE.

       PROCEDURE DIVISION USING LK-ID-PROF, LK-DATA, LK-INI-MIN,
                                LK-FIM-MIN, LK-FILIAL, LK-SALA,
                                LK-RESULTADO.
       MAIN-PROCEDURE.

            SET ESCALA-INEXISTENTE    TO TRUE

            CALL "PGMESCDIA" USING LK-ID-PROF, LK-DATA, ESC-DIA

            IF ESC-DIA-SEM-ESCALA
               GOBACK
            END-IF

            SET ESCALA-NAO-ATENDE     TO TRUE

            PERFORM P010-CONFERE-JANELA THRU P010-FIM
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND GREATER ESC-DIA-QTD OR ESCALA-ATENDE

            GOBACK
            .
      *----------------------------------------------------------------
      *   O INTERVALO CABE NA JANELA, A FILIAL E A DA JANELA E A SALA
      *   E A DA JANELA (OU A JANELA NAO PRENDE SALA)
      *----------------------------------------------------------------
       P010-CONFERE-JANELA.

            IF LK-INI-MIN LESS ESC-DIA-INI-MIN (WS-IND)
               OR LK-FIM-MIN GREATER ESC-DIA-FIM-MIN (WS-IND)
               GO TO P010-FIM
            END-IF

            IF LK-FILIAL GREATER ZEROS
               AND LK-FILIAL NOT EQUAL ESC-DIA-FILIAL (WS-IND)
               GO TO P010-FIM
            END-IF

            IF LK-SALA GREATER ZEROS
               AND ESC-DIA-SALA (WS-IND) GREATER ZEROS
               AND LK-SALA NOT EQUAL ESC-DIA-SALA (WS-IND)
               GO TO P010-FIM
            END-IF

            SET ESCALA-ATENDE         TO TRUE
            .
       P010-FIM.
       END PROGRAM PGMESCVAL.
