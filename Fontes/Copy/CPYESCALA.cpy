      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DA ESCALA SEMANAL DOS PROFISSIONAIS: CADA
      *          REGISTRO E UMA JANELA DE ATENDIMENTO NUM DIA DA
      *          SEMANA (1=DOMINGO ... 7=SABADO, MESMA ORDEM DO
      *          PGMDIASEM), LIGADA A UMA FILIAL E, SE PRECISO, A UMA
      *          SALA (ZEROS = QUALQUER SALA DA FILIAL). VARIAS
      *          JANELAS NO MESMO DIA SAO DIFERENCIADAS PELA SEQUENCIA.
      *          O CONJUNTO DE JANELAS DE UMA MESMA DATA DE INICIO DE
      *          VIGENCIA FORMA UMA VERSAO DA ESCALA; NUMA DATA VALE A
      *          VERSAO DE MAIOR INICIO DE VIGENCIA ATE AQUELA DATA, DE
      *          MODO QUE UMA MUDANCA DE ESCALA E UMA VERSAO NOVA E NAO
      *          REESCREVE AS ANTERIORES. MANTIDO PELO PGMESC01 E LIDO
      *          PELO PGMESCDIA.
      ******************************************************************
       01 REG-ESCALA.
          03 CHAVE-ESC.
             05 ID-PROF-ESC     PIC 9(04).
             05 VIG-INI-ESC     PIC 9(08).
             05 DIA-SEM-ESC     PIC 9(01).
                88 DIA-SEM-VALIDO VALUES 1 THRU 7.
             05 SEQ-ESC         PIC 9(02).
          03 HORA-INI-ESC       PIC 9(04).
          03 HORA-FIM-ESC       PIC 9(04).
          03 FILIAL-ESC         PIC 9(02).
          03 ID-SALA-ESC        PIC 9(02) VALUE ZEROS.
             88 ESC-QUALQUER-SALA VALUE ZEROS.
