      ******************************************************************
      * Author: ANDRE COSTA
      * Date: 15 OUT 2026
      * Purpose: LAYOUT DO HISTORICO DE DEPRECIACAO DOS EQUIPAMENTOS
      *          (ARQDEPREQ): UM REGISTRO POR EQUIPAMENTO E COMPETENCIA
      *          DEPRECIADA, COM A SALA E A FILIAL DA SALA NO MES, A
      *          QUOTA DO MES E A DEPRECIACAO ACUMULADA ATE ELA.
      *          GRAVADO PELO PGMDEP01 E LIDO PELO DRE MENSAL (PGMDRE)
      *          PARA A LINHA DE DEPRECIACAO DE CADA FILIAL.
      ******************************************************************
       01 REG-DEPREQ.
          03 CHAVE-DPQ.
             05 ID-EQP-DPQ       PIC 9(04).
             05 COMP-DPQ         PIC 9(06).
          03 ID-SALA-DPQ         PIC 9(02).
          03 FILIAL-DPQ          PIC 9(02).
          03 VLR-DPQ             PIC 9(08)V99.
          03 ACUM-DPQ            PIC 9(08)V99.
          03 DATA-PROC-DPQ       PIC 9(08).
