      *****************************************************************
      * PARMCAMB.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Moedas carregadas do boletim PTAX do Banco Central
      *           (PARM-CAMBIO), um registro por moeda em que a folha
      *           paga, lido por IMPORTA-PTAX: o codigo da moeda como
      *           vem no boletim e a variacao maxima aceita, em
      *           percentual, da taxa do dia sobre a taxa vigente no
      *           dia anterior. Variacao acima da tolerancia recusa a
      *           taxa da moeda e alerta a operacao; tolerancia zero
      *           dispensa a conferencia.
      *****************************************************************
       01  PARM-CAMBIO-REC.
           05 PC-MOEDA              PIC X(03).
           05 PC-TOLERANCIA-PCT     PIC 9(02)V99.
           05 FILLER                PIC X(13).
