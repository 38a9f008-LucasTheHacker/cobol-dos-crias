      *****************************************************************
      * DISSVIST.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Visto do reajuste coletivo gravado por
      *           APROVA-DISSIDIO em DISSIDIO-VISTO depois da revisao
      *           da listagem antes/depois: decisao (L liberado, R
      *           rejeitado), operador, data e hora, e a quantidade e o
      *           total de controle do trailer de DISSIDIO-PENDENTE que
      *           foram vistos. A efetivacao de APLICA-DISSIDIO so lanca
      *           com visto L cujos numeros batem com o pendente; uma
      *           previa nova apaga o visto anterior.
      *****************************************************************
       01  DISSIDIO-VISTO-REC.
           05 DV-DECISAO            PIC X(01).
              88 DV-LIBERADO          VALUE 'L'.
              88 DV-REJEITADO         VALUE 'R'.
           05 DV-OPERADOR           PIC X(20).
           05 DV-DATA               PIC 9(08).
           05 DV-HORA               PIC 9(06).
           05 DV-QTD-REGISTROS      PIC 9(07).
           05 DV-TOTAL-CONTROLE     PIC 9(11)V99.
