      *****************************************************************
      * PREVVIST.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Visto da previa da folha gravado por APROVA-PREVIA
      *           em PREVIA-VISTO depois da revisao da listagem de
      *           variacoes: decisao (L liberada, R rejeitada),
      *           operador, data e hora do relogio (carimbo do visto),
      *           a quantidade de registros e o total do bruto simulado
      *           do trailer de PREVIA-PENDENTE que foram vistos, e a
      *           data de movimento (LE-DATA-MOV) em que o visto foi
      *           dado, que fixa a competencia. O lote de
      *           VIRGULAMASCARA so paga com visto L da competencia
      *           corrente, conferida pela data de movimento e nao
      *           pela do relogio, cujos numeros batem com o EMP-IN que
      *           vai pagar; uma previa de numeros diferentes apaga o
      *           visto.
      *****************************************************************
       01  PREVIA-VISTO-REC.
           05 PV-DECISAO            PIC X(01).
              88 PV-LIBERADA          VALUE 'L'.
              88 PV-REJEITADA         VALUE 'R'.
           05 PV-OPERADOR           PIC X(20).
           05 PV-DATA               PIC 9(08).
           05 PV-HORA               PIC 9(06).
           05 PV-QTD-REGISTROS      PIC 9(07).
           05 PV-TOTAL-CONTROLE     PIC 9(11)V99.
           05 PV-DATA-MOV           PIC 9(08).
