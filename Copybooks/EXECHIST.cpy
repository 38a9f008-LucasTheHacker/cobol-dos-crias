      *****************************************************************
      * EXECHIST.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro do historico de execucao dos passos de lote
      *           (EXEC-HIST), acrescentado em EXTEND por
      *           GRAVA-EXECUCAO no fim de cada passo do DAILYJOB, do
      *           YEAREND, do PURGAJOB e do REPROC: job e passo (do
      *           cartao EXECID do passo), programa, data de movimento,
      *           inicio e fim (data e hora do relogio), tempo decorrido
      *           em segundos, registros processados (o contador
      *           principal de cada programa) e o RC com que o passo
      *           terminou. E a base do relatorio semanal de tempos e
      *           prazo RELAT-EXECUCAO.
      *****************************************************************
       01  EXEC-HIST-REC.
           05 EH-JOB                PIC X(08).
           05 EH-PASSO              PIC X(08).
           05 EH-PROGRAMA           PIC X(20).
           05 EH-DATA-MOV           PIC 9(08).
           05 EH-DATA-INICIO        PIC 9(08).
           05 EH-HORA-INICIO        PIC 9(06).
           05 EH-DATA-FIM           PIC 9(08).
           05 EH-HORA-FIM           PIC 9(06).
           05 EH-SEGUNDOS           PIC 9(07).
           05 EH-QTD-REGISTROS      PIC 9(09).
           05 EH-RC                 PIC 9(04).
           05 FILLER                PIC X(08).
