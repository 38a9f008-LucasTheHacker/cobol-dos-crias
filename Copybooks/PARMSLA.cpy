      *****************************************************************
      * PARMSLA.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Prazos e limites do relatorio semanal de execucao
      *           (PARM-SLA), um registro por job, lido por
      *           RELAT-EXECUCAO: hora limite (HHMM) em que o job tem
      *           de ter terminado - limite menor que a hora do
      *           primeiro passo vale para a manha seguinte, como no
      *           DAILYJOB que vira a meia-noite -, quantas execucoes
      *           anteriores entram na media movel de cada passo, a
      *           folga em percentual sobre a media antes de a
      *           execucao ser marcada como lenta, e quantas execucoes
      *           seguidas cada vez mais demoradas marcam o passo como
      *           em lentidao crescente. Job sem registro usa os
      *           padroes: sem hora limite, media de 5 execucoes, folga
      *           de 20% e tendencia de 3 execucoes.
      *****************************************************************
       01  PARM-SLA-REC.
           05 PL-JOB                PIC X(08).
           05 PL-HORA-LIMITE        PIC 9(04).
           05 PL-QTD-MEDIA          PIC 9(02).
           05 PL-FOLGA-PCT          PIC 9(03).
           05 PL-QTD-TENDENCIA      PIC 9(02).
           05 FILLER                PIC X(21).
