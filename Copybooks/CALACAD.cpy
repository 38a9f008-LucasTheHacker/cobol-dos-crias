      *****************************************************************
      * CALACAD.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Calendario academico (CALENDARIO-ACADEMICO,
      *           indexado por termo + campus), mantido pela
      *           secretaria em MANTER-CALENDARIO. Cada registro diz,
      *           para um termo letivo (AAAAPP) de um campus, a janela
      *           de matricula, o primeiro e o ultimo dia de aula e o
      *           prazo de lancamento de notas. CARGA-ALUNOS recusa a
      *           matricula fora da janela, APURA-PRESENCA conta as
      *           aulas previstas entre o inicio e o fim das aulas
      *           (descontados os feriados de HOLIDAY-IN) e
      *           CONDICIONAIS-IF / CONDICIONAIS-SWITCH denunciam o
      *           lancamento de nota depois do prazo. Termo/campus sem
      *           registro segue sem as conferencias, como antes do
      *           calendario existir. Campus em branco vale 01 (sede).
      *****************************************************************
       01  CALENDARIO-ACAD-REC.
           05 CA-CHAVE.
              10 CA-TERMO           PIC X(06).
              10 CA-CAMPUS          PIC X(02).
           05 CA-MATRICULA-INI      PIC 9(08).
           05 CA-MATRICULA-FIM      PIC 9(08).
           05 CA-AULAS-INI          PIC 9(08).
           05 CA-AULAS-FIM          PIC 9(08).
           05 CA-PRAZO-NOTAS        PIC 9(08).
           05 CA-DATA-ALTERACAO     PIC 9(08).
           05 CA-ALTERADO-POR       PIC X(20).
