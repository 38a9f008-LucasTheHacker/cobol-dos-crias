      *****************************************************************
      * REABLOG.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro do log de reaberturas de competencia da
      *           folha (REABERTURA-LOG), gravado por REABRE-FOLHA a
      *           cada reabertura e por FECHA-FOLHA a cada novo
      *           fechamento de uma competencia reaberta: data, hora,
      *           operador, competencia, acao (R reaberta, F fechada de
      *           novo) e o motivo - a trilha que ESTORNO-LOG da aos
      *           estornos, para as reaberturas anteriores nao se
      *           perderem quando FECHAMENTO-FOLHA guarda so a ultima.
      *****************************************************************
       01  REABERTURA-LOG-REC.
           05 RL-DATA               PIC 9(08).
           05 RL-HORA               PIC 9(06).
           05 RL-OPERADOR           PIC X(20).
           05 RL-COMPETENCIA        PIC 9(06).
           05 RL-ACAO               PIC X(01).
              88 RL-REABERTURA        VALUE 'R'.
              88 RL-REFECHAMENTO      VALUE 'F'.
           05 RL-MOTIVO             PIC X(50).
