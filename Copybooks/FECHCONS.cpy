      *****************************************************************
      * FECHCONS.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de CONSULTA-FECHAMENTO, a
      *           rotina comum que diz a todo programa que grava
      *           PAY-HIST ou YTD-SAL se a competencia que ele vai
      *           gravar pode receber lancamento. O chamador preenche
      *           a competencia (AAAAMM, ou AAAA13 para o 13o) e
      *           recebe a situacao:
      *             'A' - aberta (nunca fechada);
      *             'F' - fechada: o lancamento deve ser recusado;
      *             'R' - reaberta por supervisor: aceita, com a data,
      *                   o operador e o motivo da reabertura.
      *****************************************************************
       01  CONSULTA-FECHAMENTO-LNK.
           05 CF-COMPETENCIA        PIC 9(06).
           05 CF-SITUACAO           PIC X(01).
               88 CF-ABERTA                 VALUE 'A'.
               88 CF-FECHADA                VALUE 'F'.
               88 CF-REABERTA               VALUE 'R'.
           05 CF-DATA-FECHAMENTO    PIC 9(08).
           05 CF-DATA-REABERTURA    PIC 9(08).
           05 CF-OPERADOR-REABERTURA PIC X(20).
           05 CF-MOTIVO-REABERTURA  PIC X(50).
