      *****************************************************************
      * SITULOG.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro do log de trocas de situacao de matricula
      *           (SITUACAO-LOG), gravado por MANTER-ALUNO a cada
      *           alteracao de SM-STATUS-MATRICULA com a data em que
      *           ela foi feita, ja que o cadastro mestre so guarda a
      *           situacao corrente. Lido pelo faturamento de
      *           mensalidades para cobrar pro rata o aluno que
      *           trancou ou foi transferido no meio do mes.
      *****************************************************************
       01  SITUACAO-LOG-REC.
           05 SL-MATRICULA          PIC X(10).
           05 SL-DATA               PIC 9(08).
           05 SL-HORA               PIC 9(06).
           05 SL-SITUACAO-ANT       PIC X(01).
           05 SL-SITUACAO-NOVA      PIC X(01).
