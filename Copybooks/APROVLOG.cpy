      *****************************************************************
      * APROVLOG.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Trilha do aproveitamento de estudos
      *           (APROVEITAMENTO-LOG), gravada por
      *           MANTER-APROVEITAMENTO a cada registro, aprovacao ou
      *           negacao de equivalencia: data, hora, operador, acao,
      *           aluno, curso da casa, instituicao de origem, nota
      *           lancada e, na negacao, o motivo - como RECURSO-LOG
      *           faz para a revisao de nota.
      *****************************************************************
       01  APROVEITAMENTO-LOG-REC.
           05 AL-DATA               PIC 9(08).
           05 AL-HORA               PIC 9(06).
           05 AL-OPERADOR           PIC X(20).
           05 AL-ACAO               PIC X(10).
           05 AL-MATRICULA          PIC X(10).
           05 AL-CURSO              PIC X(08).
           05 AL-INSTITUICAO        PIC X(30).
           05 AL-NOTA               PIC 9(02)V9.
           05 AL-MOTIVO             PIC X(30).
