      *****************************************************************
      * MATRIZ.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Matriz curricular (MATRIZ-CURRICULAR), mantida pela
      *           secretaria: um registro por curso de cada programa
      *           de estudo (MC-PROGRAMA, o mesmo codigo gravado em
      *           SM-PROGRAMA do aluno), dizendo se o curso e
      *           obrigatorio ou eletivo no programa e em que semestre
      *           ele e sugerido. Os pre-requisitos continuam em
      *           CURSO-MASTER (CUR-PRE-REQ1/2). Lida por
      *           AUDITA-CURRICULO para a auditoria de integralizacao
      *           e a proposta de matricula do termo seguinte.
      *****************************************************************
       01  MATRIZ-CURRICULAR-REC.
           05 MC-PROGRAMA           PIC X(04).
           05 MC-CURSO              PIC X(08).
           05 MC-TIPO               PIC X(01).
              88 MC-OBRIGATORIO        VALUE 'O'.
              88 MC-ELETIVO            VALUE 'E'.
           05 MC-SEMESTRE           PIC 9(02).
           05 FILLER                PIC X(05).
