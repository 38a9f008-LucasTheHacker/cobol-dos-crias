      *****************************************************************
      * PARMCR.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros do coeficiente de rendimento, lidos por
      *           CALCULA-CR de PARM-CR: o corte do quadro de honra
      *           (CR do termo maior ou igual ao corte) e a carga
      *           horaria minima cursada no termo para o aluno
      *           concorrer ao quadro, para um aluno com uma unica
      *           disciplina curta nao encabecar a lista. Arquivo
      *           ausente mantem os padroes de CR 8,50 e 0 horas.
      *****************************************************************
       01  PARM-CR-REC.
           05 PARM-CR-CORTE         PIC 9(02)V99.
           05 PARM-CR-CH-MINIMA     PIC 9(04).
