      *****************************************************************
      * ALUNOTUR.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Turma em que o aluno foi matriculado em cada curso
      *           (ALUNO-TURMA, indexado por matricula+curso), gravada
      *           por CARGA-ALUNOS junto com a vaga do curso em
      *           SM-CURSOS ou ALUNO-CURSO, para a conferencia de
      *           choque de horario e a grade do aluno saberem em
      *           qual turma do QUADRO-HORARIO ele esta. Curso sem
      *           registro aqui (matriculas anteriores ao quadro de
      *           horarios) vale a turma 01.
      *****************************************************************
       01  ALUNO-TURMA-REC.
           05 AT-CHAVE.
              10 AT-MATRICULA       PIC X(10).
              10 AT-CURSO           PIC X(08).
           05 AT-TURMA              PIC X(02).
           05 AT-DATA-MATRICULA     PIC 9(08).
