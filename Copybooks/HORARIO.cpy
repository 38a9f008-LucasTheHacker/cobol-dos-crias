      *****************************************************************
      * HORARIO.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Quadro de horarios das turmas (QUADRO-HORARIO,
      *           indexado por curso+turma+dia+hora de inicio): cada
      *           registro e um encontro semanal de uma turma do curso
      *           de CURSO-MASTER, com a hora de fim, a sala e o
      *           campus. Carregado por CARGA-HORARIO a partir do
      *           arquivo da secretaria, conferido por CARGA-ALUNOS
      *           (choque de horario na matricula) e impresso por
      *           EMITE-GRADE (grade por sala e por aluno).
      *           HO-DIA-SEMANA segue a numeracao de DIA-UTIL
      *           (1-domingo, 2-segunda ... 6-sexta), com o sabado
      *           como 7 para a semana ficar em ordem na chave.
      *           HO-CHAVE-SALA (chave alternada com duplicatas)
      *           repete dia e hora de inicio depois de campus e sala,
      *           para a grade por sala e a conferencia de sala
      *           duplicada lerem a ocupacao de cada sala em ordem.
      *****************************************************************
       01  HORARIO-REC.
           05 HO-CHAVE.
              10 HO-CURSO           PIC X(08).
              10 HO-TURMA           PIC X(02).
              10 HO-DIA-SEMANA      PIC 9(01).
                 88 HO-DIA-VALIDO      VALUES 1 THRU 7.
              10 HO-HORA-INICIO     PIC 9(04).
           05 HO-HORA-FIM           PIC 9(04).
           05 HO-CHAVE-SALA.
              10 HO-CAMPUS          PIC X(02).
              10 HO-SALA            PIC X(06).
              10 HO-SALA-DIA        PIC 9(01).
              10 HO-SALA-INICIO     PIC 9(04).
