      *****************************************************************
      * ENROLL.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro de matricula (ENROLL-IN) carregado por
      *           CARGA-ALUNOS: matricula, nome, curso, campus, turma e
      *           programa de estudo. Preparado a mao pela secretaria
      *           ou, na renovacao de matricula depois da virada de
      *           ano, proposto por AUDITA-CURRICULO a partir da
      *           matriz curricular do programa do aluno.
      * Alteracoes:
      * 15/10/2026 Tutu - EN-CPF e EN-DATA-NASC acrescentados ao final
      *                    (46 -> 65 posicoes): CPF e data de
      *                    nascimento do aluno, conferidos pela carga
      *                    contra o cadastro para a mesma pessoa nao
      *                    entrar de novo sob outra matricula. Em
      *                    branco ou zeros valem nao informado.
      *****************************************************************
       01  ENROLL-REC.
           05 EN-MATRICULA          PIC X(10).
           05 EN-NOME               PIC X(20).
           05 EN-CURSO              PIC X(08).
           05 EN-CAMPUS             PIC X(02).
           05 EN-TURMA              PIC X(02).
           05 EN-PROGRAMA           PIC X(04).
           05 EN-CPF                PIC 9(11).
           05 EN-DATA-NASC          PIC 9(08).
