      *                    com a abertura da segunda unidade; branco
      *                    vale o campus 01 (sede), para os registros
      *                    anteriores ao campo nao mudarem de campus.
      * 15/10/2026 Tutu - SM-PROGRAMA acrescentado ao final do registro:
      *                    o programa de estudo do aluno (chave da
      *                    matriz curricular MATRIZ-CURRICULAR),
      *                    gravado por CARGA-ALUNOS e mantido por
      *                    MANTER-ALUNO, para AUDITA-CURRICULO apurar
      *                    o que o aluno ja cumpriu e o que ainda deve.
      *                    Branco vale aluno sem programa (fora da
      *                    auditoria).
      * 15/10/2026 Tutu - SM-CPF e SM-DATA-NASC acrescentados ao final
      *                    do registro (CPF e data de nascimento do
      *                    aluno, gravados por CARGA-ALUNOS e mantidos
      *                    por MANTER-ALUNO), e SM-CPF e SM-NOME
      *                    promovidos a chaves alternativas com
      *                    duplicatas em todos os SELECTs do cadastro,
      *                    para a carga achar pela chave o aluno ja
      *                    cadastrado sob outra matricula com o mesmo
      *                    CPF ou com o mesmo nome e nascimento. Zeros
      *                    valem nao informado.
      *****************************************************************
       01  STUDENT-MASTER-REC.
           05 SM-MATRICULA          PIC X(10).
              88 SM-MAT-TRANSFERIDA    VALUE 'F'.
           05 SM-REGRA-APLICADA     PIC X(01).
           05 SM-CAMPUS             PIC X(02).
           05 SM-PROGRAMA           PIC X(04).
           05 SM-CPF                PIC 9(11).
           05 SM-DATA-NASC          PIC 9(08).
