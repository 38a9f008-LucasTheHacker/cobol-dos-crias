      *                    turma estourar em silencio. Capacidade
      *                    zerada significa curso sem controle de
      *                    vagas, como sempre foi.
      * 15/10/2026 Tutu - CUR-MENSALIDADE acrescentada ao final do
      *                    registro: valor mensal cobrado do aluno
      *                    matriculado no curso, usado pelo
      *                    faturamento de mensalidades
      *                    (FATURA-MENSALIDADE). Zerada significa
      *                    curso sem cobranca.
      * 15/10/2026 Tutu - CUR-INSTRUTOR deixa de ser o nome livre de
      *                    20 posicoes e passa a guardar o ID do
      *                    empregado (EM-ID de EMP-MASTER), conferido
      *                    por MANTER-CURSO, para a carga docente e a
      *                    hora-aula da folha saberem quem da cada
      *                    curso. As 14 posicoes restantes viram
      *                    FILLER, sem mudar o tamanho do registro;
      *                    cursos gravados antes precisam ter o
      *                    instrutor recapturado pela alteracao.
      *****************************************************************
       01  COURSE-MASTER-REC.
           05 CUR-CODIGO            PIC X(08).
           05 CUR-NOME              PIC X(30).
           05 CUR-CARGA-HORARIA     PIC 9(04).
           05 CUR-INSTRUTOR         PIC X(06).
           05 FILLER                PIC X(14).
           05 CUR-PRE-REQ1          PIC X(08).
           05 CUR-PRE-REQ2          PIC X(08).
           05 CUR-CAPACIDADE        PIC 9(04).
           05 CUR-MENSALIDADE       PIC 9(05)V99.
