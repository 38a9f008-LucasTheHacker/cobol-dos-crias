      *****************************************************************
      * COEFIC.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Coeficiente de rendimento (CR) do aluno, indexado
      *           pela matricula, gravado por CALCULA-CR e exibido por
      *           CONSULTA-ALUNO e EMITE-HISTORICO: o CR do ultimo
      *           termo apurado e o acumulado ate ele, cada um a media
      *           das HN-MEDIA ponderada pela CUR-CARGA-HORARIA do
      *           curso (notas AU/ausente fora da conta), com a carga
      *           horaria que entrou em cada um, a posicao do aluno na
      *           classificacao do campus no termo e a marca de quadro
      *           de honra.
      *****************************************************************
       01  COEFICIENTE-REC.
           05 CO-MATRICULA          PIC X(10).
           05 CO-TERMO              PIC X(06).
           05 CO-CR-TERMO           PIC 9(02)V99.
           05 CO-CH-TERMO           PIC 9(05).
           05 CO-CR-ACUMULADO       PIC 9(02)V99.
           05 CO-CH-ACUMULADA       PIC 9(05).
           05 CO-CAMPUS             PIC X(02).
           05 CO-POSICAO-CAMPUS     PIC 9(05).
           05 CO-QTD-CAMPUS         PIC 9(05).
           05 CO-HONRA              PIC X(01).
              88 CO-QUADRO-HONRA       VALUE 'S'.
           05 CO-DATA-CALCULO       PIC 9(08).
