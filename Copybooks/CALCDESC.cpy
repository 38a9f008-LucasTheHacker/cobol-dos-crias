      *           em lote), para a tabela de aliquotas viver em um
      *           unico lugar. O chamador preenche o salario bruto e
      *           recebe os dois descontos e o liquido.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Acrescentados a competencia paga
      *                       (CD-COMPETENCIA, AAAAMM; zeros = mes
      *                       corrente), que escolhe a tabela vigente
      *                       de INSS/IRRF em TABELA-FISCAL, e o ID do
      *                       empregado (CD-EM-ID; branco = sem
      *                       dependentes), cujos dependentes vigentes
      *                       abatem da base do IRRF. A rotina devolve
      *                       a quantidade de dependentes deduzidos e
      *                       o retorno (CD-RETORNO: 00 calculado, 35
      *                       TABELA-FISCAL ausente, 23 sem tabela
      *                       vigente na competencia - descontos
      *                       zerados).
      * 15/10/2026 Batista - Acrescentada a pensao alimenticia judicial
      *                       do periodo (CD-DEDUCAO-PENSAO), que o
      *                       chamador informa para abater da base do
      *                       IRRF; quem nao desconta pensao passa
      *                       zeros.
      *****************************************************************
       01  CALC-DESCONTO-LNK.
           05 CD-SALARIO-BRUTO      PIC 9(06)V99.
           05 CD-DESC-INSS          PIC 9(06)V99.
           05 CD-DESC-IRRF          PIC 9(06)V99.
           05 CD-SALARIO-LIQUIDO    PIC 9(06)V99.
           05 CD-COMPETENCIA        PIC 9(06).
           05 CD-EM-ID              PIC X(06).
           05 CD-QTD-DEPENDENTES    PIC 9(02).
           05 CD-RETORNO            PIC X(02).
              88 CD-CALCULADO         VALUE '00'.
           05 CD-DEDUCAO-PENSAO     PIC 9(06)V99.
