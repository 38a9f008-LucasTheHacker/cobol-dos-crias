      *           passar qualquer digitacao acima do minimo - a
      *           maioria dos incidentes de folha era valor gordo
      *           perfeitamente legal.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Regime da hora extra do cargo
      *                       (CG-HORA-EXTRA: P paga na folha, B banco
      *                       de horas; branco vale paga) acrescentado
      *                       ao final do registro e informado em
      *                       MANTER-CARGO. APURA-PONTO credita no banco
      *                       (BANCO-HORAS) as horas extra dos cargos B.
      *                       O dataset CARGO-MASTER precisa ser
      *                       reconstruido no layout novo.
      *****************************************************************
       01  CARGO-MASTER-REC.
           05 CG-CODIGO             PIC X(04).
           05 CG-DESCRICAO          PIC X(20).
           05 CG-SAL-MINIMO         PIC 9(06)V99.
           05 CG-SAL-MAXIMO         PIC 9(06)V99.
           05 CG-HORA-EXTRA         PIC X(01).
              88 CG-EXTRA-PAGA        VALUE 'P' SPACE.
              88 CG-EXTRA-BANCO       VALUE 'B'.
