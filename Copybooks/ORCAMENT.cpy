      *****************************************************************
      * ORCAMENT.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Orcamento de quadro e de custo da folha
      *           (ORCAMENTO-FOLHA, indexado por ano, campus e cargo
      *           de CARGO-MASTER), mantido por MANTER-ORCAMENTO: o
      *           numero de posicoes orcadas do cargo no campus e o
      *           custo mensal orcado para elas. ORCADO-REALIZADO
      *           confronta o orcamento com o quadro ativo de
      *           EMP-MASTER e com o custo de PAY-HIST da competencia
      *           e do ano ate ela; o orcado acumulado e o custo
      *           mensal vezes os meses decorridos.
      *****************************************************************
       01  ORCAMENTO-FOLHA-REC.
           05 OR-CHAVE.
              10 OR-ANO             PIC 9(04).
              10 OR-CAMPUS          PIC X(02).
              10 OR-CARGO           PIC X(04).
           05 OR-QTD-ORCADA         PIC 9(04).
           05 OR-CUSTO-MENSAL       PIC 9(09)V99.
           05 OR-DATA-ATUALIZACAO   PIC 9(08).
