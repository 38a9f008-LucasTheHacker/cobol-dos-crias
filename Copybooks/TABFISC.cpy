      *****************************************************************
      * TABFISC.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Tabelas de INSS e IRRF (TABELA-FISCAL), indexadas
      *           por tipo + data de vigencia, mantidas por
      *           MANTER-TABELA-FISCAL no molde da tabela de cambio:
      *           uma tabela por tipo por data de inicio de vigencia,
      *           lidas pela rotina comum CALC-DESCONTO para a
      *           competencia sendo paga. A tabela vigente de uma
      *           competencia e o registro mais recente do tipo com
      *           vigencia ate o ultimo dia do mes, de modo que um mes
      *           passado e recalculado com a tabela da epoca e a
      *           mudanca anual de aliquotas deixou de ser mudanca de
      *           programa.
      *             TF-TIPO I - INSS progressivo: cada aliquota incide
      *                         so sobre a parcela do salario dentro
      *                         da sua faixa; o limite da ultima faixa
      *                         e o teto de contribuicao.
      *             TF-TIPO R - IRRF: a base (bruto menos INSS menos a
      *                         deducao por dependente) cai em uma
      *                         faixa, e o imposto e a base vezes a
      *                         aliquota menos a parcela a deduzir. A
      *                         ultima faixa nao tem limite.
      *           Ate 5 faixas por tabela, em ordem crescente de
      *           limite.
      *****************************************************************
       01  TABELA-FISCAL-REC.
           05 TF-CHAVE.
              10 TF-TIPO            PIC X(01).
                 88 TF-TIPO-INSS      VALUE 'I'.
                 88 TF-TIPO-IRRF      VALUE 'R'.
              10 TF-DATA-VIGENCIA   PIC 9(08).
           05 TF-QTD-FAIXAS         PIC 9(01).
           05 TF-FAIXA OCCURS 5 TIMES.
              10 TF-LIMITE          PIC 9(06)V99.
              10 TF-ALIQUOTA        PIC 9V9999.
              10 TF-DEDUZIR         PIC 9(05)V99.
           05 TF-DEDUCAO-DEPENDENTE PIC 9(04)V99.
