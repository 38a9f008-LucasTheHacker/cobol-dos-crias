      *****************************************************************
      * DEPEND.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Cadastro de dependentes dos empregados (DEPENDENTE),
      *           indexado pelo ID de empregado (EMP-MASTER) mais uma
      *           sequencia, mantido por MANTER-DEPENDENTE. Cada
      *           dependente vigente na competencia abate da base do
      *           IRRF a deducao por dependente da tabela fiscal
      *           (CALC-DESCONTO). A vigencia (inicio e fim) faz o
      *           recalculo de um mes passado contar os dependentes
      *           daquela epoca; o dependente baixado fica no
      *           cadastro com a data de fim, nunca e apagado.
      *****************************************************************
       01  DEPENDENTE-REC.
           05 DP-CHAVE.
              10 DP-EM-ID           PIC X(06).
              10 DP-SEQUENCIA       PIC 9(02).
           05 DP-NOME               PIC X(30).
           05 DP-CPF                PIC 9(11).
           05 DP-DATA-NASC          PIC 9(08).
           05 DP-PARENTESCO         PIC X(01).
              88 DP-CONJUGE           VALUE 'C'.
              88 DP-FILHO             VALUE 'F'.
              88 DP-PAI-MAE           VALUE 'P'.
              88 DP-OUTRO             VALUE 'O'.
           05 DP-DATA-INICIO        PIC 9(08).
           05 DP-DATA-FIM           PIC 9(08).
