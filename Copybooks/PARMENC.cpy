      *****************************************************************
      * PARMENC.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Parametro dos encargos patronais da folha
      *           (PARM-ENCARGO), lido por APURA-ENCARGOS: CNPJ do
      *           empregador para as guias, aliquotas do deposito de
      *           FGTS, do INSS empresa, do RAT (risco de acidente do
      *           trabalho, ja ajustado pelo FAP) e das contribuicoes
      *           a terceiros (salario-educacao, sistema S, INCRA),
      *           codigo de pagamento da guia do INSS e codigo de
      *           recolhimento do FGTS. Arquivo ausente mantem os
      *           padroes do programa (8%, 20%, 2%, 5,8%, 2100, 115).
      *****************************************************************
       01  PARM-ENCARGO-REC.
           05 PE-CNPJ               PIC 9(14).
           05 PE-ALIQ-FGTS          PIC 9V9999.
           05 PE-ALIQ-INSS-EMPRESA  PIC 9V9999.
           05 PE-ALIQ-RAT           PIC 9V9999.
           05 PE-ALIQ-TERCEIROS     PIC 9V9999.
           05 PE-COD-PAGAMENTO      PIC X(04).
           05 PE-COD-RECOLHIMENTO   PIC X(03).
