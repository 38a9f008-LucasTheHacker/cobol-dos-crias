      *****************************************************************
      * PARMJUR.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametro dos encargos mensais das referencias
      *           (PARM-JUROS), lido por APURA-JUROS: a taxa mensal de
      *           juros sobre o saldo devedor (fracao, 0,0800 = 8% ao
      *           mes, aplicada por dia corrido a 1/30 da taxa sobre o
      *           saldo negativo de fim de dia) e a tarifa fixa cobrada
      *           da referencia que fechou algum dia do mes abaixo do
      *           seu piso de PARM-LIMITE. Arquivo ausente ou invalido
      *           nao cobra nada (RC 8).
      *****************************************************************
       01  PARM-JUROS-REC.
           05 PJ-TAXA-JUROS-MES     PIC 9V9999.
           05 PJ-TARIFA-ESTOURO     PIC 9(05)V99.
