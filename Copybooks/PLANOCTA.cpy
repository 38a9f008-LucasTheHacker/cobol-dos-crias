      *****************************************************************
      * PLANOCTA.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Plano de contas da contabilizacao da folha
      *           (PLANO-CONTAS), lido por GERA-CONTABIL: um registro
      *           por evento da folha com a conta a debitar, a conta a
      *           creditar e o historico padrao do lancamento. Eventos:
      *           SALR salarios, FERI ferias, RESC rescisao, DEC3 13o
      *           pago, PR13 provisao do 13o, INSS e IRRF retidos,
      *           DFIX descontos fixos, PENS pensao alimenticia, FGTS,
      *           INPE INSS empresa, RAT e TERC terceiros. O estorno
      *           lanca o mesmo par de contas invertido.
      *****************************************************************
       01  PLANO-CONTAS-REC.
           05 PC-EVENTO             PIC X(04).
           05 PC-CONTA-DEBITO       PIC X(10).
           05 PC-CONTA-CREDITO      PIC X(10).
           05 PC-HISTORICO          PIC X(30).
