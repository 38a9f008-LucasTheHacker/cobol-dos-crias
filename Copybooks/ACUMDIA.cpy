      *                    referencia (soma acumulada menos subtracao
      *                    acumulada), para PROGCOB05 imprimir um
      *                    extrato com saldo corrente por referencia.
      * 15/10/2026 Tutu - Com a transacao tipada AD-TOTAL-SOMA passa a
      *                    acumular os creditos e AD-TOTAL-SUBTRACAO os
      *                    debitos do dia. AD-SALDO deixa de zerar na
      *                    virada do dia e passa a ser o saldo corrente
      *                    da referencia de um dia para o outro; so os
      *                    totais e a quantidade do dia zeram.
      *****************************************************************
       01  ACUM-DIA-REC.
           05 AD-REFERENCIA         PIC X(10).
