      *                       adicional de turno sobre o salario (20%
      *                       noturno, 25% fim de semana) antes dos
      *                       descontos, como na folha em lote.
      * 15/10/2026 BATISTA - Consulta avulsa calculada pela tabela de
      *                       INSS/IRRF vigente no mes corrente
      *                       (CALC-DESCONTO), sem dependentes.
      * 15/10/2026 BATISTA - A chamada a CALC-DESCONTO passa zeros na
      *                       nova deducao de pensao alimenticia da base
      *                       do IRRF (CD-DEDUCAO-PENSAO); a consulta
      *                       avulsa nao desconta pensao.
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *****************************************************************
       CALCULAR-DESCONTOS.
           MOVE WRK-SALARIO TO CD-SALARIO-BRUTO.
           MOVE ZEROS  TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           MOVE CD-DESC-INSS       TO WRK-DESC-INSS.
           MOVE CD-DESC-IRRF       TO WRK-DESC-IRRF.
