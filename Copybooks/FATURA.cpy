      *****************************************************************
      * FATURA.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Linha do arquivo de faturas de mensalidade
      *           (FATURA-MENSAL), uma por curso em andamento do aluno
      *           cobrado na competencia: o valor cheio da mensalidade
      *           do curso (CUR-MENSALIDADE), os dias cobrados no mes
      *           (menos que o mes inteiro quando o aluno trancou ou
      *           foi transferido no meio dele) e o valor efetivamente
      *           cobrado, com o vencimento do titulo. O arquivo fecha
      *           com o trailer padrao (linhas e total cobrado).
      *****************************************************************
       01  FATURA-REC.
           05 FT-MATRICULA          PIC X(10).
           05 FT-NOME               PIC X(20).
           05 FT-COMPETENCIA        PIC 9(06).
           05 FT-CURSO              PIC X(08).
           05 FT-VALOR-MES          PIC 9(05)V99.
           05 FT-DIAS-COBRADOS      PIC 9(02).
           05 FT-VALOR-COBRADO      PIC 9(07)V99.
           05 FT-DATA-VENCIMENTO    PIC 9(08).
           05 FT-CAMPUS             PIC X(02).
           05 FILLER                PIC X(08).
