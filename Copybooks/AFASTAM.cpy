      *****************************************************************
      * AFASTAM.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Cadastro dos periodos de afastamento (AFASTAMENTO),
      *           indexado pelo ID de empregado (EMP-MASTER) mais a
      *           data de inicio e mantido por MANTER-AFASTAMENTO. Cada
      *           periodo tem o tipo, o inicio, o fim (zeros enquanto o
      *           empregado nao retornou) e quem remunera os dias:
      *           a empresa, a previdencia (INSS) ou ninguem. APURA-
      *           PONTO usa o cadastro para nao tomar dia afastado por
      *           falta e para contar os dias afastados sem remuneracao
      *           da empresa, que VIRGULAMASCARA desconta do salario.
      *           O periodo encerrado fica no cadastro com a data de
      *           retorno, nunca e apagado.
      *****************************************************************
       01  AFASTAMENTO-REC.
           05 AF-CHAVE.
              10 AF-EM-ID           PIC X(06).
              10 AF-DATA-INICIO     PIC 9(08).
           05 AF-DATA-FIM           PIC 9(08).
           05 AF-TIPO               PIC X(01).
              88 AF-DOENCA            VALUE 'D'.
              88 AF-ACIDENTE          VALUE 'A'.
              88 AF-MATERNIDADE       VALUE 'M'.
              88 AF-LICENCA-NAO-REM   VALUE 'N'.
              88 AF-FALTA-JUSTIFICADA VALUE 'J'.
              88 AF-TIPO-VALIDO       VALUE 'D' 'A' 'M' 'N' 'J'.
           05 AF-PAGADOR            PIC X(01).
              88 AF-PAGO-EMPRESA      VALUE 'E'.
              88 AF-PAGO-PREVIDENCIA  VALUE 'P'.
              88 AF-SEM-REMUNERACAO   VALUE 'N'.
              88 AF-PAGADOR-VALIDO    VALUE 'E' 'P' 'N'.
           05 AF-OBSERVACAO         PIC X(30).
           05 AF-DATA-REGISTRO      PIC 9(08).
