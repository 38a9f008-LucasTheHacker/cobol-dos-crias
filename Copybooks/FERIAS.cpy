      *****************************************************************
      * FERIAS.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Conta corrente de ferias por empregado (FERIAS),
      *           indexada pelo ID de empregado e pelo inicio do
      *           periodo aquisitivo: um registro por periodo, aberto
      *           por APURA-FERIAS a partir da data de admissao de
      *           EMP-MASTER, com o fim do aquisitivo, o limite para
      *           o gozo (fim do periodo concessivo, doze meses depois
      *           do aquisitivo), os dias de direito e os ja gozados.
      *           A programacao corrente do periodo (inicio, fim e
      *           dias, marcada por MANTER-FERIAS) fica no proprio
      *           registro ate PAGA-FERIAS pagar a parcela e somar os
      *           dias aos gozados.
      *****************************************************************
       01  FERIAS-REC.
           05 FE-CHAVE.
              10 FE-EM-ID           PIC X(06).
              10 FE-INICIO-AQUIS    PIC 9(08).
           05 FE-FIM-AQUIS          PIC 9(08).
           05 FE-LIMITE-GOZO        PIC 9(08).
           05 FE-DIAS-DIREITO       PIC 9(02).
           05 FE-DIAS-GOZADOS       PIC 9(02).
           05 FE-PROG-INICIO        PIC 9(08).
           05 FE-PROG-FIM           PIC 9(08).
           05 FE-PROG-DIAS          PIC 9(02).
           05 FE-PROG-SITUACAO      PIC X(01).
              88 FE-SEM-PROGRAMACAO   VALUE SPACE.
              88 FE-PROG-PENDENTE     VALUE 'P'.
              88 FE-PROG-PAGA         VALUE 'G'.
           05 FE-PROG-DATA-PAGTO    PIC 9(08).
           05 FE-PROG-VALOR         PIC 9(08)V99.
