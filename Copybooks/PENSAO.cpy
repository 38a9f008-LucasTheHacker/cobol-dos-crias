      *****************************************************************
      * PENSAO.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Cadastro das ordens judiciais de pensao alimenticia
      *           (PENSAO-ALIMENT), indexado pelo ID de empregado
      *           (EMP-MASTER) mais uma sequencia e mantido por
      *           MANTER-PENSAO. A ordem e calculada sobre o liquido
      *           legal (bruto menos INSS e IRRF) por um percentual, ou
      *           e um valor fixo por competencia; VIRGULAMASCARA
      *           desconta a pensao depois dos descontos legais, abate-a
      *           da base do IRRF e a paga ao beneficiario na remessa
      *           bancaria. A vigencia (inicio e fim) segue a ordem do
      *           juizo; a ordem encerrada fica no cadastro com a data
      *           de fim, nunca e apagada.
      *****************************************************************
       01  PENSAO-ALIMENT-REC.
           05 PA-CHAVE.
              10 PA-EM-ID           PIC X(06).
              10 PA-SEQUENCIA       PIC 9(02).
           05 PA-PROCESSO           PIC X(25).
           05 PA-BASE               PIC X(01).
              88 PA-PERCENTUAL-LIQ    VALUE 'P'.
              88 PA-VALOR-FIXO        VALUE 'F'.
           05 PA-PERCENTUAL         PIC 9(02)V99.
           05 PA-VALOR              PIC 9(06)V99.
           05 PA-BENEF-NOME         PIC X(30).
           05 PA-BENEF-CPF          PIC 9(11).
           05 PA-BENEF-BANCO        PIC 9(03).
           05 PA-BENEF-AGENCIA      PIC 9(04).
           05 PA-BENEF-CONTA        PIC X(12).
           05 PA-DATA-INICIO        PIC 9(08).
           05 PA-DATA-FIM           PIC 9(08).
           05 PA-ULT-COMPETENCIA    PIC 9(06).
