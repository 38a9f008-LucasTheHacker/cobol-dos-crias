      *****************************************************************
      * DESCRET.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro do movimento de descontos fixos da folha
      *           (DESC-RETIDO), acrescentado por VIRGULAMASCARA a cada
      *           parcela de DESCONTO-FIXO tratada no pagamento: retida
      *           (R) ou adiada (A) por falta de margem sobre o
      *           liquido. E a base do extrato mensal a cada credor
      *           (EXTRATO-CREDOR) do que foi retido e repassado.
      *****************************************************************
       01  DESC-RETIDO-REC.
           05 DR-COMPETENCIA        PIC 9(06).
           05 DR-DATA               PIC 9(08).
           05 DR-EM-ID              PIC X(06).
           05 DR-NOME               PIC X(20).
           05 DR-SEQUENCIA          PIC 9(02).
           05 DR-TIPO               PIC X(01).
           05 DR-CREDOR             PIC X(04).
           05 DR-CREDOR-NOME        PIC X(20).
           05 DR-CONTRATO           PIC X(12).
           05 DR-PARCELA            PIC 9(03).
           05 DR-QTD-PARCELAS       PIC 9(03).
           05 DR-VALOR              PIC 9(06)V99.
           05 DR-SALDO              PIC 9(08)V99.
           05 DR-SITUACAO           PIC X(01).
              88 DR-RETIDO            VALUE 'R'.
              88 DR-ADIADO            VALUE 'A'.
