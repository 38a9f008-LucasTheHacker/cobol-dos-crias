      *****************************************************************
      * DISSPEND.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro do reajuste coletivo calculado pela previa
      *           de APLICA-DISSIDIO e retido em DISSIDIO-PENDENTE ate
      *           o visto de APROVA-DISSIDIO: um por empregado de cargo
      *           reajustado, com o salario base antes e depois, as
      *           competencias ja pagas desde a data-base que foram
      *           recalculadas, a base paga nelas e a diferenca
      *           retroativa a pagar. Situacao A (apto) e o unico
      *           registro lancado pela efetivacao; os demais ficam so
      *           na listagem. O arquivo fecha com o trailer padrao
      *           (quantidade de aptos e total das diferencas).
      *****************************************************************
       01  DISSIDIO-PENDENTE-REC.
           05 DP-ID                 PIC X(06).
           05 DP-NOME               PIC X(20).
           05 DP-CARGO              PIC X(04).
           05 DP-PERCENTUAL         PIC 9(02)V99.
           05 DP-DATA-BASE          PIC 9(08).
           05 DP-SAL-ANTES          PIC 9(06)V99.
           05 DP-SAL-DEPOIS         PIC 9(06)V99.
           05 DP-COMP-INICIAL       PIC 9(06).
           05 DP-COMP-FINAL         PIC 9(06).
           05 DP-BASE-RETRO         PIC 9(08)V99.
           05 DP-DIFERENCA          PIC 9(08)V99.
           05 DP-MOEDA              PIC X(03).
           05 DP-FREQUENCIA         PIC X(01).
           05 DP-SITUACAO           PIC X(01).
              88 DP-APTO              VALUE 'A'.
              88 DP-FORA-DA-FAIXA     VALUE 'F'.
              88 DP-SEM-CARGO         VALUE 'C'.
              88 DP-INATIVO           VALUE 'I'.
              88 DP-MOEDA-DIVERGENTE  VALUE 'M'.
              88 DP-JA-REAJUSTADO     VALUE 'J'.
