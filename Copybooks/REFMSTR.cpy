      *****************************************************************
      * REFMSTR.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Cadastro mestre de referencias/contas
      *           (REFERENCIA-MASTER, indexado pela referencia de 10
      *           posicoes de TRANS-IN), mantido por MANTER-REFERENCIA:
      *           o CPF do titular (conferido contra CPF-MASTER, chave
      *           alternativa com duplicatas para achar as referencias
      *           de um mesmo titular), a data de abertura, a situacao
      *           (aberta, bloqueada ou encerrada) com a data da
      *           ultima mudanca e o campus. PROGCOB05 so lanca
      *           transacao em referencia cadastrada e aberta; as
      *           demais vao para suspenso.
      *****************************************************************
       01  REFERENCIA-MASTER-REC.
           05 RF-REFERENCIA         PIC X(10).
           05 RF-CPF                PIC 9(11).
           05 RF-DATA-ABERTURA      PIC 9(08).
           05 RF-SITUACAO           PIC X(01).
              88 RF-ABERTA            VALUE 'A'.
              88 RF-BLOQUEADA         VALUE 'B'.
              88 RF-ENCERRADA         VALUE 'E'.
           05 RF-CAMPUS             PIC X(02).
           05 RF-DATA-SITUACAO      PIC 9(08).
