      *****************************************************************
      * EXECGRV.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de GRAVA-EXECUCAO, a rotina
      *           comum do historico de execucao dos passos de lote
      *           (Copybooks/EXECHIST.cpy). O programa do passo chama
      *           com GE-FN-INICIO logo ao comecar e com GE-FN-FIM
      *           antes de cada GOBACK de lote, informando os
      *           registros processados e o RC do passo em GE-RC; a
      *           rotina devolve o mesmo RC em RETURN-CODE, para a
      *           chamada nao apagar o condition code do passo. Sem o
      *           cartao EXECID no passo (execucao pelo menu ou fora
      *           dos jobs monitorados) nada e gravado. Programa
      *           chamado por outro programa do passo nao abre um
      *           segundo registro: vale o primeiro inicio.
      *****************************************************************
       01  GRAVA-EXECUCAO-LNK.
           05 GE-FUNCAO          PIC X(01).
               88 GE-FN-INICIO          VALUE 'I'.
               88 GE-FN-FIM             VALUE 'F'.
           05 GE-PROGRAMA        PIC X(20).
           05 GE-QTD-REGISTROS   PIC 9(09).
           05 GE-RC              PIC S9(04).
