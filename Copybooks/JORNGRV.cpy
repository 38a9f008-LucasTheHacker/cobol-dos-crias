      *****************************************************************
      * JORNGRV.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de GRAVA-JORNAL, a rotina comum
      *           que acrescenta ao jornal de alteracoes
      *           (Copybooks/JORNALT.cpy) a mudanca feita por um
      *           programa MANTER-*. O chamador informa arquivo, chave,
      *           programa, operador, operacao, tamanho do registro e as
      *           duas imagens; data e hora sao as correntes. Alteracao
      *           que nao mudou nada (imagens iguais) nao e gravada.
      *           Cada MANTER-* guarda a imagem anterior relendo o
      *           registro pela chave logo antes do REWRITE ou do
      *           DELETE. A mudanca aplicada por aprovacao de pedido
      *           (dupla aprovacao) chama a entrada GRAVA-JORNAL-PEDIDO,
      *           que recebe tambem GRAVA-JORNAL-SOLIC-LNK com o nome de
      *           quem pediu.
      *****************************************************************
       01  GRAVA-JORNAL-LNK.
           05 GJ-ARQUIVO         PIC X(20).
           05 GJ-CHAVE           PIC X(30).
           05 GJ-PROGRAMA        PIC X(24).
           05 GJ-OPERADOR        PIC X(20).
           05 GJ-OPERACAO        PIC X(01).
               88 GJ-INCLUSAO           VALUE 'I'.
               88 GJ-ALTERACAO          VALUE 'A'.
               88 GJ-EXCLUSAO           VALUE 'E'.
           05 GJ-TAMANHO         PIC 9(04).
           05 GJ-ANTES           PIC X(250).
           05 GJ-DEPOIS          PIC X(250).
       01  GRAVA-JORNAL-SOLIC-LNK.
           05 GJ-SOLICITANTE     PIC X(20).
