      *****************************************************************
      * ORDPERM.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Cadastro de ordens permanentes das referencias
      *           (ORDEM-PERM, indexado por referencia e sequencia),
      *           mantido por MANTER-ORDEM: a transacao a gerar (tipo,
      *           valor e, na transferencia, a referencia de destino),
      *           a frequencia (semanal, quinzenal, mensal ou anual), o
      *           dia base dos vencimentos mensais e anuais, o inicio e
      *           o fim (zeros = sem fim) e o proximo vencimento
      *           nominal. GERA-ORDENS grava em TRANS-IN, no DAILYJOB
      *           antes de PROGCOB05, as ordens vencidas no dia (o
      *           vencimento em fim de semana ou feriado vai para o
      *           proximo dia util). A regra de falha diz o que fazer
      *           com a ordem recusada (saldo insuficiente, referencia
      *           nao aberta): pular a ocorrencia, retentar nos dias
      *           uteis seguintes ate OP-MAX-TENTATIVAS e entao pular,
      *           ou retentar e entao suspender a ordem.
      *****************************************************************
       01  ORDEM-PERM-REC.
           05 OP-CHAVE.
              10 OP-REFERENCIA      PIC X(10).
              10 OP-SEQ             PIC 9(03).
           05 OP-TIPO               PIC X(02).
              88 OP-CREDITO           VALUE 'CR'.
              88 OP-DEBITO            VALUE 'DB'.
              88 OP-TARIFA            VALUE 'TA'.
              88 OP-TRANSFERENCIA     VALUE 'TR'.
           05 OP-VALOR              PIC 9(08)V99.
           05 OP-REF-DESTINO        PIC X(10).
           05 OP-FREQUENCIA         PIC X(01).
              88 OP-SEMANAL           VALUE 'S'.
              88 OP-QUINZENAL         VALUE 'Q'.
              88 OP-MENSAL            VALUE 'M'.
              88 OP-ANUAL             VALUE 'A'.
           05 OP-DIA-BASE           PIC 9(02).
           05 OP-DATA-INICIO        PIC 9(08).
           05 OP-DATA-FIM           PIC 9(08).
           05 OP-PROXIMA            PIC 9(08).
           05 OP-REGRA-FALHA        PIC X(01).
              88 OP-PULAR             VALUE 'P'.
              88 OP-RETENTAR          VALUE 'R'.
              88 OP-SUSPENDER         VALUE 'S'.
           05 OP-MAX-TENTATIVAS     PIC 9(02).
           05 OP-TENTATIVAS         PIC 9(02).
           05 OP-DATA-TENTATIVA     PIC 9(08).
           05 OP-DATA-ULT-GERACAO   PIC 9(08).
           05 OP-SITUACAO           PIC X(01).
              88 OP-ATIVA             VALUE 'A'.
              88 OP-SUSPENSA          VALUE 'S'.
              88 OP-ENCERRADA         VALUE 'E'.
