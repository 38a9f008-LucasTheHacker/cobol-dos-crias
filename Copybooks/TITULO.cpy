      *****************************************************************
      * TITULO.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Titulo a receber da mensalidade do aluno
      *           (TITULO-RECEBER, indexado por matricula +
      *           competencia AAAAMM), gerado pelo faturamento mensal
      *           (FATURA-MENSALIDADE) com o valor cobrado e o
      *           vencimento, baixado pelo retorno de cobranca do banco
      *           (BAIXA-COBRANCA) e lido pelo relatorio de
      *           inadimplencia por campus (INADIMPLENCIA). A chave
      *           e tambem o nosso numero do boleto: o banco devolve
      *           os 16 caracteres no retorno. TI-CAMPUS e o campus do
      *           aluno na emissao, para o relatorio quebrar por campus
      *           sem reler STUDENT-MASTER.
      *****************************************************************
       01  TITULO-RECEBER-REC.
           05 TI-CHAVE.
              10 TI-MATRICULA       PIC X(10).
              10 TI-COMPETENCIA     PIC 9(06).
           05 TI-CAMPUS             PIC X(02).
           05 TI-VALOR              PIC 9(07)V99.
           05 TI-VALOR-PAGO         PIC 9(07)V99.
           05 TI-DATA-EMISSAO       PIC 9(08).
           05 TI-DATA-VENCIMENTO    PIC 9(08).
           05 TI-DATA-PAGAMENTO     PIC 9(08).
           05 TI-SITUACAO           PIC X(01).
              88 TI-ABERTO             VALUE 'A'.
              88 TI-QUITADO            VALUE 'Q'.
