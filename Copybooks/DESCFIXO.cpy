      *****************************************************************
      * DESCFIXO.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Cadastro de descontos fixos em folha (DESCONTO-FIXO)
      *           - emprestimo consignado, contribuicao sindical e
      *           outros descontos recorrentes -, indexado pelo ID de
      *           empregado (EMP-MASTER) mais uma sequencia e mantido
      *           por MANTER-DESCONTO. VIRGULAMASCARA desconta uma
      *           parcela por competencia enquanto o desconto estiver
      *           ativo, abatendo o saldo devedor; DF-QTD-PARCELAS
      *           zero e desconto sem prazo (mensalidade sindical),
      *           sem saldo a abater. O desconto quitado ou cancelado
      *           fica no cadastro, nunca e apagado.
      *****************************************************************
       01  DESCONTO-FIXO-REC.
           05 DF-CHAVE.
              10 DF-EM-ID           PIC X(06).
              10 DF-SEQUENCIA       PIC 9(02).
           05 DF-TIPO               PIC X(01).
              88 DF-CONSIGNADO        VALUE 'C'.
              88 DF-SINDICAL          VALUE 'S'.
              88 DF-OUTROS            VALUE 'O'.
           05 DF-CREDOR             PIC X(04).
           05 DF-CREDOR-NOME        PIC X(20).
           05 DF-CONTRATO           PIC X(12).
           05 DF-VALOR-PARCELA      PIC 9(06)V99.
           05 DF-QTD-PARCELAS       PIC 9(03).
           05 DF-PARCELAS-PAGAS     PIC 9(03).
           05 DF-SALDO              PIC 9(08)V99.
           05 DF-COMPET-INICIO      PIC 9(06).
           05 DF-ULT-COMPETENCIA    PIC 9(06).
           05 DF-QTD-ADIADAS        PIC 9(03).
           05 DF-SITUACAO           PIC X(01).
              88 DF-ATIVO             VALUE 'A'.
              88 DF-QUITADO           VALUE 'Q'.
              88 DF-CANCELADO         VALUE 'X'.
