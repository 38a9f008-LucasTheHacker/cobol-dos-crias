      *****************************************************************
      * BANCOHOR.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Razao do banco de horas (BANCO-HORAS), indexado pelo
      *           ID de empregado (EMP-MASTER), a competencia, o tipo
      *           do lancamento e uma sequencia. Vale para os cargos
      *           com hora extra em banco (CG-EXTRA-BANCO em
      *           CARGO-MASTER):
      *             'C' - credito das horas extra apuradas por
      *                   APURA-PONTO na competencia (sequencia 000,
      *                   reapurado a cada rodada), com o saldo ainda
      *                   nao compensado e a competencia em que vence;
      *             'D' - debito de folga compensatoria lancada em
      *                   MANTER-BANCO-HORAS no dia da folga, abatido
      *                   dos creditos mais antigos;
      *             'V' - saldo vencido sem compensacao, convertido
      *                   por APURA-PONTO em hora extra paga na folha
      *                   da competencia do vencimento.
      *           Os lancamentos nunca sao apagados; o saldo do
      *           empregado e a soma de BH-SALDO dos creditos.
      *****************************************************************
       01  BANCO-HORAS-REC.
           05 BH-CHAVE.
              10 BH-EM-ID           PIC X(06).
              10 BH-COMPETENCIA     PIC 9(06).
              10 BH-TIPO            PIC X(01).
                 88 BH-CREDITO        VALUE 'C'.
                 88 BH-DEBITO         VALUE 'D'.
                 88 BH-VENCIDO        VALUE 'V'.
              10 BH-SEQUENCIA       PIC 9(03).
           05 BH-DATA-MOVIMENTO     PIC 9(08).
           05 BH-HORAS              PIC 9(03).
           05 BH-SALDO              PIC 9(03).
           05 BH-COMP-VENCIMENTO    PIC 9(06).
           05 BH-OBSERVACAO         PIC X(30).
           05 BH-DATA-REGISTRO      PIC 9(08).
