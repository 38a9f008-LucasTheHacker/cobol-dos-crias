      *                       bruto mascarado. Acrescentados ao final
      *                       para os leitores por posicao nao se
      *                       deslocarem.
      * 15/10/2026 Batista - Total dos descontos fixos da folha
      *                       (consignado, sindical e outros do cadastro
      *                       DESCONTO-FIXO) e ate tres itens com o
      *                       credor e o valor de cada parcela
      *                       acrescentados ao final do registro (104 ->
      *                       160 posicoes); PO-LIQUIDO-ED passa a ser o
      *                       liquido ja sem esses descontos, que e o
      *                       que vai ao banco.
      * 15/10/2026 Batista - Pensao alimenticia descontada por ordem
      *                       judicial (PO-PENSAO-ED) acrescentada ao
      *                       final do registro (160 -> 171 posicoes); o
      *                       liquido ja vem sem ela.
      * 15/10/2026 Batista - ID do empregado (PO-ID) acrescentado ao
      *                       final do registro (171 -> 178 posicoes),
      *                       para GERA-REMESSA buscar em EMP-MASTER a
      *                       conta de credito de cada pagamento. Em
      *                       branco nas linhas HEADER e TRAILER.
      * 15/10/2026 Batista - Dias de ausencia (faltas, DSR perdido e
      *                       afastamento sem remuneracao da empresa) e
      *                       o desconto correspondente
      *                       (PO-AUSENCIA-DIAS, PO-AUSENCIA-ED)
      *                       acrescentados ao final do registro (178 ->
      *                       192 posicoes); o bruto ja vem sem o
      *                       desconto. Em branco quando nao ha
      *                       ausencia.
      *****************************************************************
       01  PAYSLIP-OUT-REC.
           05 PO-NOME              PIC X(20).
           05 PO-IRRF-ED           PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 PO-LIQUIDO-ED        PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 PO-DESC-FIXO-ED      PIC ZZZ.ZZ9,99.
           05 PO-DESC-ITEM OCCURS 3 TIMES.
              10 FILLER            PIC X(01).
              10 PO-DI-CREDOR      PIC X(04).
              10 FILLER            PIC X(01).
              10 PO-DI-VALOR-ED    PIC ZZ.ZZ9,99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 PO-PENSAO-ED         PIC ZZZ.ZZ9,99.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 PO-ID                PIC X(06).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 PO-AUSENCIA-DIAS     PIC Z9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 PO-AUSENCIA-ED       PIC ZZZ.ZZ9,99.
