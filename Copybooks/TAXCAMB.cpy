      *           calculadora. A taxa vigente de uma data e o registro
      *           mais recente da moeda com vigencia menor ou igual a
      *           data.
      * Alteracoes:
      * 15/10/2026 Batista - CB-ORIGEM e CB-DATA-REFERENCIA
      *                      acrescentados ao final do registro (19 ->
      *                      28): taxa carregada do boletim PTAX pelo
      *                      lote IMPORTA-PTAX ('P', com a data do
      *                      boletim; dia nao util leva a taxa do dia
      *                      util anterior, com a data dele) ou digitada
      *                      em MANTER-CAMBIO ('M', ou branco nos
      *                      registros antigos), que prevalece sobre a
      *                      PTAX da mesma data.
      *****************************************************************
       01  CAMBIO-REC.
           05 CB-CHAVE.
              10 CB-MOEDA           PIC X(03).
              10 CB-DATA-VIGENCIA   PIC 9(08).
           05 CB-TAXA               PIC 9(04)V9(04).
           05 CB-ORIGEM             PIC X(01).
              88 CB-ORIGEM-PTAX       VALUE 'P'.
              88 CB-ORIGEM-MANUAL     VALUE 'M' SPACE.
           05 CB-DATA-REFERENCIA    PIC 9(08).
