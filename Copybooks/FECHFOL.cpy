      *****************************************************************
      * FECHFOL.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Situacao de fechamento de cada competencia da folha
      *           (FECHAMENTO-FOLHA, indexado pela competencia AAAAMM;
      *           AAAA13 e a do 13o). FECHA-FOLHA grava a competencia
      *           como fechada quando a reconciliacao PAY-HIST x
      *           YTD-SAL e a remessa do mes foram aceitas, com o
      *           resumo congelado do historico e da remessa naquele
      *           momento; REABRE-FOLHA reabre a competencia por
      *           decisao de um supervisor, com o motivo. Todo programa
      *           que grava PAY-HIST ou YTD-SAL consulta a situacao
      *           pela rotina CONSULTA-FECHAMENTO e recusa a
      *           competencia fechada. Competencia sem registro esta
      *           aberta. O resumo congelado e o do primeiro
      *           fechamento e nunca e regravado: e contra ele que
      *           qualquer alteracao posterior e medida.
      *****************************************************************
       01  FECHAMENTO-FOLHA-REC.
           05 FF-COMPETENCIA        PIC 9(06).
           05 FF-SITUACAO           PIC X(01).
              88 FF-FECHADA           VALUE 'F'.
              88 FF-REABERTA          VALUE 'R'.
           05 FF-DATA-FECHAMENTO    PIC 9(08).
           05 FF-HORA-FECHAMENTO    PIC 9(06).
           05 FF-RESUMO-CONGELADO.
              10 FF-QTD-REGISTROS   PIC 9(07).
              10 FF-QTD-ESTORNOS    PIC 9(07).
              10 FF-PAGO-BRL        PIC 9(11)V99.
              10 FF-PAGO-USD        PIC 9(11)V99.
              10 FF-PAGO-EUR        PIC 9(11)V99.
              10 FF-ESTORNO-BRL     PIC 9(11)V99.
              10 FF-ESTORNO-USD     PIC 9(11)V99.
              10 FF-ESTORNO-EUR     PIC 9(11)V99.
              10 FF-QTD-REMETIDOS   PIC 9(07).
              10 FF-TOTAL-REMETIDO  PIC 9(11)V99.
           05 FF-QTD-REABERTURAS    PIC 9(03).
           05 FF-DATA-REABERTURA    PIC 9(08).
           05 FF-HORA-REABERTURA    PIC 9(06).
           05 FF-OPERADOR-REABERTURA PIC X(20).
           05 FF-MOTIVO-REABERTURA  PIC X(50).
           05 FF-DATA-REFECHAMENTO  PIC 9(08).
