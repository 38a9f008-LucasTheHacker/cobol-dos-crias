      * 01/09/2026 Tutu - NP-CAMPUS acrescentado ao final, para o
      *                    lancamento liberado carimbar HN-CAMPUS como
      *                    o lancamento direto faria.
      * 15/10/2026 Tutu - NP-OPERADOR (quem lancou o lote, pelo contexto
      *                    do menu; branco no lancamento pelo JCL) e
      *                    NP-DATA-LANC acrescentados ao final, para
      *                    APROVA-LOTE registrar quem lancou e quem
      *                    liberou cada lote e a segregacao de funcoes
      *                    ser conferida. RECORD CONTAINS 70 -> 98.
      *****************************************************************
       01  NOTA-PENDENTE-REC.
           05 NP-MATRICULA          PIC X(10).
           05 NP-CURSO              PIC X(08).
           05 NP-TERMO              PIC X(06).
           05 NP-CAMPUS             PIC X(02).
           05 NP-OPERADOR           PIC X(20).
           05 NP-DATA-LANC          PIC 9(08).
