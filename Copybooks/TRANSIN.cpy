      *****************************************************************
      * TRANSIN.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro de entrada de transacoes de PROGCOB05
      *           (TRANS-IN): referencia, tipo da transacao, valor
      *           monetario (sempre positivo; o tipo da o sentido) e,
      *           na transferencia, a referencia de destino. A
      *           transferencia debita TI-REF e credita
      *           TI-REF-DESTINO como uma unidade so: as duas pernas
      *           sao lancadas ou nenhuma.
      *****************************************************************
       01  TRANS-IN-REC.
           05 TI-REF                PIC X(10).
           05 TI-TIPO               PIC X(02).
              88 TI-CREDITO           VALUE 'CR'.
              88 TI-DEBITO            VALUE 'DB'.
              88 TI-TARIFA            VALUE 'TA'.
              88 TI-TRANSFERENCIA     VALUE 'TR'.
           05 TI-VALOR              PIC 9(08)V99.
           05 TI-REF-DESTINO        PIC X(10).
