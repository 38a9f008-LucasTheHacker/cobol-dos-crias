      *****************************************************************
      * ENCCAMP.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Encargos patronais da competencia por campus
      *           (ENCARGO-CAMPUS), gravados por APURA-ENCARGOS junto
      *           com as guias e lidos por GERA-CONTABIL para lancar
      *           o FGTS, o INSS empresa, o RAT e os terceiros de cada
      *           campus na contabilidade.
      *****************************************************************
       01  ENCARGO-CAMPUS-REC.
           05 EC-COMPETENCIA        PIC 9(06).
           05 EC-CAMPUS             PIC X(02).
           05 EC-QTD-EMPREGADOS     PIC 9(05).
           05 EC-BRUTO              PIC 9(11)V99.
           05 EC-FGTS               PIC 9(11)V99.
           05 EC-EMPRESA            PIC 9(11)V99.
           05 EC-RAT                PIC 9(11)V99.
           05 EC-TERCEIROS          PIC 9(11)V99.
