      *****************************************************************
      * LOTELOG.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro do log das decisoes de APROVA-LOTE sobre
      *           o lote de NOTAS-PENDENTES (LOTE-NOTAS-LOG): data e
      *           hora da decisao, liberado ou rejeitado, quem
      *           decidiu (operador do contexto do menu) e quem
      *           lancou o lote na gradacao com DESTINO=P, com a data
      *           do lancamento e a quantidade de registros desse
      *           operador. Um registro por operador que lancou
      *           registros no lote decidido (NOTAS-PENDENTES e
      *           aberto em EXTEND e pode juntar execucoes de mais de
      *           um operador). E a trilha que SEGREGA-FUNCOES cruza
      *           para achar quem lancou e liberou as proprias notas.
      *           Lancador em branco e lancamento pelo JCL.
      *****************************************************************
       01  LOTE-NOTAS-LOG-REC.
           05 LL-DATA               PIC 9(08).
           05 LL-HORA               PIC 9(06).
           05 LL-DECISAO            PIC X(01).
              88 LL-LIBERADO          VALUE 'L'.
              88 LL-REJEITADO         VALUE 'R'.
           05 LL-APROVADOR          PIC X(20).
           05 LL-LANCADOR           PIC X(20).
           05 LL-DATA-LANC          PIC 9(08).
           05 LL-QTD-REGISTROS      PIC 9(05).
           05 FILLER                PIC X(12).
