      *****************************************************************
      * ARQREL.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro do arquivo de relatorios emitidos
      *           (ARQ-RELATORIOS, indexado), gravado pela rotina
      *           comum ARQUIVA-RELATORIO e consultado, visualizado e
      *           reimpresso por CONSULTA-RELATORIO. A chave e o nome
      *           do relatorio, a data de movimento da execucao, o job
      *           (ONLINE fora dos jobs monitorados), a hora da
      *           geracao - que separa as reexecucoes do mesmo dia - e
      *           o numero da linha. A linha zero e o cabecalho da
      *           emissao, com o programa, o passo, os totais de
      *           controle (linhas, paginas, registros processados,
      *           valor e RC) e as reimpressoes feitas; as linhas 1 em
      *           diante sao o relatorio como saiu. A retencao de cada
      *           relatorio e a de PARM-REL (Copybooks/PARMREL.cpy),
      *           aplicada por ROTACIONA-LOG.
      *****************************************************************
       01  ARQ-RELATORIO-REC.
           05 AR-CHAVE.
              10 AR-RELATORIO       PIC X(20).
              10 AR-DATA-MOV        PIC 9(08).
              10 AR-JOB             PIC X(08).
              10 AR-HORA            PIC 9(06).
              10 AR-LINHA           PIC 9(06).
           05 AR-CONTEUDO           PIC X(200).
           05 AR-CABECALHO REDEFINES AR-CONTEUDO.
              10 AR-PROGRAMA        PIC X(20).
              10 AR-PASSO           PIC X(08).
              10 AR-DATA-GERACAO    PIC 9(08).
              10 AR-QTD-LINHAS      PIC 9(06).
              10 AR-QTD-PAGINAS     PIC 9(05).
              10 AR-QTD-REGISTROS   PIC 9(09).
              10 AR-VALOR-TOTAL     PIC S9(13)V99.
              10 AR-RC              PIC S9(04).
              10 AR-QTD-REIMPRESSOES PIC 9(04).
              10 FILLER             PIC X(121).
