      *****************************************************************
      * AVALIA.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Apuracao da avaliacao de curso e instrutor
      *           (AVALIACAO, indexado por termo + curso + questao),
      *           carregada por CARGA-AVALIACAO a partir das fichas em
      *           papel digitadas no fim do termo e impressa por
      *           RELATORIO-AVALIACAO. A avaliacao e anonima: o
      *           registro guarda so as contagens de cada questao - a
      *           matricula do respondente serve apenas para conferir
      *           que ele estava matriculado no curso e nao e gravada
      *           em lugar nenhum. A questao 00 de cada curso/termo
      *           nao e pergunta: AV-QTD-RESPOSTAS nela e a
      *           quantidade de fichas aceitas, base da taxa de
      *           resposta contra os matriculados. Nas questoes 01 a
      *           10 as notas vao de 1 (pior) a 5 (melhor);
      *           AV-QTD-RESPOSTAS conta as fichas que responderam a
      *           questao, AV-SOMA-NOTAS soma as notas e
      *           AV-QTD-NOTA(n) conta quantas deram a nota n.
      *****************************************************************
       01  AVALIACAO-REC.
           05 AV-CHAVE.
              10 AV-TERMO           PIC X(06).
              10 AV-CURSO           PIC X(08).
              10 AV-QUESTAO         PIC 9(02).
                 88 AV-QUESTAO-FICHAS  VALUE 00.
           05 AV-QTD-RESPOSTAS      PIC 9(05).
           05 AV-SOMA-NOTAS         PIC 9(07).
           05 AV-DISTRIBUICAO.
              10 AV-QTD-NOTA        PIC 9(05) OCCURS 5 TIMES.
           05 AV-DATA-CARGA         PIC 9(08).
