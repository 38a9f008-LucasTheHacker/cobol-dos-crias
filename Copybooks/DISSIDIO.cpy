      *****************************************************************
      * DISSIDIO.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Parametro do reajuste coletivo (dissidio) lido por
      *           APLICA-DISSIDIO, um registro por faixa de cargo de
      *           CARGO-MASTER: o codigo do cargo, o percentual de
      *           reajuste acordado e a data-base a partir da qual o
      *           reajuste vale (AAAAMMDD). Cargo fora do arquivo nao
      *           e reajustado.
      *****************************************************************
       01  PARM-DISSIDIO-REC.
           05 DS-CARGO              PIC X(04).
           05 DS-PERCENTUAL         PIC 9(02)V99.
           05 DS-DATA-BASE          PIC 9(08).
