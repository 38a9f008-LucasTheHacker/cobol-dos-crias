      *****************************************************************
      * PAGTOREM.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro de cada pagamento enviado ao banco
      *           (PAGAMENTO-REMESSA, indexado), gravado por
      *           GERA-REMESSA para cada registro '1' (liquido do
      *           empregado) e '2' (pensao ao beneficiario) da
      *           remessa. A chave e a data e a hora de geracao da
      *           remessa, que o banco devolve no cabecalho do retorno,
      *           mais a sequencia do registro. LE-RETORNO localiza o
      *           pagamento por essa chave e grava nele a situacao
      *           devolvida pelo banco (P pago, R rejeitado) com a
      *           ocorrencia e a data do retorno. Um pagamento
      *           reapresentado guarda em PG-REENVIO-DE a chave do
      *           pagamento rejeitado que ele substitui.
      *****************************************************************
       01  PAGAMENTO-REMESSA-REC.
           05 PG-CHAVE.
              10 PG-DATA-GERACAO    PIC 9(08).
              10 PG-HORA-GERACAO    PIC 9(06).
              10 PG-SEQUENCIA       PIC 9(06).
           05 PG-TIPO               PIC X(01).
              88 PG-LIQUIDO           VALUE '1'.
              88 PG-PENSAO            VALUE '2'.
           05 PG-EM-ID              PIC X(06).
           05 PG-PENSAO-SEQ         PIC 9(02).
           05 PG-FAVORECIDO         PIC X(20).
           05 PG-VALOR              PIC 9(11)V99.
           05 PG-DATA-PAGAMENTO     PIC 9(08).
           05 PG-BANCO              PIC 9(03).
           05 PG-AGENCIA            PIC 9(04).
           05 PG-CONTA              PIC X(12).
           05 PG-TIPO-CONTA         PIC X(01).
           05 PG-SITUACAO           PIC X(01).
              88 PG-ENVIADO           VALUE 'E'.
              88 PG-PAGO              VALUE 'P'.
              88 PG-REJEITADO         VALUE 'R'.
           05 PG-OCORRENCIA         PIC X(02).
           05 PG-DATA-RETORNO       PIC 9(08).
           05 PG-REENVIO-DE         PIC X(20).
