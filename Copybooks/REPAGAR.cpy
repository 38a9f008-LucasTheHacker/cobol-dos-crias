      *****************************************************************
      * REPAGAR.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Fila de reapresentacao dos pagamentos rejeitados
      *           pelo banco (REMESSA-REPAGAR, indexada pela chave do
      *           pagamento rejeitado em PAGAMENTO-REMESSA). LE-RETORNO
      *           enfileira cada rejeicao com a conta para a qual o
      *           credito foi recusado; GERA-REMESSA reapresenta o
      *           pagamento na remessa seguinte assim que a conta do
      *           favorecido (EMP-MASTER para o liquido, PENSAO-ALIMENT
      *           para a pensao) deixa de ser a recusada, e marca a
      *           entrada como reenviada com a chave do pagamento novo.
      *           Enquanto a conta nao e corrigida a entrada fica
      *           pendente e e listada a cada remessa, para nenhuma
      *           rejeicao ser esquecida.
      *****************************************************************
       01  REMESSA-REPAGAR-REC.
           05 RR-CHAVE.
              10 RR-DATA-GERACAO    PIC 9(08).
              10 RR-HORA-GERACAO    PIC 9(06).
              10 RR-SEQUENCIA       PIC 9(06).
           05 RR-TIPO               PIC X(01).
              88 RR-LIQUIDO           VALUE '1'.
              88 RR-PENSAO            VALUE '2'.
           05 RR-EM-ID              PIC X(06).
           05 RR-PENSAO-SEQ         PIC 9(02).
           05 RR-FAVORECIDO         PIC X(20).
           05 RR-VALOR              PIC 9(11)V99.
           05 RR-BANCO              PIC 9(03).
           05 RR-AGENCIA            PIC 9(04).
           05 RR-CONTA              PIC X(12).
           05 RR-TIPO-CONTA         PIC X(01).
           05 RR-OCORRENCIA         PIC X(02).
           05 RR-DATA-RETORNO       PIC 9(08).
           05 RR-SITUACAO           PIC X(01).
              88 RR-PENDENTE          VALUE 'P'.
              88 RR-REENVIADO         VALUE 'E'.
           05 RR-DATA-REENVIO       PIC 9(08).
           05 RR-NOVA-CHAVE         PIC X(20).
