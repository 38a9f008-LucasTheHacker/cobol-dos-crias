      *****************************************************************
      * NOTIFIC.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Caixa de saida de avisos a alunos, responsaveis,
      *           empregados e operadores (NOTIF-SAIDA, indexada pela
      *           data, hora e sequencia de geracao). Cada programa que
      *           produz um fato de interesse da pessoa - nota lancada,
      *           promocao da lista de espera, decisao de recurso,
      *           pagamento rejeitado pelo banco, PIN perto de vencer -
      *           acrescenta um registro pela rotina comum
      *           GRAVA-NOTIFICACAO, com o destinatario (tipo e
      *           identificacao), o canal (branco = o preferido no
      *           cadastro de contatos), o codigo do modelo da mensagem
      *           e ate 4 campos de mescla. DISPARA-AVISOS formata as
      *           pendentes pelo modelo, gera o arquivo do provedor de
      *           mensagens e acompanha a situacao pelo retorno dele:
      *             P - pendente de envio
      *             N - enviada ao provedor, aguardando retorno
      *             E - entregue (retorno do provedor)
      *             F - falhou (retorno do provedor, com o codigo)
      *             O - nao enviada: a pessoa recusou avisos
      *             S - nao enviada: sem e-mail nem celular
      *             M - nao enviada: modelo nao cadastrado
      *****************************************************************
       01  NOTIF-SAIDA-REC.
           05 NT-CHAVE.
              10 NT-DATA-GERACAO    PIC 9(08).
              10 NT-HORA-GERACAO    PIC 9(06).
              10 NT-SEQUENCIA       PIC 9(06).
           05 NT-DATA-MOV           PIC 9(08).
           05 NT-PROGRAMA           PIC X(20).
           05 NT-DEST-TIPO          PIC X(01).
              88 NT-DEST-ALUNO        VALUE 'A'.
              88 NT-DEST-RESPONSAVEL  VALUE 'R'.
              88 NT-DEST-EMPREGADO    VALUE 'E'.
              88 NT-DEST-OPERADOR     VALUE 'O'.
           05 NT-DEST-ID            PIC X(20).
           05 NT-DEST-NOME          PIC X(30).
           05 NT-CANAL              PIC X(01).
              88 NT-CANAL-EMAIL       VALUE 'E'.
              88 NT-CANAL-SMS         VALUE 'S'.
              88 NT-CANAL-PREFERIDO   VALUE SPACE.
           05 NT-MODELO             PIC X(06).
           05 NT-CAMPOS.
              10 NT-CAMPO OCCURS 4 TIMES PIC X(30).
           05 NT-SITUACAO           PIC X(01).
              88 NT-PENDENTE          VALUE 'P'.
              88 NT-ENVIADA           VALUE 'N'.
              88 NT-ENTREGUE          VALUE 'E'.
              88 NT-FALHOU            VALUE 'F'.
              88 NT-RECUSADA          VALUE 'O'.
              88 NT-SEM-CONTATO       VALUE 'S'.
              88 NT-SEM-MODELO        VALUE 'M'.
              88 NT-ENCERRADA         VALUES 'E' 'F' 'O' 'S' 'M'.
           05 NT-CANAL-USADO        PIC X(01).
           05 NT-DATA-ENVIO         PIC 9(08).
           05 NT-DATA-RETORNO       PIC 9(08).
           05 NT-COD-RETORNO        PIC X(04).
           05 FILLER                PIC X(12).
