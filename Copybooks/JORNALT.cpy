      *****************************************************************
      * JORNALT.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro do jornal de alteracoes dos cadastros
      *           (JORNAL-ALTERACOES), gravado pela rotina comum
      *           GRAVA-JORNAL a cada inclusao, alteracao ou exclusao
      *           feita pelos programas MANTER-*: arquivo e chave do
      *           registro, programa, operador (nome do contexto do
      *           menu; branco na entrada direta), data e hora, e as
      *           imagens completas do registro antes e depois. Na
      *           inclusao a imagem anterior fica em branco e na
      *           exclusao a posterior. JA-TAMANHO e o tamanho do
      *           registro do cadastro, para quem compara as imagens nao
      *           olhar alem dele. Nas tabelas com dupla aprovacao
      *           (CAMBIO e CARGO-MASTER) o operador e quem aprovou o
      *           pedido e JA-SOLICITANTE quem o pediu; nos demais
      *           cadastros JA-SOLICITANTE fica em branco. Lido por
      *           LISTA-ALTERACOES.
      *****************************************************************
       01  JORNAL-ALTERACOES-REC.
           05 JA-DATA               PIC 9(08).
           05 JA-HORA               PIC 9(06).
           05 JA-ARQUIVO            PIC X(20).
           05 JA-CHAVE              PIC X(30).
           05 JA-PROGRAMA           PIC X(24).
           05 JA-OPERADOR           PIC X(20).
           05 JA-SOLICITANTE        PIC X(20).
           05 JA-OPERACAO           PIC X(01).
              88 JA-INCLUSAO          VALUE 'I'.
              88 JA-ALTERACAO         VALUE 'A'.
              88 JA-EXCLUSAO          VALUE 'E'.
           05 JA-TAMANHO            PIC 9(04).
           05 JA-ANTES              PIC X(250).
           05 JA-DEPOIS             PIC X(250).
