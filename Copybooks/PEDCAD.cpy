      *****************************************************************
      * PEDCAD.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Pedidos de alteracao de cadastro com dupla
      *           aprovacao (PEDIDO-CADASTRO, indexado pelo numero do
      *           pedido). MANTER-CAMBIO e MANTER-CARGO nao gravam mais
      *           a inclusao, a alteracao ou a exclusao direto na
      *           tabela: montam o registro proposto em PD-IMAGEM e o
      *           deixam pendente aqui, com quem pediu. So e aplicado
      *           depois de aprovado por outro operador com papel ADM
      *           ou SUPERVISOR (nunca o solicitante), no mesmo
      *           programa; a rejeicao exige o motivo. PD-COMPETENCIA
      *           e a primeira competencia da folha atingida pela
      *           mudanca (mes da vigencia da taxa; para o cargo, mes
      *           do pedido) - VIRGULAMASCARA recusa o lote enquanto
      *           houver pedido pendente de competencia igual ou
      *           anterior a da folha, e o MENU-PRINCIPAL lista os
      *           pendentes na abertura da sessao.
      *****************************************************************
       01  PEDIDO-CADASTRO-REC.
           05 PD-NUMERO             PIC 9(07).
           05 PD-ARQUIVO            PIC X(20).
           05 PD-CHAVE              PIC X(30).
           05 PD-OPERACAO           PIC X(01).
              88 PD-INCLUSAO          VALUE 'I'.
              88 PD-ALTERACAO         VALUE 'A'.
              88 PD-EXCLUSAO          VALUE 'E'.
           05 PD-SITUACAO           PIC X(01).
              88 PD-PENDENTE          VALUE 'P'.
              88 PD-APROVADO          VALUE 'A'.
              88 PD-REJEITADO         VALUE 'R'.
           05 PD-COMPETENCIA        PIC 9(06).
           05 PD-SOLICITANTE        PIC X(20).
           05 PD-DATA-PEDIDO        PIC 9(08).
           05 PD-HORA-PEDIDO        PIC 9(06).
           05 PD-DECIDIDO-POR       PIC X(20).
           05 PD-DATA-DECISAO       PIC 9(08).
           05 PD-MOTIVO-REJEICAO    PIC X(30).
           05 PD-IMAGEM             PIC X(100).
           05 FILLER                PIC X(23).
