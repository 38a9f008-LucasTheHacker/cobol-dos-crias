      *                    (RECONHECE-ALERTA) para dar ciencia - um
      *                    alerta da madrugada nao fica mais uma
      *                    semana sem ninguem ver.
      * 15/10/2026 Tutu - Opcao 22 (MANTER-RESPONSAVEL) acrescentada
      *                    para a manutencao do cadastro de
      *                    responsaveis dos alunos, destinatarios do
      *                    boletim do termo, no mesmo grupo gateado por
      *                    papel.
      * 15/10/2026 Tutu - Opcao 23 (MANTER-JUSTIFICATIVA) acrescentada,
      *                    chamada via MANTER-JUSTIFICATIVA-CTX para a
      *                    aprovacao das justificativas de falta exigir
      *                    papel ADM ou SUPERVISOR.
      * 15/10/2026 Tutu - Opcao 24 - MANTER-APROVEITAMENTO
      *                    (aproveitamento de estudos), chamada com o
      *                    contexto do operador.
      * 15/10/2026 Tutu - Opcao 25 - MANTER-CALENDARIO (calendario
      *                    academico por termo e campus), chamada com o
      *                    contexto do operador.
      * 15/10/2026 Tutu - Opcao 26 - CONSULTA-DOCUMENTO (autenticidade
      *                    de historico e certificado pelo codigo de
      *                    verificacao, com revogacao), chamada com o
      *                    contexto do operador.
      * 15/10/2026 Batista - Opcoes 27 - MANTER-TABELA-FISCAL (tabelas
      *                       de INSS/IRRF por vigencia) e 28 -
      *                       MANTER-DEPENDENTE (dependentes deduzidos
      *                       do IRRF), gateadas como as demais
      *                       manutencoes.
      * 15/10/2026 Batista - Opcao 29 - MANTER-FERIAS (programacao e
      *                       cancelamento de ferias pela conta de
      *                       ferias), gateada como as demais
      *                       manutencoes.
      * 15/10/2026 Batista - Opcao 30 - MANTER-DESCONTO (descontos fixos
      *                       em folha: consignado, sindical e outros),
      *                       gateada como as demais manutencoes.
      * 15/10/2026 Batista - Opcao 31 - MANTER-PENSAO (ordens judiciais
      *                       de pensao alimenticia), gateada como as
      *                       demais manutencoes.
      * 15/10/2026 Batista - Opcao 32 - APROVA-DISSIDIO (visto do
      *                       reajuste coletivo entre a previa e a
      *                       efetivacao de APLICA-DISSIDIO), chamada
      *                       via APROVA-DISSIDIO-CTX e gateada como
      *                       as demais manutencoes.
      * 15/10/2026 Batista - Opcao 33 - APROVA-PREVIA (visto da previa
      *                       da folha de PREVIA-FOLHA, sem o qual o
      *                       lote de VIRGULAMASCARA nao paga), chamada
      *                       via APROVA-PREVIA-CTX e gateada como as
      *                       demais manutencoes.
      * 15/10/2026 Batista - Opcao 34 - MANTER-AFASTAMENTO (periodos de
      *                       afastamento do empregado), gateada como as
      *                       demais manutencoes.
      * 15/10/2026 Batista - Opcao 35 - MANTER-BANCO-HORAS (extrato e
      *                       folga do banco de horas), gateada como as
      *                       demais manutencoes.
      * 15/10/2026 Batista - Opcao 36 - REABRE-FOLHA (reabertura de
      *                       competencia fechada), gateada como as
      *                       demais manutencoes; chamada via
      *                       REABRE-FOLHA-CTX.
      * 15/10/2026 Batista - Opcao 37 - CONSULTA-EMPREGADO (consulta
      *                       avulsa do empregado), gateada como as
      *                       demais manutencoes; chamada via
      *                       CONSULTA-EMPREGADO-CTX.
      * 15/10/2026 Batista - Opcao 38 - MANTER-ORCAMENTO (orcamento de
      *                       quadro e custo da folha por ano, campus e
      *                       cargo), gateada como as demais
      *                       manutencoes.
      * 15/10/2026 Tutu - Opcao 39 - MANTER-REFERENCIA (cadastro de
      *                    referencias/contas), gateada como as demais
      *                    manutencoes.
      * 15/10/2026 Tutu - Opcao 40 - MANTER-ORDEM (ordens permanentes
      *                    das referencias), gateada como as demais
      *                    manutencoes.
      * 15/10/2026 Tutu - Opcao 12 chama RECURSO-NOTA pela entrada
      *                    RECURSO-NOTA-CTX, com o contexto do operador,
      *                    para o recurso registrar quem o deferiu.
      * 15/10/2026 Tutu - Programas de manutencao de cadastros chamados
      *                    pela entrada -CTX, com o operador, para o
      *                    jornal de alteracoes.
      * 15/10/2026 Tutu - Opcao 41 - consulta do jornal de alteracoes
      *                    dos cadastros (LISTA-ALTERACOES).
      * 15/10/2026 Tutu - Na abertura da sessao, depois dos alertas,
      *                    lista os pedidos de mudanca de cambio e de
      *                    cargo pendentes em PEDIDO-CADASTRO
      *                    (3700-MOSTRAR-PEDIDOS), decididos nas opcoes
      *                    19 e 20.
      * 15/10/2026 Tutu - Opcao 42 - cadastro de contatos e recusa de
      *                    avisos (MANTER-CONTATO).
      * 15/10/2026 Tutu - Opcao 43 - CONSULTA-RELATORIO (arquivo de
      *                    relatorios emitidos: lista, visualiza e
      *                    reimprime). Fica fora do gate de lote: quem
      *                    ve cada relatorio e a politica de PARM-REL,
      *                    conferida pelo proprio programa com o papel
      *                    resolvido na opcao 06.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT OPS-ALERT ASSIGN TO "OPS-ALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-OPS-STATUS.
           SELECT PEDIDO-CADASTRO ASSIGN TO "PEDIDO-CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-NUMERO
               FILE STATUS IS WRK-PD-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  OPS-ALERT
           RECORD CONTAINS 109 CHARACTERS.
           COPY OPSALERT.
       FD  PEDIDO-CADASTRO.
           COPY PEDCAD.
      *****************************************************************
       WORKING-STORAGE SECTION.
       COPY AUDITGRV.
       77  WRK-FIM-OPS     PIC X(01)  VALUE 'N'.
           88 FIM-OPS              VALUE 'S'.
       77  WRK-QTD-PENDENTES PIC 9(03) VALUE ZEROS.
       77  WRK-PD-STATUS   PIC X(02)  VALUE '00'.
       77  WRK-FIM-PEDIDO  PIC X(01)  VALUE 'N'.
           88 FIM-PEDIDO           VALUE 'S'.
       77  WRK-QTD-PEDIDOS PIC 9(03)  VALUE ZEROS.
       77  WRK-OPCAO       PIC 9(02)  VALUE ZEROS.
       77  WRK-SAIR        PIC X(01)  VALUE 'N'.
           88 OPERADOR-SAIU        VALUE 'S'.
           MOVE SPACES TO OPER-CONTEXTO-LNK.
           PERFORM 3000-REGISTRAR-INICIO-SESSAO THRU 3000-EXIT.
           PERFORM 3500-MOSTRAR-ALERTAS THRU 3500-EXIT.
           PERFORM 3700-MOSTRAR-PEDIDOS THRU 3700-EXIT.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 1000-EXIBIR-MENU THRU 1000-EXIT
              PERFORM 2000-DESPACHAR THRU 2000-EXIT
      *****************************************************************
      * 1000-EXIBIR-MENU - Apresenta as opcoes numeradas e captura a
      * escolha do operador. As opcoes dos programas gateados por
      * papel (01-05, 09, 10, 12 a 42) so aparecem depois que a opcao
      * 06 resolveu um papel autorizado (OC-LOTE-AUTORIZADO); ate la,
      * so 06, 07, 08, 11, 43 e 00 estao disponiveis (a 43 confere o
      * papel por relatorio).
      *****************************************************************
       1000-EXIBIR-MENU.
           DISPLAY '============================================='.
              DISPLAY ' 19 - MANTER-CAMBIO       (taxas de cambio)'
              DISPLAY ' 20 - MANTER-CARGO        (tabela de cargos)'
              DISPLAY ' 21 - RECONHECE-ALERTA    (ciencia de alertas)'
              DISPLAY ' 22 - MANTER-RESPONSAVEL  (responsaveis)'
              DISPLAY ' 23 - MANTER-JUSTIFICATIVA (faltas abonadas)'
              DISPLAY ' 24 - MANTER-APROVEITAMENTO (aproveitamento)'
              DISPLAY ' 25 - MANTER-CALENDARIO (calendario academico)'
              DISPLAY ' 26 - CONSULTA-DOCUMENTO (autenticidade)'
              DISPLAY ' 27 - MANTER-TABELA-FISCAL (tabelas INSS/IRRF)'
              DISPLAY ' 28 - MANTER-DEPENDENTE   (dependentes IRRF)'
              DISPLAY ' 29 - MANTER-FERIAS       (programacao ferias)'
              DISPLAY ' 30 - MANTER-DESCONTO     (descontos fixos)'
              DISPLAY ' 31 - MANTER-PENSAO       (pensao alimenticia)'
              DISPLAY ' 32 - APROVA-DISSIDIO     (visto do dissidio)'
              DISPLAY ' 33 - APROVA-PREVIA       (visto da previa)'
              DISPLAY ' 34 - MANTER-AFASTAMENTO  (afastamentos)'
              DISPLAY ' 35 - MANTER-BANCO-HORAS  (banco de horas)'
              DISPLAY ' 36 - REABRE-FOLHA        (reabre competencia)'
              DISPLAY ' 37 - CONSULTA-EMPREGADO  (consulta empregado)'
              DISPLAY ' 38 - MANTER-ORCAMENTO    (orcamento da folha)'
              DISPLAY ' 39 - MANTER-REFERENCIA   (cadastro referencias)'
              DISPLAY ' 40 - MANTER-ORDEM        (ordens permanentes)'
              DISPLAY ' 41 - LISTA-ALTERACOES    (jornal de alteracoes)'
              DISPLAY ' 42 - MANTER-CONTATO      (contatos e avisos)'
           END-IF.
           DISPLAY ' 43 - CONSULTA-RELATORIO  (arquivo de relatorios)'.
           DISPLAY ' 00 - SAIR'.
           IF NOT OC-LOTE-AUTORIZADO
              DISPLAY '(Resolva seu acesso na opcao 06 para liberar'
              WHEN 19
              WHEN 20
              WHEN 21
              WHEN 22
              WHEN 23
              WHEN 24
              WHEN 25
              WHEN 26
              WHEN 27
              WHEN 28
              WHEN 29
              WHEN 30
              WHEN 31
              WHEN 32
              WHEN 33
              WHEN 34
              WHEN 35
              WHEN 36
              WHEN 37
              WHEN 38
              WHEN 39
              WHEN 40
              WHEN 41
              WHEN 42
                 PERFORM 2100-DESPACHAR-LOTE THRU 2100-EXIT
              WHEN 06 CALL 'VARIAVELNIVEL88-CTX' USING OPER-CONTEXTO-LNK
              WHEN 07 CALL 'VARIAVELESTRUTURADA'
              WHEN 08 CALL 'VARIAVELNIVEL77'
              WHEN 11 CALL 'CONSULTA-AUDITORIA'
              WHEN 43 CALL 'CONSULTA-RELATORIO-CTX'
                         USING OPER-CONTEXTO-LNK
              WHEN 00 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
       3600-EXIT.
           EXIT.

      *****************************************************************
      * 3700-MOSTRAR-PEDIDOS - Em seguida aos alertas, lista os
      * pedidos de mudanca de cambio e de cargo em PEDIDO-CADASTRO
      * ainda sem decisao, que seguram a folha da competencia; a
      * decisao e nas opcoes 19 e 20, por operador diferente de quem
      * pediu. Arquivo ausente ou sem pendencia segue direto ao menu.
      *****************************************************************
       3700-MOSTRAR-PEDIDOS.
           OPEN INPUT PEDIDO-CADASTRO.
           IF WRK-PD-STATUS NOT = '00'
              GO TO 3700-EXIT
           END-IF.
           PERFORM 3800-LER-PEDIDO THRU 3800-EXIT.
           PERFORM UNTIL FIM-PEDIDO
              IF PD-PENDENTE
                 ADD 1 TO WRK-QTD-PEDIDOS
                 DISPLAY '*** PEDIDO PENDENTE: ' PD-NUMERO ' '
                         PD-ARQUIVO(1:12) ' ' PD-CHAVE(1:12) ' POR '
                         PD-SOLICITANTE
              END-IF
              PERFORM 3800-LER-PEDIDO THRU 3800-EXIT
           END-PERFORM.
           CLOSE PEDIDO-CADASTRO.
           IF WRK-QTD-PEDIDOS > 0
              DISPLAY 'PEDIDOS DE CADASTRO SEM DECISAO: '
                      WRK-QTD-PEDIDOS
                      ' - DECIDA NAS OPCOES 19 E 20'
           END-IF.
       3700-EXIT.
           EXIT.

       3800-LER-PEDIDO.
           READ PEDIDO-CADASTRO NEXT RECORD
               AT END SET FIM-PEDIDO TO TRUE
           END-READ.
       3800-EXIT.
           EXIT.

      *****************************************************************
      * 4000-REGISTRAR-FIM-SESSAO - Na saida do menu, registra no
      * AUDIT-LOG o fim da sessao com a duracao (HHMMSS) desde a

      *****************************************************************
      * 2100-DESPACHAR-LOTE - Despacha as opcoes 01-05, 09, 10, 12 a
      * 42, que so sao chamadas quando o papel resolvido na opcao 06
      * autoriza lote.
      *****************************************************************
       2100-DESPACHAR-LOTE.
                 WHEN 09
                    CALL 'VIRGULAMASCARA-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 10
                    CALL 'MANTER-FERIADO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 12
                    CALL 'RECURSO-NOTA-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 13
                    CALL 'CONSULTA-CPF'
                 WHEN 14
                    CALL 'MANTER-CURSO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 15
                    CALL 'APROVA-LOTE-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 16
                    CALL 'MANTER-ALUNO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 17
                    CALL 'CONSULTA-ALUNO'
                 WHEN 18
                    CALL 'MANTER-EMPREGADO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 19
                    CALL 'MANTER-CAMBIO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 20
                    CALL 'MANTER-CARGO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 21
                    CALL 'RECONHECE-ALERTA'
                 WHEN 22
                    CALL 'MANTER-RESPONSAVEL-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 23
                    CALL 'MANTER-JUSTIFICATIVA-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 24
                    CALL 'MANTER-APROVEITAMENTO-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 25
                    CALL 'MANTER-CALENDARIO-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 26
                    CALL 'CONSULTA-DOCUMENTO-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 27
                    CALL 'MANTER-TABELA-FISCAL-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 28
                    CALL 'MANTER-DEPENDENTE-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 29
                    CALL 'MANTER-FERIAS-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 30
                    CALL 'MANTER-DESCONTO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 31
                    CALL 'MANTER-PENSAO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 32
                    CALL 'APROVA-DISSIDIO-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 33
                    CALL 'APROVA-PREVIA-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 34
                    CALL 'MANTER-AFASTAMENTO-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 35
                    CALL 'MANTER-BANCO-HORAS-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 36
                    CALL 'REABRE-FOLHA-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 37
                    CALL 'CONSULTA-EMPREGADO-CTX'
                         USING OPER-CONTEXTO-LNK
                 WHEN 38
                    CALL 'MANTER-ORCAMENTO-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 39
                    CALL 'MANTER-REFERENCIA-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 40
                    CALL 'MANTER-ORDEM-CTX' USING OPER-CONTEXTO-LNK
                 WHEN 41
                    CALL 'LISTA-ALTERACOES'
                 WHEN 42
                    CALL 'MANTER-CONTATO-CTX' USING OPER-CONTEXTO-LNK
              END-EVALUATE
           END-IF.
       2100-EXIT.
