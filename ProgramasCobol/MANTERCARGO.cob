      *           excluir cargos com descricao e faixa salarial
      *           (minimo e maximo), que a folha passa a validar
      *           contra o salario base de cada registro de EMP-IN.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Inclusao e alteracao pedem o regime da hora
      *                       extra do cargo (paga na folha ou banco de
      *                       horas), mostrado na listagem.
      * 15/10/2026 Batista - Grava no jornal de alteracoes
      *                       (GRAVA-JORNAL) a imagem anterior e a
      *                       posterior de cada inclusao, alteracao e
      *                       exclusao, com o operador recebido pela
      *                       nova entrada -CTX do menu.
      * 15/10/2026 Batista - Inclusao, alteracao e exclusao viram
      *                       pedidos pendentes em PEDIDO-CADASTRO, so
      *                       aplicados a tabela depois de aprovados por
      *                       outro operador com papel ADM ou SUPERVISOR
      *                       (opcoes 5 e 6); a rejeicao exige o motivo
      *                       e o jornal de alteracoes registra quem
      *                       pediu e quem aprovou.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WRK-CG-STATUS.
           SELECT PEDIDO-CADASTRO ASSIGN TO "PEDIDO-CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUMERO
               FILE STATUS IS WRK-PD-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARGO-MASTER.
           COPY CARGMSTR.

       FD  PEDIDO-CADASTRO.
           COPY PEDCAD.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-CG-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PD-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-SOLICITANTE    PIC X(20)      VALUE SPACES.
       77  WRK-DECISAO-AUTORIZADA PIC X(01)  VALUE 'N'.
           88 DECISAO-AUTORIZADA             VALUE 'S'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-CARGO      PIC X(01)      VALUE 'N'.
           88 FIM-CARGO                      VALUE 'S'.
       77  WRK-FIM-PEDIDO     PIC X(01)      VALUE 'N'.
           88 FIM-PEDIDO                     VALUE 'S'.
       77  WRK-TEM-PENDENTE   PIC X(01)      VALUE 'N'.
           88 TEM-PEDIDO-PENDENTE            VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ULT-PEDIDO     PIC 9(07)      VALUE ZEROS.
       77  WRK-PEDIDO-ACHADO  PIC 9(07)      VALUE ZEROS.
       77  WRK-NUM-PEDIDO     PIC X(07)      VALUE SPACES.
       77  WRK-DECISAO        PIC X(01)      VALUE SPACE.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-AGORA     PIC 9(06)      VALUE ZEROS.
       77  WRK-OPERACAO-ED    PIC X(09)      VALUE SPACES.
       77  WRK-OPERACAO-PEDIDO PIC X(01)     VALUE SPACE.
       77  WRK-CODIGO         PIC X(04)      VALUE SPACES.
       77  WRK-VALOR-TXT      PIC X(09)      VALUE SPACES.
       77  WRK-VALOR-INT      PIC 9(06)      VALUE ZEROS.
       77  WRK-VALOR-DEC      PIC 9(02)      VALUE ZEROS.
       77  WRK-MIN-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MAX-ED         PIC ZZZ.ZZ9,99 VALUE ZEROS.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-TABELA THRU 1000-EXIT.
           MOVE 'N' TO WRK-SAIR.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE CARGO-MASTER.
           CLOSE PEDIDO-CADASTRO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-TABELA - Abre a tabela e o arquivo de pedidos
      * indexados em I-O, criando-os vazios na primeira manutencao.
      *****************************************************************
       1000-ABRIR-TABELA.
           OPEN I-O CARGO-MASTER.
              CLOSE CARGO-MASTER
              OPEN I-O CARGO-MASTER
           END-IF.
           OPEN I-O PEDIDO-CADASTRO.
           IF WRK-PD-STATUS = '35'
              OPEN OUTPUT PEDIDO-CADASTRO
              CLOSE PEDIDO-CADASTRO
              OPEN I-O PEDIDO-CADASTRO
           END-IF.
       1000-EXIT.
           EXIT.

           DISPLAY ' MANUTENCAO DA TABELA DE CARGOS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR CARGOS'.
           DISPLAY ' 2 - PEDIR INCLUSAO DE CARGO'.
           DISPLAY ' 3 - PEDIR ALTERACAO DE CARGO'.
           DISPLAY ' 4 - PEDIR EXCLUSAO DE CARGO'.
           DISPLAY ' 5 - LISTAR PEDIDOS PENDENTES'.
           DISPLAY ' 6 - APROVAR/REJEITAR PEDIDO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-ALTERAR THRU 6000-EXIT
              WHEN 4 PERFORM 7000-EXCLUIR THRU 7000-EXIT
              WHEN 5 PERFORM 7200-LISTAR-PEDIDOS THRU 7200-EXIT
              WHEN 6 PERFORM 7500-DECIDIR-PEDIDO THRU 7500-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
              MOVE CG-SAL-MAXIMO TO WRK-MAX-ED
              DISPLAY CG-CODIGO ' ' CG-DESCRICAO ' FAIXA: '
                      WRK-MIN-ED ' A ' WRK-MAX-ED
              IF CG-EXTRA-BANCO
                 DISPLAY '     HORA EXTRA: BANCO DE HORAS'
              ELSE
                 DISPLAY '     HORA EXTRA: PAGA NA FOLHA'
              END-IF
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede o codigo, a descricao e a faixa salarial
      * e registra o pedido de inclusao, que so entra na tabela
      * depois de aprovado; faixa invertida (minimo acima do maximo)
      * e codigo ja cadastrado sao recusados logo aqui.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'CODIGO DO CARGO A INCLUIR (4 POSICOES): '.
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-CODIGO TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  DISPLAY 'CODIGO JA CADASTRADO: ' WRK-CODIGO
                  GO TO 5000-EXIT
           END-READ.
           MOVE SPACES TO CARGO-MASTER-REC.
           MOVE WRK-CODIGO TO CG-CODIGO.
           PERFORM 5100-CAPTURAR-DADOS THRU 5100-EXIT.
           IF CG-SAL-MINIMO > CG-SAL-MAXIMO
              DISPLAY 'FAIXA INVERTIDA (MINIMO > MAXIMO) - NADA '
                      'INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'I' TO WRK-OPERACAO-PEDIDO.
           PERFORM 8000-REGISTRAR-PEDIDO THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CAPTURAR-DADOS - Captura a descricao, a faixa salarial
      * (IIIIII,DD) e o regime da hora extra (paga na folha ou em
      * banco de horas), comum a inclusao e a alteracao.
      *****************************************************************
       5100-CAPTURAR-DADOS.
           DISPLAY 'DESCRICAO DO CARGO: '.
               INTO WRK-VALOR-INT WRK-VALOR-DEC.
           COMPUTE CG-SAL-MAXIMO =
               WRK-VALOR-INT + (WRK-VALOR-DEC / 100).
           DISPLAY 'HORA EXTRA (P-PAGA B-BANCO DE HORAS, BRANCO = '
                   'PAGA): '.
           ACCEPT CG-HORA-EXTRA FROM CONSOLE.
           IF NOT CG-EXTRA-BANCO
              MOVE 'P' TO CG-HORA-EXTRA
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR - Localiza o cargo pela chave, recaptura a
      * descricao e a faixa e registra o pedido de alteracao com o
      * cargo como deve ficar.
      *****************************************************************
       6000-ALTERAR.
           DISPLAY 'CODIGO DO CARGO A ALTERAR: '.
                      'ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE 'A' TO WRK-OPERACAO-PEDIDO.
           PERFORM 8000-REGISTRAR-PEDIDO THRU 8000-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-EXCLUIR - Pede o codigo a retirar e registra o pedido de
      * exclusao com o cargo como esta gravado.
      *****************************************************************
       7000-EXCLUIR.
           DISPLAY 'CODIGO DO CARGO A EXCLUIR: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  DISPLAY 'CODIGO NAO CADASTRADO: ' WRK-CODIGO
                  GO TO 7000-EXIT
           END-READ.
           MOVE 'E' TO WRK-OPERACAO-PEDIDO.
           PERFORM 8000-REGISTRAR-PEDIDO THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7200-LISTAR-PEDIDOS - Pedidos da tabela de cargos ainda sem
      * decisao, com o numero para a aprovacao.
      *****************************************************************
       7200-LISTAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-PEDIDO.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO PD-NUMERO.
           START PEDIDO-CADASTRO KEY IS NOT LESS THAN PD-NUMERO
               INVALID KEY SET FIM-PEDIDO TO TRUE
           END-START.
           PERFORM 8150-LER-PEDIDO THRU 8150-EXIT.
           PERFORM UNTIL FIM-PEDIDO
              IF PD-PENDENTE
                 AND PD-ARQUIVO = 'CARGO-MASTER'
                 PERFORM 7300-EXIBIR-PEDIDO THRU 7300-EXIT
                 ADD 1 TO WRK-QTD-LISTADOS
              END-IF
              PERFORM 8150-LER-PEDIDO THRU 8150-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM PEDIDO PENDENTE'
           ELSE
              DISPLAY 'PEDIDOS PENDENTES: ' WRK-QTD-LISTADOS
           END-IF.
       7200-EXIT.
           EXIT.

       7300-EXIBIR-PEDIDO.
           EVALUATE TRUE
              WHEN PD-INCLUSAO
                 MOVE 'INCLUSAO' TO WRK-OPERACAO-ED
              WHEN PD-EXCLUSAO
                 MOVE 'EXCLUSAO' TO WRK-OPERACAO-ED
              WHEN OTHER
                 MOVE 'ALTERACAO' TO WRK-OPERACAO-ED
           END-EVALUATE.
           MOVE PD-IMAGEM(1:41) TO CARGO-MASTER-REC.
           MOVE CG-SAL-MINIMO TO WRK-MIN-ED.
           MOVE CG-SAL-MAXIMO TO WRK-MAX-ED.
           DISPLAY 'PEDIDO ' PD-NUMERO ' ' WRK-OPERACAO-ED ' '
                   CG-CODIGO ' ' CG-DESCRICAO.
           DISPLAY '   FAIXA: ' WRK-MIN-ED ' A ' WRK-MAX-ED
                   ' PEDIDO POR ' PD-SOLICITANTE ' EM '
                   PD-DATA-PEDIDO.
       7300-EXIT.
           EXIT.

      *****************************************************************
      * 7500-DECIDIR-PEDIDO - Aprovacao ou rejeicao de um pedido
      * pendente pelo numero. So com papel ADM/SUPERVISOR e por
      * operador diferente de quem pediu; a rejeicao exige o motivo.
      * Aprovado, o pedido e aplicado a tabela e vai ao jornal de
      * alteracoes com quem pediu e quem aprovou.
      *****************************************************************
       7500-DECIDIR-PEDIDO.
           IF NOT DECISAO-AUTORIZADA
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA A DECISAO DE '
                      'PEDIDOS'
              GO TO 7500-EXIT
           END-IF.
           DISPLAY 'NUMERO DO PEDIDO: '.
           ACCEPT WRK-NUM-PEDIDO FROM CONSOLE.
           IF WRK-NUM-PEDIDO IS NOT NUMERIC
              DISPLAY 'NUMERO INVALIDO (7 DIGITOS)'
              GO TO 7500-EXIT
           END-IF.
           MOVE WRK-NUM-PEDIDO TO PD-NUMERO.
           READ PEDIDO-CADASTRO
               INVALID KEY
                  DISPLAY 'PEDIDO NAO CADASTRADO'
                  GO TO 7500-EXIT
           END-READ.
           IF PD-ARQUIVO NOT = 'CARGO-MASTER'
              DISPLAY 'PEDIDO NAO E DA TABELA DE CARGOS'
              GO TO 7500-EXIT
           END-IF.
           PERFORM 7300-EXIBIR-PEDIDO THRU 7300-EXIT.
           IF NOT PD-PENDENTE
              DISPLAY 'PEDIDO JA DECIDIDO - NADA ALTERADO'
              GO TO 7500-EXIT
           END-IF.
           IF PD-SOLICITANTE = WRK-OPERADOR
              DISPLAY 'QUEM PEDIU NAO PODE DECIDIR O PEDIDO'
              GO TO 7500-EXIT
           END-IF.
           DISPLAY 'APROVAR (A), REJEITAR (R) OU SAIR SEM DECIDIR '
                   '(S): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
              WHEN 'A'
                 PERFORM 7600-APLICAR-PEDIDO THRU 7600-EXIT
                 IF NOT PD-APROVADO
                    GO TO 7500-EXIT
                 END-IF
                 MOVE SPACES TO PD-MOTIVO-REJEICAO
              WHEN 'R'
                 DISPLAY 'MOTIVO DA REJEICAO: '
                 ACCEPT PD-MOTIVO-REJEICAO FROM CONSOLE
                 IF PD-MOTIVO-REJEICAO = SPACES
                    DISPLAY 'MOTIVO EM BRANCO - PEDIDO MANTIDO '
                            'PENDENTE'
                    GO TO 7500-EXIT
                 END-IF
                 SET PD-REJEITADO TO TRUE
              WHEN OTHER
                 DISPLAY 'PEDIDO MANTIDO PENDENTE'
                 GO TO 7500-EXIT
           END-EVALUATE.
           MOVE WRK-OPERADOR  TO PD-DECIDIDO-POR.
           MOVE WRK-DATA-HOJE TO PD-DATA-DECISAO.
           REWRITE PEDIDO-CADASTRO-REC.
           IF PD-APROVADO
              DISPLAY 'PEDIDO ' PD-NUMERO ' APROVADO E APLICADO'
           ELSE
              DISPLAY 'PEDIDO ' PD-NUMERO ' REJEITADO'
           END-IF.
       7500-EXIT.
           EXIT.

      *****************************************************************
      * 7600-APLICAR-PEDIDO - Aplica a tabela o cargo do pedido
      * aprovado: grava (inclusao), regrava (alteracao) ou retira
      * (exclusao). Se a tabela ja nao aceita a mudanca (cargo
      * incluido ou excluido por fora nesse meio tempo), o pedido
      * continua pendente.
      *****************************************************************
       7600-APLICAR-PEDIDO.
           MOVE PD-IMAGEM(1:41) TO CARGO-MASTER-REC.
           IF PD-INCLUSAO
              WRITE CARGO-MASTER-REC
                  INVALID KEY
                     DISPLAY 'CODIGO JA CADASTRADO - PEDIDO MANTIDO '
                             'PENDENTE'
                     GO TO 7600-EXIT
              END-WRITE
              SET GJ-INCLUSAO TO TRUE
              PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
              SET PD-APROVADO TO TRUE
              GO TO 7600-EXIT
           END-IF.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           IF PD-ALTERACAO
              REWRITE CARGO-MASTER-REC
                  INVALID KEY
                     DISPLAY 'CODIGO NAO CADASTRADO - PEDIDO MANTIDO '
                             'PENDENTE'
                     GO TO 7600-EXIT
              END-REWRITE
              SET GJ-ALTERACAO TO TRUE
              PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
              SET PD-APROVADO TO TRUE
              GO TO 7600-EXIT
           END-IF.
           DELETE CARGO-MASTER RECORD
               INVALID KEY
                  DISPLAY 'CODIGO NAO CADASTRADO - PEDIDO MANTIDO '
                          'PENDENTE'
                  GO TO 7600-EXIT
           END-DELETE.
           SET GJ-EXCLUSAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           SET PD-APROVADO TO TRUE.
       7600-EXIT.
           EXIT.

      *****************************************************************
      * 8000-REGISTRAR-PEDIDO - Grava como pendente o pedido com a
      * operacao de WRK-OPERACAO-PEDIDO e o cargo montado em
      * CARGO-MASTER-REC; a faixa vale desde a folha do mes do pedido.
      * Um pedido pendente por cargo: o segundo e recusado ate o
      * primeiro ser decidido. Sem contexto do menu, pede o nome de
      * quem faz o pedido.
      *****************************************************************
       8000-REGISTRAR-PEDIDO.
           MOVE WRK-OPERADOR TO WRK-SOLICITANTE.
           IF WRK-SOLICITANTE = SPACES
              DISPLAY 'NOME DO OPERADOR QUE FAZ O PEDIDO: '
              ACCEPT WRK-SOLICITANTE FROM CONSOLE
              IF WRK-SOLICITANTE = SPACES
                 DISPLAY 'PEDIDO SEM SOLICITANTE - NADA REGISTRADO'
                 GO TO 8000-EXIT
              END-IF
           END-IF.
           PERFORM 8100-PROCURAR-PENDENTE THRU 8100-EXIT.
           IF TEM-PEDIDO-PENDENTE
              DISPLAY 'JA HA PEDIDO PENDENTE PARA O CARGO: '
                      WRK-PEDIDO-ACHADO
              GO TO 8000-EXIT
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO PEDIDO-CADASTRO-REC.
           ADD 1 TO WRK-ULT-PEDIDO.
           MOVE WRK-ULT-PEDIDO      TO PD-NUMERO.
           MOVE 'CARGO-MASTER'      TO PD-ARQUIVO.
           MOVE CG-CODIGO           TO PD-CHAVE.
           MOVE WRK-OPERACAO-PEDIDO TO PD-OPERACAO.
           SET PD-PENDENTE          TO TRUE.
           MOVE WRK-DATA-HOJE(1:6)  TO PD-COMPETENCIA.
           MOVE WRK-SOLICITANTE     TO PD-SOLICITANTE.
           MOVE WRK-DATA-HOJE       TO PD-DATA-PEDIDO.
           MOVE WRK-HORA-AGORA      TO PD-HORA-PEDIDO.
           MOVE ZEROS               TO PD-DATA-DECISAO.
           MOVE CARGO-MASTER-REC    TO PD-IMAGEM.
           WRITE PEDIDO-CADASTRO-REC
               INVALID KEY
                  DISPLAY 'ERRO AO GRAVAR O PEDIDO (STATUS '
                          WRK-PD-STATUS ')'
               NOT INVALID KEY
                  DISPLAY 'PEDIDO ' PD-NUMERO ' REGISTRADO - '
                          'AGUARDANDO APROVACAO DE OUTRO OPERADOR'
           END-WRITE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-PROCURAR-PENDENTE - Uma passada pelos pedidos: guarda o
      * ultimo numero usado e procura pedido pendente da tabela para
      * o mesmo codigo de CG-CODIGO.
      *****************************************************************
       8100-PROCURAR-PENDENTE.
           MOVE 'N' TO WRK-TEM-PENDENTE.
           MOVE ZEROS TO WRK-ULT-PEDIDO WRK-PEDIDO-ACHADO.
           MOVE 'N' TO WRK-FIM-PEDIDO.
           MOVE ZEROS TO PD-NUMERO.
           START PEDIDO-CADASTRO KEY IS NOT LESS THAN PD-NUMERO
               INVALID KEY SET FIM-PEDIDO TO TRUE
           END-START.
           PERFORM 8150-LER-PEDIDO THRU 8150-EXIT.
           PERFORM UNTIL FIM-PEDIDO
              MOVE PD-NUMERO TO WRK-ULT-PEDIDO
              IF PD-PENDENTE
                 AND PD-ARQUIVO = 'CARGO-MASTER'
                 AND PD-CHAVE = CG-CODIGO
                 SET TEM-PEDIDO-PENDENTE TO TRUE
                 MOVE PD-NUMERO TO WRK-PEDIDO-ACHADO
              END-IF
              PERFORM 8150-LER-PEDIDO THRU 8150-EXIT
           END-PERFORM.
       8100-EXIT.
           EXIT.

       8150-LER-PEDIDO.
           READ PEDIDO-CADASTRO NEXT RECORD
               AT END SET FIM-PEDIDO TO TRUE
           END-READ.
       8150-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE CG-CODIGO TO GJ-CHAVE.
           MOVE CARGO-MASTER-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ CARGO-MASTER KEY IS CG-CODIGO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CARGO-MASTER-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO CARGO-MASTER-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL (entrada GRAVA-JORNAL-PEDIDO), a
      * operacao ja indicada em GJ-OPERACAO, com o operador que
      * aprovou e o solicitante do pedido em PEDIDO-CADASTRO-REC.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'CARGO-MASTER' TO GJ-ARQUIVO.
           MOVE 'MANTER-CARGO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE PD-SOLICITANTE TO GJ-SOLICITANTE.
           MOVE 41 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE CG-CODIGO TO GJ-CHAVE
              MOVE CARGO-MASTER-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL-PEDIDO' USING GRAVA-JORNAL-LNK
                                            GRAVA-JORNAL-SOLIC-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta, para o jornal de alteracoes
      * levar o nome de quem alterou e para a decisao dos pedidos
      * exigir papel ADM ou SUPERVISOR. Sem contexto (entrada direta)
      * a decisao fica bloqueada.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'MANTER-CARGO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           IF OC-ADM OR OC-SUPERVISOR
              MOVE 'S' TO WRK-DECISAO-AUTORIZADA
           ELSE
              MOVE 'N' TO WRK-DECISAO-AUTORIZADA
           END-IF.
           GO TO 0000-MAINLINE.
