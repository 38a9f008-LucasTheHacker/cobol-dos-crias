      *           consolidado em BRL (CONSOLIDA-BRL) converter os
      *           acumulados em USD/EUR pela taxa certa de cada
      *           periodo em vez de uma taxa rabiscada em planilha.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Grava no jornal de alteracoes
      *                       (GRAVA-JORNAL) a imagem anterior e a
      *                       posterior de cada inclusao, alteracao e
      *                       exclusao, com o operador recebido pela
      *                       nova entrada -CTX do menu.
      * 15/10/2026 Batista - Dupla aprovacao: inclusao e exclusao de
      *                       taxa viram pedido pendente em
      *                       PEDIDO-CADASTRO (Copybooks/PEDCAD.cpy),
      *                       aplicado a tabela so depois de aprovado
      *                       por outro operador com papel ADM ou
      *                       SUPERVISOR (opcoes 4 e 5); a rejeicao
      *                       exige o motivo e o jornal de alteracoes
      *                       registra quem pediu e quem aprovou.
      * 15/10/2026 Batista - Taxa digitada gravada como manual
      *                       (CB-ORIGEM 'M') e listada com a origem;
      *                       pedido para moeda/vigencia com taxa PTAX
      *                       (IMPORTA-PTAX) vira alteracao que a
      *                       substitui.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CHAVE
               FILE STATUS IS WRK-CB-STATUS.
           SELECT PEDIDO-CADASTRO ASSIGN TO "PEDIDO-CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-NUMERO
               FILE STATUS IS WRK-PD-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CAMBIO.
           COPY TAXCAMB.

       FD  PEDIDO-CADASTRO.
           COPY PEDCAD.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-CB-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PD-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-SOLICITANTE    PIC X(20)      VALUE SPACES.
       77  WRK-DECISAO-AUTORIZADA PIC X(01)  VALUE 'N'.
           88 DECISAO-AUTORIZADA             VALUE 'S'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-CAMBIO     PIC X(01)      VALUE 'N'.
           88 FIM-CAMBIO                     VALUE 'S'.
       77  WRK-FIM-PEDIDO     PIC X(01)      VALUE 'N'.
           88 FIM-PEDIDO                     VALUE 'S'.
       77  WRK-TEM-PENDENTE   PIC X(01)      VALUE 'N'.
           88 TEM-PEDIDO-PENDENTE            VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ULT-PEDIDO     PIC 9(07)      VALUE ZEROS.
       77  WRK-NUM-PEDIDO     PIC X(07)      VALUE SPACES.
       77  WRK-DECISAO        PIC X(01)      VALUE SPACE.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-AGORA     PIC 9(06)      VALUE ZEROS.
       77  WRK-MOEDA          PIC X(03)      VALUE SPACES.
       77  WRK-DATA-TXT       PIC X(08)      VALUE SPACES.
       77  WRK-TAXA-TXT       PIC X(09)      VALUE SPACES.
       77  WRK-TAXA-INT       PIC 9(04)      VALUE ZEROS.
       77  WRK-TAXA-DEC       PIC 9(04)      VALUE ZEROS.
       77  WRK-TAXA-ED        PIC Z.ZZ9,9999 VALUE ZEROS.
       77  WRK-OPERACAO-ED    PIC X(09)      VALUE SPACES.
       77  WRK-ORIGEM-ED      PIC X(24)      VALUE SPACES.
       77  WRK-OPERACAO-PEDIDO PIC X(01)     VALUE SPACE.
       77  WRK-PEDIDO-ACHADO  PIC 9(07)      VALUE ZEROS.

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
           CLOSE CAMBIO.
           CLOSE PEDIDO-CADASTRO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-TABELA - Abre a tabela e o arquivo de pedidos
      * indexados em I-O, criando-os vazios na primeira manutencao.
      *****************************************************************
       1000-ABRIR-TABELA.
           OPEN I-O CAMBIO.
              CLOSE CAMBIO
              OPEN I-O CAMBIO
           END-IF.
           OPEN I-O PEDIDO-CADASTRO.
           IF WRK-PD-STATUS = '35'
              OPEN OUTPUT PEDIDO-CADASTRO
              CLOSE PEDIDO-CADASTRO
              OPEN I-O PEDIDO-CADASTRO
           END-IF.
       1000-EXIT.
           EXIT.

           DISPLAY ' MANUTENCAO DA TABELA DE CAMBIO'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR TAXAS'.
           DISPLAY ' 2 - PEDIR INCLUSAO DE TAXA'.
           DISPLAY ' 3 - PEDIR EXCLUSAO DE TAXA'.
           DISPLAY ' 4 - LISTAR PEDIDOS PENDENTES'.
           DISPLAY ' 5 - APROVAR/REJEITAR PEDIDO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-EXCLUIR THRU 6000-EXIT
              WHEN 4 PERFORM 7000-LISTAR-PEDIDOS THRU 7000-EXIT
              WHEN 5 PERFORM 7500-DECIDIR-PEDIDO THRU 7500-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'

      *****************************************************************
      * 4000-LISTAR - Varre a tabela pela chave (moeda + vigencia),
      * exibindo cada taxa cadastrada com a origem: PTAX do proprio
      * dia, PTAX do dia util anterior (dia nao util) ou manual.
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-CAMBIO.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-CAMBIO
              MOVE CB-TAXA TO WRK-TAXA-ED
              PERFORM 4200-DESCREVER-ORIGEM THRU 4200-EXIT
              DISPLAY 'MOEDA: ' CB-MOEDA ' VIGENCIA: '
                      CB-DATA-VIGENCIA ' TAXA BRL: ' WRK-TAXA-ED
                      ' ' WRK-ORIGEM-ED
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
       4100-EXIT.
           EXIT.

       4200-DESCREVER-ORIGEM.
           MOVE SPACES TO WRK-ORIGEM-ED.
           IF CB-ORIGEM-MANUAL
              MOVE 'MANUAL' TO WRK-ORIGEM-ED
              GO TO 4200-EXIT
           END-IF.
           IF CB-DATA-REFERENCIA = CB-DATA-VIGENCIA
              MOVE 'PTAX' TO WRK-ORIGEM-ED
           ELSE
              STRING 'PTAX DE ' DELIMITED BY SIZE
                     CB-DATA-REFERENCIA DELIMITED BY SIZE
                     INTO WRK-ORIGEM-ED
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede moeda, data de vigencia e taxa (IIII,DDDD
      * em BRL por unidade da moeda) e registra o pedido de inclusao,
      * que so entra na tabela depois de aprovado. A taxa digitada e
      * manual ('M') e prevalece sobre a PTAX: havendo taxa PTAX para
      * a moeda/vigencia, o pedido e de alteracao e a substitui; taxa
      * manual ja cadastrada e recusada logo aqui.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'MOEDA (USD/EUR): '.
               INTO WRK-TAXA-INT WRK-TAXA-DEC.
           MOVE WRK-MOEDA    TO CB-MOEDA.
           MOVE WRK-DATA-TXT TO CB-DATA-VIGENCIA.
           MOVE 'I' TO WRK-OPERACAO-PEDIDO.
           READ CAMBIO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF CB-ORIGEM-MANUAL
                     DISPLAY 'TAXA JA CADASTRADA PARA A MOEDA/VIGENCIA'
                     GO TO 5000-EXIT
                  END-IF
                  MOVE CB-TAXA TO WRK-TAXA-ED
                  DISPLAY 'TAXA PTAX ' WRK-TAXA-ED ' CADASTRADA - O '
                          'PEDIDO A SUBSTITUI PELA TAXA MANUAL'
                  MOVE 'A' TO WRK-OPERACAO-PEDIDO
           END-READ.
           MOVE SPACES       TO CAMBIO-REC.
           MOVE WRK-MOEDA    TO CB-MOEDA.
           MOVE WRK-DATA-TXT TO CB-DATA-VIGENCIA.
           COMPUTE CB-TAXA = WRK-TAXA-INT + (WRK-TAXA-DEC / 10000).
           IF CB-TAXA = ZERO
              DISPLAY 'TAXA ZERADA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'M'          TO CB-ORIGEM.
           MOVE ZEROS        TO CB-DATA-REFERENCIA.
           PERFORM 8000-REGISTRAR-PEDIDO THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-EXCLUIR - Pede a moeda e a vigencia a retirar e registra
      * o pedido de exclusao com a taxa como esta gravada.
      *****************************************************************
       6000-EXCLUIR.
           DISPLAY 'MOEDA DA TAXA A EXCLUIR: '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           MOVE WRK-MOEDA    TO CB-MOEDA.
           MOVE WRK-DATA-TXT TO CB-DATA-VIGENCIA.
           READ CAMBIO
               INVALID KEY
                  DISPLAY 'TAXA NAO CADASTRADA'
                  GO TO 6000-EXIT
           END-READ.
           MOVE 'E' TO WRK-OPERACAO-PEDIDO.
           PERFORM 8000-REGISTRAR-PEDIDO THRU 8000-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-LISTAR-PEDIDOS - Pedidos da tabela de cambio ainda sem
      * decisao, com o numero para a aprovacao.
      *****************************************************************
       7000-LISTAR-PEDIDOS.
           MOVE 'N' TO WRK-FIM-PEDIDO.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE ZEROS TO PD-NUMERO.
           START PEDIDO-CADASTRO KEY IS NOT LESS THAN PD-NUMERO
               INVALID KEY SET FIM-PEDIDO TO TRUE
           END-START.
           PERFORM 8150-LER-PEDIDO THRU 8150-EXIT.
           PERFORM UNTIL FIM-PEDIDO
              IF PD-PENDENTE
                 AND PD-ARQUIVO = 'CAMBIO'
                 PERFORM 7100-EXIBIR-PEDIDO THRU 7100-EXIT
                 ADD 1 TO WRK-QTD-LISTADOS
              END-IF
              PERFORM 8150-LER-PEDIDO THRU 8150-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM PEDIDO PENDENTE'
           ELSE
              DISPLAY 'PEDIDOS PENDENTES: ' WRK-QTD-LISTADOS
           END-IF.
       7000-EXIT.
           EXIT.

       7100-EXIBIR-PEDIDO.
           EVALUATE TRUE
              WHEN PD-INCLUSAO
                 MOVE 'INCLUSAO' TO WRK-OPERACAO-ED
              WHEN PD-EXCLUSAO
                 MOVE 'EXCLUSAO' TO WRK-OPERACAO-ED
              WHEN OTHER
                 MOVE 'ALTERACAO' TO WRK-OPERACAO-ED
           END-EVALUATE.
           MOVE PD-IMAGEM(1:28) TO CAMBIO-REC.
           MOVE CB-TAXA TO WRK-TAXA-ED.
           DISPLAY 'PEDIDO ' PD-NUMERO ' ' WRK-OPERACAO-ED ' '
                   CB-MOEDA ' ' CB-DATA-VIGENCIA ' TAXA BRL: '
                   WRK-TAXA-ED.
           DISPLAY '   PEDIDO POR ' PD-SOLICITANTE ' EM '
                   PD-DATA-PEDIDO.
       7100-EXIT.
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
           IF PD-ARQUIVO NOT = 'CAMBIO'
              DISPLAY 'PEDIDO NAO E DA TABELA DE CAMBIO'
              GO TO 7500-EXIT
           END-IF.
           PERFORM 7100-EXIBIR-PEDIDO THRU 7100-EXIT.
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
      * 7600-APLICAR-PEDIDO - Grava na tabela a taxa do pedido
      * aprovado (inclusao), substitui por ela a taxa PTAX da mesma
      * moeda/vigencia (alteracao) ou a retira (exclusao). A PTAX
      * carregada pelo lote depois do pedido de inclusao tambem e
      * substituida. Se a tabela ja nao aceita a mudanca (taxa manual
      * incluida ou taxa excluida por fora nesse meio tempo), o
      * pedido continua pendente.
      *****************************************************************
       7600-APLICAR-PEDIDO.
           MOVE PD-IMAGEM(1:28) TO CAMBIO-REC.
           IF PD-INCLUSAO OR PD-ALTERACAO
              PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT
              IF GJ-ANTES = SPACES
                 WRITE CAMBIO-REC
                 SET GJ-INCLUSAO TO TRUE
              ELSE
                 MOVE GJ-ANTES(1:28) TO CAMBIO-REC
                 IF CB-ORIGEM-MANUAL
                    DISPLAY 'TAXA MANUAL JA CADASTRADA - PEDIDO '
                            'MANTIDO PENDENTE'
                    GO TO 7600-EXIT
                 END-IF
                 MOVE GJ-DEPOIS(1:28) TO CAMBIO-REC
                 REWRITE CAMBIO-REC
                 SET GJ-ALTERACAO TO TRUE
              END-IF
              PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
              SET PD-APROVADO TO TRUE
              GO TO 7600-EXIT
           END-IF.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           DELETE CAMBIO RECORD
               INVALID KEY
                  DISPLAY 'TAXA NAO CADASTRADA - PEDIDO MANTIDO '
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
      * operacao de WRK-OPERACAO-PEDIDO e a taxa montada em
      * CAMBIO-REC; a competencia atingida e o mes da vigencia. Um
      * pedido pendente por moeda/vigencia: o segundo e recusado ate
      * o primeiro ser decidido. Sem contexto do menu, pede o nome de
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
              DISPLAY 'JA HA PEDIDO PENDENTE PARA A MOEDA/VIGENCIA: '
                      WRK-PEDIDO-ACHADO
              GO TO 8000-EXIT
           END-IF.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO PEDIDO-CADASTRO-REC.
           ADD 1 TO WRK-ULT-PEDIDO.
           MOVE WRK-ULT-PEDIDO      TO PD-NUMERO.
           MOVE 'CAMBIO'            TO PD-ARQUIVO.
           MOVE CB-CHAVE            TO PD-CHAVE.
           MOVE WRK-OPERACAO-PEDIDO TO PD-OPERACAO.
           SET PD-PENDENTE          TO TRUE.
           MOVE CB-DATA-VIGENCIA(1:6) TO PD-COMPETENCIA.
           MOVE WRK-SOLICITANTE     TO PD-SOLICITANTE.
           MOVE WRK-DATA-HOJE       TO PD-DATA-PEDIDO.
           MOVE WRK-HORA-AGORA      TO PD-HORA-PEDIDO.
           MOVE ZEROS               TO PD-DATA-DECISAO.
           MOVE CAMBIO-REC          TO PD-IMAGEM.
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
      * a mesma chave de CB-CHAVE.
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
                 AND PD-ARQUIVO = 'CAMBIO'
                 AND PD-CHAVE = CB-CHAVE
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
           MOVE CB-CHAVE TO GJ-CHAVE.
           MOVE CAMBIO-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ CAMBIO KEY IS CB-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CAMBIO-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO CAMBIO-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL (entrada GRAVA-JORNAL-PEDIDO), a
      * operacao ja indicada em GJ-OPERACAO, com o operador que
      * aprovou e o solicitante do pedido em PEDIDO-CADASTRO-REC.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'CAMBIO' TO GJ-ARQUIVO.
           MOVE 'MANTER-CAMBIO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE PD-SOLICITANTE TO GJ-SOLICITANTE.
           MOVE 28 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE CB-CHAVE TO GJ-CHAVE
              MOVE CAMBIO-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-CAMBIO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           IF OC-ADM OR OC-SUPERVISOR
              MOVE 'S' TO WRK-DECISAO-AUTORIZADA
           ELSE
              MOVE 'N' TO WRK-DECISAO-AUTORIZADA
           END-IF.
           GO TO 0000-MAINLINE.
