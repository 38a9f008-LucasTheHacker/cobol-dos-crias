       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-DESCONTO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de descontos fixos em folha
      *           (DESCONTO-FIXO, Copybooks/DESCFIXO.cpy), no mesmo
      *           molde de console de MANTER-DEPENDENTE: listar os
      *           descontos de um empregado, incluir um desconto
      *           (consignado, sindical ou outro, com o credor, o
      *           contrato, a parcela, o numero de parcelas e o saldo
      *           devedor) e cancelar um desconto ativo. O empregado
      *           precisa existir ativo em EMP-MASTER. VIRGULAMASCARA
      *           desconta as parcelas; o cancelamento so muda a
      *           situacao, o desconto continua no cadastro.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Grava no jornal de alteracoes
      *                       (GRAVA-JORNAL) a imagem anterior e a
      *                       posterior de cada inclusao, alteracao e
      *                       exclusao, com o operador recebido pela
      *                       nova entrada -CTX do menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESCONTO-FIXO ASSIGN TO "DESCONTO-FIXO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               FILE STATUS IS WRK-DF-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DESCONTO-FIXO.
           COPY DESCFIXO.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       77  WRK-DF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-DESC       PIC X(01)      VALUE 'N'.
           88 FIM-DESC                       VALUE 'S'.
       77  WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ATIVO                VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-ULT-SEQUENCIA  PIC 9(02)      VALUE ZEROS.
       77  WRK-SEQ-TXT        PIC X(02)      VALUE SPACES.
       77  WRK-TIPO           PIC X(01)      VALUE SPACE.
           88 TIPO-VALIDO                    VALUE 'C' 'S' 'O'.
       77  WRK-QTD-TXT        PIC X(03)      VALUE SPACES.
       77  WRK-SITUACAO       PIC X(09)      VALUE SPACES.
       77  WRK-CONFIRMA       PIC X(01)      VALUE 'N'.
       77  WRK-VALOR-INT      PIC 9(08)      VALUE ZEROS.
       01  WRK-VALOR-DEC-TXT  PIC X(02)      VALUE SPACES.
       01  WRK-VALOR-DEC REDEFINES WRK-VALOR-DEC-TXT PIC 9(02).
       77  WRK-VALOR-LIDO     PIC 9(08)V99   VALUE ZEROS.
       77  WRK-PARCELA-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-COMPET-HOJE PIC 9(06).
           05 FILLER          PIC 9(02).
       01  WRK-COMPET-TXT     PIC X(06)      VALUE SPACES.
       01  WRK-COMPET-TXT-R REDEFINES WRK-COMPET-TXT.
           05 WRK-COMPET-ANO  PIC 9(04).
           05 WRK-COMPET-MES  PIC 9(02).
       01  WRK-COMPET-NUM REDEFINES WRK-COMPET-TXT PIC 9(06).

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           PERFORM 1000-ABRIR-CADASTRO THRU 1000-EXIT.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE DESCONTO-FIXO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O DESCONTO-FIXO.
           IF WRK-DF-STATUS = '35'
              OPEN OUTPUT DESCONTO-FIXO
              CLOSE DESCONTO-FIXO
              OPEN I-O DESCONTO-FIXO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DOS DESCONTOS FIXOS EM FOLHA'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR DESCONTOS DE UM EMPREGADO'.
           DISPLAY ' 2 - INCLUIR DESCONTO'.
           DISPLAY ' 3 - CANCELAR DESCONTO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-CANCELAR THRU 6000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Pede o ID do empregado e exibe os descontos dele
      * pela chave (ID + sequencia), ativos, quitados e cancelados,
      * com as parcelas pagas, o saldo e as parcelas adiadas por falta
      * de margem.
      *****************************************************************
       4000-LISTAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM UNTIL FIM-DESC
              EVALUATE TRUE
                 WHEN DF-ATIVO     MOVE 'ATIVO'     TO WRK-SITUACAO
                 WHEN DF-QUITADO   MOVE 'QUITADO'   TO WRK-SITUACAO
                 WHEN OTHER        MOVE 'CANCELADO' TO WRK-SITUACAO
              END-EVALUATE
              MOVE DF-VALOR-PARCELA TO WRK-PARCELA-ED
              MOVE DF-SALDO         TO WRK-SALDO-ED
              DISPLAY DF-SEQUENCIA ' ' DF-TIPO ' ' DF-CREDOR ' '
                      DF-CREDOR-NOME ' ' DF-CONTRATO ' '
                      WRK-SITUACAO
              DISPLAY '   PARCELA: ' WRK-PARCELA-ED ' PAGAS: '
                      DF-PARCELAS-PAGAS '/' DF-QTD-PARCELAS
                      ' SALDO: ' WRK-SALDO-ED
              DISPLAY '   INICIO: ' DF-COMPET-INICIO ' ULTIMA: '
                      DF-ULT-COMPETENCIA ' ADIADAS: ' DF-QTD-ADIADAS
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4200-LER-PROXIMO THRU 4200-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM DESCONTO CADASTRADO PARA ' WRK-ID
           ELSE
              DISPLAY 'DESCONTOS CADASTRADOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-POSICIONAR - Posiciona no primeiro desconto do empregado
      * WRK-ID; 4200 le o seguinte enquanto for dele e guarda a ultima
      * sequencia vista.
      *****************************************************************
       4100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-DESC.
           MOVE ZEROS TO WRK-ULT-SEQUENCIA.
           MOVE WRK-ID TO DF-EM-ID.
           MOVE ZEROS  TO DF-SEQUENCIA.
           START DESCONTO-FIXO KEY IS NOT LESS THAN DF-CHAVE
               INVALID KEY SET FIM-DESC TO TRUE
           END-START.
       4100-EXIT.
           EXIT.

       4200-LER-PROXIMO.
           IF FIM-DESC
              GO TO 4200-EXIT
           END-IF.
           READ DESCONTO-FIXO NEXT RECORD
               AT END
                  SET FIM-DESC TO TRUE
                  GO TO 4200-EXIT
           END-READ.
           IF DF-EM-ID NOT = WRK-ID
              SET FIM-DESC TO TRUE
              GO TO 4200-EXIT
           END-IF.
           MOVE DF-SEQUENCIA TO WRK-ULT-SEQUENCIA.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede o ID do empregado (ativo em EMP-MASTER), o
      * tipo, o credor (codigo e nome), o contrato, o valor da
      * parcela, o numero de parcelas (000 = sem prazo, como a
      * mensalidade sindical), o saldo devedor (zero = parcela vezes
      * parcelas) e a competencia da primeira parcela (branco = a
      * corrente). O desconto recebe a sequencia seguinte a ultima do
      * empregado.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           PERFORM 5100-CONFERIR-EMPREGADO THRU 5100-EXIT.
           IF NOT EMPREGADO-ATIVO
              GO TO 5000-EXIT
           END-IF.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT
              UNTIL FIM-DESC.
           IF WRK-ULT-SEQUENCIA = 99
              DISPLAY 'EMPREGADO JA TEM 99 DESCONTOS - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO DESCONTO-FIXO-REC.
           DISPLAY 'TIPO (C-CONSIGNADO S-SINDICAL O-OUTROS): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'CODIGO DO CREDOR (4 POSICOES): '.
           ACCEPT DF-CREDOR FROM CONSOLE.
           IF DF-CREDOR = SPACES
              DISPLAY 'CREDOR EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'NOME DO CREDOR: '.
           ACCEPT DF-CREDOR-NOME FROM CONSOLE.
           DISPLAY 'CONTRATO (12 POSICOES): '.
           ACCEPT DF-CONTRATO FROM CONSOLE.
           MOVE 'Valor da parcela (IIIIII,DD): ' TO VE-PROMPT.
           PERFORM 8000-LER-VALOR THRU 8000-EXIT.
           IF WRK-VALOR-LIDO = ZEROS OR WRK-VALOR-LIDO > 999999,99
              DISPLAY 'PARCELA INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-VALOR-LIDO TO DF-VALOR-PARCELA.
           DISPLAY 'NUMERO DE PARCELAS (NNN, 000 = SEM PRAZO): '.
           ACCEPT WRK-QTD-TXT FROM CONSOLE.
           IF WRK-QTD-TXT IS NOT NUMERIC
              DISPLAY 'NUMERO DE PARCELAS INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-QTD-TXT TO DF-QTD-PARCELAS.
           MOVE ZEROS TO DF-SALDO.
           IF DF-QTD-PARCELAS > 0
              MOVE 'Saldo devedor (IIIIIIII,DD, 0 = parcelas): '
                TO VE-PROMPT
              PERFORM 8000-LER-VALOR THRU 8000-EXIT
              IF WRK-VALOR-LIDO = ZEROS
                 COMPUTE WRK-VALOR-LIDO =
                         DF-VALOR-PARCELA * DF-QTD-PARCELAS
              END-IF
              MOVE WRK-VALOR-LIDO TO DF-SALDO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'PRIMEIRA COMPETENCIA (AAAAMM, BRANCO = CORRENTE): '.
           ACCEPT WRK-COMPET-TXT FROM CONSOLE.
           IF WRK-COMPET-TXT = SPACES
              MOVE WRK-COMPET-HOJE TO WRK-COMPET-NUM
           END-IF.
           IF WRK-COMPET-TXT IS NOT NUMERIC
              OR WRK-COMPET-MES < 1 OR WRK-COMPET-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-ID            TO DF-EM-ID.
           ADD 1 TO WRK-ULT-SEQUENCIA GIVING DF-SEQUENCIA.
           MOVE WRK-TIPO          TO DF-TIPO.
           MOVE WRK-COMPET-NUM    TO DF-COMPET-INICIO.
           MOVE ZEROS TO DF-PARCELAS-PAGAS DF-ULT-COMPETENCIA
                         DF-QTD-ADIADAS.
           SET DF-ATIVO TO TRUE.
           WRITE DESCONTO-FIXO-REC
               INVALID KEY
                  DISPLAY 'SEQUENCIA JA CADASTRADA: ' DF-SEQUENCIA
               NOT INVALID KEY
                  DISPLAY 'DESCONTO INCLUIDO: ' WRK-ID ' '
                          DF-SEQUENCIA
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CONFERIR-EMPREGADO - Exige o empregado cadastrado ativo
      * em EMP-MASTER.
      *****************************************************************
       5100-CONFERIR-EMPREGADO.
           MOVE 'N' TO WRK-EMP-OK.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - CADASTRE O EMPREGADO ANTES'
              GO TO 5100-EXIT
           END-IF.
           MOVE WRK-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  DISPLAY 'ID NAO CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                  IF EM-INATIVO
                     DISPLAY 'EMPREGADO INATIVO: ' WRK-ID
                  ELSE
                     DISPLAY 'EMPREGADO: ' EM-NOME
                     SET EMPREGADO-ATIVO TO TRUE
                  END-IF
           END-READ.
           CLOSE EMP-MASTER.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-CANCELAR - Pede o ID do empregado e a sequencia do
      * desconto ativo e, confirmado, marca-o cancelado: as parcelas
      * deixam de ser descontadas, o saldo fica registrado como estava.
      *****************************************************************
       6000-CANCELAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           DISPLAY 'SEQUENCIA DO DESCONTO (NN): '.
           ACCEPT WRK-SEQ-TXT FROM CONSOLE.
           IF WRK-SEQ-TXT IS NOT NUMERIC
              DISPLAY 'SEQUENCIA INVALIDA'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-ID      TO DF-EM-ID.
           MOVE WRK-SEQ-TXT TO DF-SEQUENCIA.
           READ DESCONTO-FIXO
               INVALID KEY
                  DISPLAY 'DESCONTO NAO CADASTRADO'
                  GO TO 6000-EXIT
           END-READ.
           IF NOT DF-ATIVO
              DISPLAY 'DESCONTO NAO ESTA ATIVO - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE DF-SALDO TO WRK-SALDO-ED.
           DISPLAY 'DESCONTO: ' DF-CREDOR ' ' DF-CREDOR-NOME ' '
                   DF-CONTRATO ' SALDO: ' WRK-SALDO-ED.
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           SET DF-CANCELADO TO TRUE.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE DESCONTO-FIXO-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'DESCONTO CANCELADO'.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-LER-VALOR - Le um valor IIIIIIII,DD pela rotina comum
      * VALIDA-ENTRADA (prompt ja em VE-PROMPT) e devolve o numero em
      * WRK-VALOR-LIDO.
      *****************************************************************
       8000-LER-VALOR.
           MOVE 'S' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE ZEROS  TO WRK-VALOR-INT.
           MOVE SPACES TO WRK-VALOR-DEC-TXT.
           UNSTRING VE-VALOR(1:VE-TAMANHO) DELIMITED BY ','
               INTO WRK-VALOR-INT WRK-VALOR-DEC-TXT.
           INSPECT WRK-VALOR-DEC-TXT REPLACING ALL SPACE BY '0'.
           COMPUTE WRK-VALOR-LIDO =
                    WRK-VALOR-INT + (WRK-VALOR-DEC / 100).
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE DF-CHAVE TO GJ-CHAVE.
           MOVE DESCONTO-FIXO-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ DESCONTO-FIXO KEY IS DF-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE DESCONTO-FIXO-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO DESCONTO-FIXO-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'DESCONTO-FIXO' TO GJ-ARQUIVO.
           MOVE 'MANTER-DESCONTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 85 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE DF-CHAVE TO GJ-CHAVE
              MOVE DESCONTO-FIXO-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta, para o jornal de alteracoes
      * levar o nome de quem alterou.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'MANTER-DESCONTO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
