       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-BANCO-HORAS.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Consulta e lancamento de folga no banco de horas
      *           (BANCO-HORAS, Copybooks/BANCOHOR.cpy), no mesmo
      *           molde de console de MANTER-AFASTAMENTO: exibir o
      *           extrato de um empregado (creditos com o saldo e o
      *           vencimento, folgas e saldos vencidos pagos) e lancar
      *           uma folga compensatoria. A folga so e aceita para
      *           empregado ativo em EMP-MASTER e ate o saldo dos
      *           creditos que ainda nao venceram na competencia da
      *           folga; as horas saem dos creditos mais antigos
      *           primeiro. Os creditos e os vencimentos sao lancados
      *           por APURA-PONTO.
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
           SELECT BANCO-HORAS ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WRK-BH-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-HORAS.
           COPY BANCOHOR.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      *****************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-BH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-BH         PIC X(01)      VALUE 'N'.
           88 FIM-BH                         VALUE 'S'.
       77  WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ATIVO                VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-HORAS-TXT      PIC X(03)      VALUE SPACES.
       77  WRK-HORAS          PIC 9(03)      VALUE ZEROS.
       77  WRK-A-ABATER       PIC 9(03)      VALUE ZEROS.
       77  WRK-SALDO-TOTAL    PIC 9(05)      VALUE ZEROS.
       77  WRK-SALDO-LIVRE    PIC 9(05)      VALUE ZEROS.
       77  WRK-ULT-SEQUENCIA  PIC 9(03)      VALUE ZEROS.
       77  WRK-COMP-FOLGA     PIC 9(06)      VALUE ZEROS.
       77  WRK-DESCRICAO      PIC X(13)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-TXT       PIC X(08)      VALUE SPACES.
       01  WRK-DATA-TXT-R REDEFINES WRK-DATA-TXT.
           05 WRK-DATA-ANO    PIC 9(04).
           05 WRK-DATA-MES    PIC 9(02).
           05 WRK-DATA-DIA    PIC 9(02).
       01  WRK-DATA-NUM REDEFINES WRK-DATA-TXT PIC 9(08).
       77  WRK-DATA-OK        PIC X(01)      VALUE 'N'.
           88 DATA-VALIDA                    VALUE 'S'.

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
           CLOSE BANCO-HORAS.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o banco de horas em I-O, criando-o
      * vazio quando APURA-PONTO ainda nao o criou.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O BANCO-HORAS.
           IF WRK-BH-STATUS = '35'
              OPEN OUTPUT BANCO-HORAS
              CLOSE BANCO-HORAS
              OPEN I-O BANCO-HORAS
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes e captura a escolha
      * do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' BANCO DE HORAS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - EXTRATO DE UM EMPREGADO'.
           DISPLAY ' 2 - LANCAR FOLGA COMPENSATORIA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-EXTRATO THRU 4000-EXIT
              WHEN 2 PERFORM 5000-LANCAR-FOLGA THRU 5000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-EXTRATO - Pede o ID do empregado e exibe os lancamentos
      * dele pela chave (competencia, tipo, sequencia), com o saldo de
      * cada credito e o saldo total ainda a compensar.
      *****************************************************************
       4000-EXTRATO.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS WRK-SALDO-TOTAL.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM 4300-EXIBIR-LANCAMENTO THRU 4300-EXIT
              UNTIL FIM-BH.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM LANCAMENTO NO BANCO PARA ' WRK-ID
           ELSE
              DISPLAY 'LANCAMENTOS.......: ' WRK-QTD-LISTADOS
              DISPLAY 'SALDO A COMPENSAR.: ' WRK-SALDO-TOTAL 'H'
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-POSICIONAR - Posiciona no primeiro lancamento do
      * empregado WRK-ID; 4200 le o seguinte enquanto for dele.
      *****************************************************************
       4100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-BH.
           MOVE WRK-ID TO BH-EM-ID.
           MOVE ZEROS  TO BH-COMPETENCIA BH-SEQUENCIA.
           MOVE SPACE  TO BH-TIPO.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY SET FIM-BH TO TRUE
           END-START.
       4100-EXIT.
           EXIT.

       4200-LER-PROXIMO.
           IF FIM-BH
              GO TO 4200-EXIT
           END-IF.
           READ BANCO-HORAS NEXT RECORD
               AT END
                  SET FIM-BH TO TRUE
                  GO TO 4200-EXIT
           END-READ.
           IF BH-EM-ID NOT = WRK-ID
              SET FIM-BH TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

       4300-EXIBIR-LANCAMENTO.
           EVALUATE TRUE
              WHEN BH-CREDITO
                 MOVE 'CREDITO'      TO WRK-DESCRICAO
              WHEN BH-DEBITO
                 MOVE 'FOLGA'        TO WRK-DESCRICAO
              WHEN OTHER
                 MOVE 'VENCIDO/PAGO' TO WRK-DESCRICAO
           END-EVALUATE.
           DISPLAY BH-COMPETENCIA ' ' WRK-DESCRICAO ' '
                   BH-DATA-MOVIMENTO ' ' BH-HORAS 'H'.
           IF BH-CREDITO
              DISPLAY '   SALDO ' BH-SALDO 'H VENCE EM '
                      BH-COMP-VENCIMENTO
              ADD BH-SALDO TO WRK-SALDO-TOTAL
           END-IF.
           IF BH-OBSERVACAO NOT = SPACES
              DISPLAY '   OBS: ' BH-OBSERVACAO
           END-IF.
           ADD 1 TO WRK-QTD-LISTADOS.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5000-LANCAR-FOLGA - Pede o ID do empregado (ativo em
      * EMP-MASTER), o dia da folga (branco = hoje) e as horas
      * compensadas. As horas precisam caber no saldo dos creditos
      * feitos ate a competencia da folga e que ainda nao venceram
      * nela; saem dos creditos mais antigos (5300) e o debito e
      * gravado na competencia da folga com a sequencia seguinte
      * (5400). APURA-PONTO nao conta o dia da folga como falta.
      *****************************************************************
       5000-LANCAR-FOLGA.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           PERFORM 5100-CONFERIR-EMPREGADO THRU 5100-EXIT.
           IF NOT EMPREGADO-ATIVO
              GO TO 5000-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'DIA DA FOLGA (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'DATA INVALIDA - NADA LANCADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-TXT(1:6) TO WRK-COMP-FOLGA.
           DISPLAY 'HORAS COMPENSADAS (NNN): '.
           ACCEPT WRK-HORAS-TXT FROM CONSOLE.
           IF WRK-HORAS-TXT IS NOT NUMERIC
              DISPLAY 'HORAS INVALIDAS - NADA LANCADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-HORAS-TXT TO WRK-HORAS.
           IF WRK-HORAS = 0
              DISPLAY 'HORAS INVALIDAS - NADA LANCADO'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-APURAR-SALDO THRU 5200-EXIT.
           IF WRK-HORAS > WRK-SALDO-LIVRE
              DISPLAY 'SALDO INSUFICIENTE: ' WRK-SALDO-LIVRE
                      'H DISPONIVEIS - NADA LANCADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-HORAS TO WRK-A-ABATER.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM 5300-ABATER-CREDITO THRU 5300-EXIT
              UNTIL FIM-BH OR WRK-A-ABATER = 0.
           PERFORM 5400-PROXIMA-SEQUENCIA THRU 5400-EXIT.
           MOVE SPACES TO BANCO-HORAS-REC.
           MOVE WRK-ID         TO BH-EM-ID.
           MOVE WRK-COMP-FOLGA TO BH-COMPETENCIA.
           MOVE 'D'            TO BH-TIPO.
           ADD 1 TO WRK-ULT-SEQUENCIA GIVING BH-SEQUENCIA.
           MOVE WRK-DATA-NUM   TO BH-DATA-MOVIMENTO.
           MOVE WRK-HORAS      TO BH-HORAS.
           MOVE ZEROS          TO BH-SALDO BH-COMP-VENCIMENTO.
           MOVE WRK-DATA-HOJE  TO BH-DATA-REGISTRO.
           DISPLAY 'OBSERVACAO: '.
           ACCEPT BH-OBSERVACAO FROM CONSOLE.
           WRITE BANCO-HORAS-REC
               INVALID KEY
                  DISPLAY 'FOLGA JA LANCADA: ' BH-SEQUENCIA
               NOT INVALID KEY
                  DISPLAY 'FOLGA LANCADA: ' WRK-ID ' '
                          BH-DATA-MOVIMENTO ' ' BH-HORAS 'H'
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
      * 5200-APURAR-SALDO - Soma em WRK-SALDO-LIVRE o saldo dos
      * creditos do empregado que podem cobrir a folga: feitos ate a
      * competencia da folga e com vencimento posterior a ela.
      *****************************************************************
       5200-APURAR-SALDO.
           MOVE ZEROS TO WRK-SALDO-LIVRE.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM 5210-SOMAR-CREDITO THRU 5210-EXIT
              UNTIL FIM-BH.
       5200-EXIT.
           EXIT.

       5210-SOMAR-CREDITO.
           IF BH-CREDITO AND BH-SALDO > 0
              AND BH-COMPETENCIA NOT > WRK-COMP-FOLGA
              AND BH-COMP-VENCIMENTO > WRK-COMP-FOLGA
              ADD BH-SALDO TO WRK-SALDO-LIVRE
           END-IF.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
       5210-EXIT.
           EXIT.

      *****************************************************************
      * 5300-ABATER-CREDITO - Abate as horas da folga do credito
      * corrente, se ele puder cobri-la; a chave em ordem de
      * competencia faz os creditos mais antigos sairem primeiro.
      *****************************************************************
       5300-ABATER-CREDITO.
           IF BH-CREDITO AND BH-SALDO > 0
              AND BH-COMPETENCIA NOT > WRK-COMP-FOLGA
              AND BH-COMP-VENCIMENTO > WRK-COMP-FOLGA
              IF BH-SALDO NOT < WRK-A-ABATER
                 SUBTRACT WRK-A-ABATER FROM BH-SALDO
                 MOVE ZEROS TO WRK-A-ABATER
              ELSE
                 SUBTRACT BH-SALDO FROM WRK-A-ABATER
                 MOVE ZEROS TO BH-SALDO
              END-IF
              PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT
              REWRITE BANCO-HORAS-REC
              SET GJ-ALTERACAO TO TRUE
              PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-IF.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
       5300-EXIT.
           EXIT.

      *****************************************************************
      * 5400-PROXIMA-SEQUENCIA - Ultima sequencia de folga do
      * empregado na competencia da folga, em WRK-ULT-SEQUENCIA.
      *****************************************************************
       5400-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-ULT-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-BH.
           MOVE WRK-ID         TO BH-EM-ID.
           MOVE WRK-COMP-FOLGA TO BH-COMPETENCIA.
           MOVE 'D'            TO BH-TIPO.
           MOVE ZEROS          TO BH-SEQUENCIA.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY GO TO 5400-EXIT
           END-START.
           PERFORM 5410-LER-FOLGA THRU 5410-EXIT
              UNTIL FIM-BH.
       5400-EXIT.
           EXIT.

       5410-LER-FOLGA.
           READ BANCO-HORAS NEXT RECORD
               AT END
                  SET FIM-BH TO TRUE
                  GO TO 5410-EXIT
           END-READ.
           IF BH-EM-ID NOT = WRK-ID
              OR BH-COMPETENCIA NOT = WRK-COMP-FOLGA
              OR NOT BH-DEBITO
              SET FIM-BH TO TRUE
              GO TO 5410-EXIT
           END-IF.
           MOVE BH-SEQUENCIA TO WRK-ULT-SEQUENCIA.
       5410-EXIT.
           EXIT.

      *****************************************************************
      * 8000-CONFERIR-DATA - Confere a data AAAAMMDD digitada em
      * WRK-DATA-TXT (numerica, mes 01-12, dia 01-31).
      *****************************************************************
       8000-CONFERIR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           IF WRK-DATA-TXT IS NOT NUMERIC
              GO TO 8000-EXIT
           END-IF.
           IF WRK-DATA-MES < 1 OR WRK-DATA-MES > 12
              OR WRK-DATA-DIA < 1 OR WRK-DATA-DIA > 31
              GO TO 8000-EXIT
           END-IF.
           SET DATA-VALIDA TO TRUE.
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
           MOVE BH-CHAVE TO GJ-CHAVE.
           MOVE BANCO-HORAS-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ BANCO-HORAS KEY IS BH-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE BANCO-HORAS-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO BANCO-HORAS-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'BANCO-HORAS' TO GJ-ARQUIVO.
           MOVE 'MANTER-BANCO-HORAS' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 74 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE BH-CHAVE TO GJ-CHAVE
              MOVE BANCO-HORAS-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-BANCO-HORAS-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
