       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-FERIAS.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Programacao de ferias pela conta de ferias de cada
      *           empregado (FERIAS, Copybooks/FERIAS.cpy), no mesmo
      *           molde de console de MANTER-DEPENDENTE: consultar os
      *           periodos aquisitivos do empregado, programar ferias
      *           e cancelar a programacao ainda nao paga. Os periodos
      *           sao abertos pela apuracao noturna (APURA-FERIAS); a
      *           programacao sempre cai no periodo adquirido mais
      *           antigo com saldo, com no minimo 5 dias, sem deixar
      *           saldo menor que 5, e comecando depois de hoje. Gozo
      *           alem do limite do periodo e aceito com aviso, pois
      *           os dias fora do prazo saem em dobro. O pagamento
      *           (salario dos dias mais um terco) e feito por
      *           PAGA-FERIAS, que soma os dias aos gozados.
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
           SELECT FERIAS ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CHAVE
               FILE STATUS IS WRK-FE-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS.
           COPY FERIAS.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-FE-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-FERIAS     PIC X(01)      VALUE 'N'.
           88 FIM-FERIAS                     VALUE 'S'.
       77  WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ATIVO                VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 PERIODO-ACHADO                 VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-SITUACAO       PIC X(12)      VALUE SPACES.
       77  WRK-SALDO          PIC 9(02)      VALUE ZEROS.
       77  WRK-SOBRA          PIC S9(02)     VALUE ZEROS.
       77  WRK-DIAS-TXT       PIC X(02)      VALUE SPACES.
       77  WRK-DIAS           PIC 9(02)      VALUE ZEROS.
       77  WRK-IDX-DIA        PIC 9(02) COMP VALUE ZERO.
       77  WRK-CONFIRMA       PIC X(01)      VALUE 'N'.
       01  WRK-DATA-TXT       PIC X(08)      VALUE SPACES.
       01  WRK-DATA-TXT-R REDEFINES WRK-DATA-TXT.
           05 WRK-DATA-ANO    PIC 9(04).
           05 WRK-DATA-MES    PIC 9(02).
           05 WRK-DATA-DIA    PIC 9(02).
       01  WRK-DATA-NUM REDEFINES WRK-DATA-TXT PIC 9(08).
       77  WRK-DATA-OK        PIC X(01)      VALUE 'N'.
           88 DATA-VALIDA                    VALUE 'S'.
      *
      * Fim do gozo: o inicio avancado dia a dia, como em
      * CALENDARIO-PAGAMENTO.
       01  WRK-DATA-CALC.
           05 WRK-ANO-CALC    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CALC    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CALC    PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES    PIC 9(02)      VALUE ZEROS.
       77  WRK-BISSEXTO       PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                   VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           PERFORM 1000-ABRIR-CONTA THRU 1000-EXIT.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE FERIAS.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CONTA - Abre a conta de ferias indexada em I-O,
      * criando-a vazia se a apuracao ainda nao rodou.
      *****************************************************************
       1000-ABRIR-CONTA.
           OPEN I-O FERIAS.
           IF WRK-FE-STATUS = '35'
              OPEN OUTPUT FERIAS
              CLOSE FERIAS
              OPEN I-O FERIAS
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' PROGRAMACAO DE FERIAS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - CONSULTAR PERIODOS DE UM EMPREGADO'.
           DISPLAY ' 2 - PROGRAMAR FERIAS'.
           DISPLAY ' 3 - CANCELAR PROGRAMACAO NAO PAGA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-CONSULTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-PROGRAMAR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-CANCELAR THRU 6000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CONSULTAR - Pede o ID do empregado e exibe os periodos
      * dele pela chave (ID + inicio do aquisitivo), com a situacao,
      * o saldo e a programacao corrente.
      *****************************************************************
       4000-CONSULTAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM UNTIL FIM-FERIAS
              PERFORM 4300-RESOLVER-SITUACAO THRU 4300-EXIT
              DISPLAY 'AQUISITIVO ' FE-INICIO-AQUIS ' A '
                      FE-FIM-AQUIS ' LIMITE ' FE-LIMITE-GOZO
                      ' ' WRK-SITUACAO
              DISPLAY '   DIREITO: ' FE-DIAS-DIREITO
                      ' GOZADOS: ' FE-DIAS-GOZADOS
                      ' SALDO: ' WRK-SALDO
              IF NOT FE-SEM-PROGRAMACAO
                 DISPLAY '   PROGRAMADAS ' FE-PROG-INICIO ' A '
                         FE-PROG-FIM ' (' FE-PROG-DIAS ' DIAS) '
                         'SITUACAO: ' FE-PROG-SITUACAO
                         ' PAGAS EM: ' FE-PROG-DATA-PAGTO
              END-IF
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4200-LER-PROXIMO THRU 4200-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM PERIODO ABERTO PARA ' WRK-ID
           ELSE
              DISPLAY 'PERIODOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-POSICIONAR - Posiciona no primeiro periodo do empregado
      * WRK-ID; 4200 le o seguinte enquanto for dele.
      *****************************************************************
       4100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-FERIAS.
           MOVE WRK-ID TO FE-EM-ID.
           MOVE ZEROS  TO FE-INICIO-AQUIS.
           START FERIAS KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY SET FIM-FERIAS TO TRUE
           END-START.
       4100-EXIT.
           EXIT.

       4200-LER-PROXIMO.
           IF FIM-FERIAS
              GO TO 4200-EXIT
           END-IF.
           READ FERIAS NEXT RECORD
               AT END
                  SET FIM-FERIAS TO TRUE
                  GO TO 4200-EXIT
           END-READ.
           IF FE-EM-ID NOT = WRK-ID
              SET FIM-FERIAS TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-RESOLVER-SITUACAO - Saldo e situacao do periodo corrente:
      * EM AQUISICAO, QUITADO, VENCIDO (limite passado) ou A GOZAR.
      *****************************************************************
       4300-RESOLVER-SITUACAO.
           COMPUTE WRK-SALDO = FE-DIAS-DIREITO - FE-DIAS-GOZADOS.
           EVALUATE TRUE
              WHEN FE-FIM-AQUIS NOT < WRK-DATA-HOJE
                 MOVE 'EM AQUISICAO' TO WRK-SITUACAO
              WHEN WRK-SALDO = 0
                 MOVE 'QUITADO' TO WRK-SITUACAO
              WHEN FE-LIMITE-GOZO < WRK-DATA-HOJE
                 MOVE 'VENCIDO' TO WRK-SITUACAO
              WHEN OTHER
                 MOVE 'A GOZAR' TO WRK-SITUACAO
           END-EVALUATE.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5000-PROGRAMAR - Pede o ID (ativo em EMP-MASTER), acha o
      * periodo adquirido mais antigo com saldo e programa o gozo:
      * inicio depois de hoje, de 5 dias ate o saldo, sem deixar sobra
      * menor que 5. Periodo que ja tem programacao pendente precisa
      * ser cancelado antes.
      *****************************************************************
       5000-PROGRAMAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           PERFORM 5100-CONFERIR-EMPREGADO THRU 5100-EXIT.
           IF NOT EMPREGADO-ATIVO
              GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM 5200-PROCURAR-PERIODO THRU 5200-EXIT
              UNTIL FIM-FERIAS OR PERIODO-ACHADO.
           IF NOT PERIODO-ACHADO
              DISPLAY 'NENHUM PERIODO ADQUIRIDO COM SALDO PARA '
                      WRK-ID
              GO TO 5000-EXIT
           END-IF.
           IF FE-PROG-PENDENTE
              DISPLAY 'PERIODO JA PROGRAMADO DE ' FE-PROG-INICIO
                      ' A ' FE-PROG-FIM ' - CANCELE ANTES'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 4300-RESOLVER-SITUACAO THRU 4300-EXIT.
           DISPLAY 'PERIODO AQUISITIVO ' FE-INICIO-AQUIS ' A '
                   FE-FIM-AQUIS ' LIMITE ' FE-LIMITE-GOZO.
           DISPLAY 'SALDO: ' WRK-SALDO ' DIAS  ' WRK-SITUACAO.
           DISPLAY 'INICIO DO GOZO (AAAAMMDD): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA OR WRK-DATA-NUM NOT > WRK-DATA-HOJE
              DISPLAY 'INICIO INVALIDO OU NAO POSTERIOR A HOJE - '
                      'NADA PROGRAMADO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'DIAS DE GOZO (05 A ' WRK-SALDO '): '.
           ACCEPT WRK-DIAS-TXT FROM CONSOLE.
           IF WRK-DIAS-TXT IS NOT NUMERIC
              DISPLAY 'DIAS INVALIDOS - NADA PROGRAMADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DIAS-TXT TO WRK-DIAS.
           COMPUTE WRK-SOBRA = WRK-SALDO - WRK-DIAS.
           IF WRK-DIAS < 5 OR WRK-SOBRA < 0
              OR (WRK-SOBRA > 0 AND WRK-SOBRA < 5)
              DISPLAY 'DIAS FORA DO PERMITIDO (MINIMO 5, SOBRA ZERO '
                      'OU DE 5 OU MAIS) - NADA PROGRAMADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO WRK-DATA-CALC-NUM.
           PERFORM 7200-AVANCAR-UM-DIA THRU 7200-EXIT
              VARYING WRK-IDX-DIA FROM 2 BY 1
              UNTIL WRK-IDX-DIA > WRK-DIAS.
           IF WRK-DATA-CALC-NUM > FE-LIMITE-GOZO
              DISPLAY 'O GOZO ULTRAPASSA O LIMITE ' FE-LIMITE-GOZO
                      ' - DIAS FORA DO PRAZO SAO PAGOS EM DOBRO'
              DISPLAY 'CONFIRMA A PROGRAMACAO (S/N): '
              ACCEPT WRK-CONFIRMA FROM CONSOLE
              IF WRK-CONFIRMA NOT = 'S'
                 DISPLAY 'NADA PROGRAMADO'
                 GO TO 5000-EXIT
              END-IF
           END-IF.
           MOVE WRK-DATA-NUM      TO FE-PROG-INICIO.
           MOVE WRK-DATA-CALC-NUM TO FE-PROG-FIM.
           MOVE WRK-DIAS          TO FE-PROG-DIAS.
           MOVE 'P'               TO FE-PROG-SITUACAO.
           MOVE ZEROS TO FE-PROG-DATA-PAGTO FE-PROG-VALOR.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE FERIAS-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'FERIAS PROGRAMADAS DE ' FE-PROG-INICIO ' A '
                   FE-PROG-FIM ' (' FE-PROG-DIAS ' DIAS)'.
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
      * 5200-PROCURAR-PERIODO - Para no primeiro periodo (o mais
      * antigo, pela chave) ja adquirido e com saldo.
      *****************************************************************
       5200-PROCURAR-PERIODO.
           IF FE-FIM-AQUIS < WRK-DATA-HOJE
              AND FE-DIAS-GOZADOS < FE-DIAS-DIREITO
              SET PERIODO-ACHADO TO TRUE
              GO TO 5200-EXIT
           END-IF.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 6000-CANCELAR - Pede o ID e cancela, com confirmacao, a
      * programacao pendente (ainda nao paga) do empregado. Parcela
      * ja paga nao se cancela por aqui.
      *****************************************************************
       6000-CANCELAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM 6100-PROCURAR-PENDENTE THRU 6100-EXIT
              UNTIL FIM-FERIAS OR PERIODO-ACHADO.
           IF NOT PERIODO-ACHADO
              DISPLAY 'NENHUMA PROGRAMACAO PENDENTE PARA ' WRK-ID
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'PROGRAMADAS DE ' FE-PROG-INICIO ' A ' FE-PROG-FIM
                   ' (' FE-PROG-DIAS ' DIAS)'.
           DISPLAY 'CONFIRMA O CANCELAMENTO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'NADA CANCELADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE SPACE TO FE-PROG-SITUACAO.
           MOVE ZEROS TO FE-PROG-INICIO FE-PROG-FIM FE-PROG-DIAS
                         FE-PROG-DATA-PAGTO FE-PROG-VALOR.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE FERIAS-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'PROGRAMACAO CANCELADA'.
       6000-EXIT.
           EXIT.

       6100-PROCURAR-PENDENTE.
           IF FE-PROG-PENDENTE
              SET PERIODO-ACHADO TO TRUE
              GO TO 6100-EXIT
           END-IF.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 7200-AVANCAR-UM-DIA - Dia seguinte da data em WRK-DATA-CALC.
      *****************************************************************
       7200-AVANCAR-UM-DIA.
           PERFORM 7250-VERIFICAR-BISSEXTO THRU 7250-EXIT.
           MOVE WRK-DIAS-MES(WRK-MES-CALC) TO WRK-DIAS-NO-MES.
           IF WRK-MES-CALC = 2 AND ANO-BISSEXTO
              MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DIA-CALC >= WRK-DIAS-NO-MES
              MOVE 1 TO WRK-DIA-CALC
              IF WRK-MES-CALC >= 12
                 MOVE 1 TO WRK-MES-CALC
                 ADD 1 TO WRK-ANO-CALC
              ELSE
                 ADD 1 TO WRK-MES-CALC
              END-IF
           ELSE
              ADD 1 TO WRK-DIA-CALC
           END-IF.
       7200-EXIT.
           EXIT.

       7250-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CALC BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CALC BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7250-EXIT.
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
           MOVE FE-CHAVE TO GJ-CHAVE.
           MOVE FERIAS-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ FERIAS KEY IS FE-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE FERIAS-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO FERIAS-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'FERIAS' TO GJ-ARQUIVO.
           MOVE 'MANTER-FERIAS' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 71 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE FE-CHAVE TO GJ-CHAVE
              MOVE FERIAS-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-FERIAS-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
