       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-AFASTAMENTO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de periodos de afastamento
      *           (AFASTAMENTO, Copybooks/AFASTAM.cpy), no mesmo molde
      *           de console de MANTER-PENSAO: listar os periodos de
      *           um empregado, incluir um periodo (tipo, inicio, fim
      *           quando ja conhecido e quem remunera os dias) e
      *           registrar o retorno de um periodo em aberto. O
      *           empregado precisa existir ativo em EMP-MASTER e os
      *           periodos de um empregado nao podem se sobrepor.
      *           Licenca nao remunerada nunca e paga e falta
      *           justificada e sempre paga pela empresa; doenca,
      *           acidente e maternidade sao pagos pela empresa ou pela
      *           previdencia, conforme o periodo. APURA-PONTO le o
      *           cadastro ao apurar as faltas da competencia.
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
           SELECT AFASTAMENTO ASSIGN TO "AFASTAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-AF-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AFASTAMENTO.
           COPY AFASTAM.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      *****************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-AF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-AFAST      PIC X(01)      VALUE 'N'.
           88 FIM-AFAST                      VALUE 'S'.
       77  WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ATIVO                VALUE 'S'.
       77  WRK-SOBREPOE       PIC X(01)      VALUE 'N'.
           88 PERIODO-SOBREPOE               VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-TIPO           PIC X(01)      VALUE SPACE.
       77  WRK-PAGADOR        PIC X(01)      VALUE SPACE.
       77  WRK-INICIO         PIC 9(08)      VALUE ZEROS.
       77  WRK-FIM            PIC 9(08)      VALUE ZEROS.
       77  WRK-FIM-EXISTENTE  PIC 9(08)      VALUE ZEROS.
       77  WRK-SITUACAO       PIC X(09)      VALUE SPACES.
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
           CLOSE AFASTAMENTO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O AFASTAMENTO.
           IF WRK-AF-STATUS = '35'
              OPEN OUTPUT AFASTAMENTO
              CLOSE AFASTAMENTO
              OPEN I-O AFASTAMENTO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DOS PERIODOS DE AFASTAMENTO'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR AFASTAMENTOS DE UM EMPREGADO'.
           DISPLAY ' 2 - INCLUIR PERIODO DE AFASTAMENTO'.
           DISPLAY ' 3 - REGISTRAR RETORNO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-REGISTRAR-RETORNO THRU 6000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Pede o ID do empregado e exibe os periodos dele
      * pela chave (ID + inicio), em aberto e encerrados, com o tipo e
      * quem remunera os dias.
      *****************************************************************
       4000-LISTAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM UNTIL FIM-AFAST
              IF AF-DATA-FIM = ZEROS
                 MOVE 'EM ABERTO' TO WRK-SITUACAO
              ELSE
                 MOVE 'ENCERRADO' TO WRK-SITUACAO
              END-IF
              DISPLAY AF-DATA-INICIO ' A ' AF-DATA-FIM ' '
                      WRK-SITUACAO
              EVALUATE TRUE
                 WHEN AF-DOENCA
                    DISPLAY '   TIPO: DOENCA'
                 WHEN AF-ACIDENTE
                    DISPLAY '   TIPO: ACIDENTE DE TRABALHO'
                 WHEN AF-MATERNIDADE
                    DISPLAY '   TIPO: LICENCA MATERNIDADE'
                 WHEN AF-LICENCA-NAO-REM
                    DISPLAY '   TIPO: LICENCA NAO REMUNERADA'
                 WHEN OTHER
                    DISPLAY '   TIPO: FALTA JUSTIFICADA'
              END-EVALUATE
              EVALUATE TRUE
                 WHEN AF-PAGO-EMPRESA
                    DISPLAY '   REMUNERADO PELA EMPRESA'
                 WHEN AF-PAGO-PREVIDENCIA
                    DISPLAY '   REMUNERADO PELA PREVIDENCIA (INSS)'
                 WHEN OTHER
                    DISPLAY '   SEM REMUNERACAO'
              END-EVALUATE
              IF AF-OBSERVACAO NOT = SPACES
                 DISPLAY '   OBS: ' AF-OBSERVACAO
              END-IF
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4200-LER-PROXIMO THRU 4200-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM AFASTAMENTO CADASTRADO PARA ' WRK-ID
           ELSE
              DISPLAY 'PERIODOS CADASTRADOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-POSICIONAR - Posiciona no primeiro periodo do empregado
      * WRK-ID; 4200 le o seguinte enquanto for dele.
      *****************************************************************
       4100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE WRK-ID TO AF-EM-ID.
           MOVE ZEROS  TO AF-DATA-INICIO.
           START AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY SET FIM-AFAST TO TRUE
           END-START.
       4100-EXIT.
           EXIT.

       4200-LER-PROXIMO.
           IF FIM-AFAST
              GO TO 4200-EXIT
           END-IF.
           READ AFASTAMENTO NEXT RECORD
               AT END
                  SET FIM-AFAST TO TRUE
                  GO TO 4200-EXIT
           END-READ.
           IF AF-EM-ID NOT = WRK-ID
              SET FIM-AFAST TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede o ID do empregado (ativo em EMP-MASTER), o
      * tipo do afastamento, o inicio, o fim (branco = ainda sem
      * retorno) e quem remunera os dias. Licenca nao remunerada fica
      * sempre sem remuneracao e falta justificada sempre a cargo da
      * empresa; nos demais tipos o operador informa E ou P. O periodo
      * nao pode sobrepor outro do mesmo empregado.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           PERFORM 5100-CONFERIR-EMPREGADO THRU 5100-EXIT.
           IF NOT EMPREGADO-ATIVO
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'TIPO (D-DOENCA A-ACIDENTE M-MATERNIDADE'.
           DISPLAY '      N-LICENCA NAO REMUNERADA'.
           DISPLAY '      J-FALTA JUSTIFICADA): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           MOVE WRK-TIPO TO AF-TIPO.
           IF NOT AF-TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INICIO DO AFASTAMENTO (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'INICIO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO WRK-INICIO.
           DISPLAY 'ULTIMO DIA AFASTADO (AAAAMMDD, BRANCO = SEM '
                   'RETORNO): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE ZEROS TO WRK-FIM
           ELSE
              PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT
              IF NOT DATA-VALIDA OR WRK-DATA-NUM < WRK-INICIO
                 DISPLAY 'FIM INVALIDO - NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-DATA-NUM TO WRK-FIM
           END-IF.
           EVALUATE WRK-TIPO
              WHEN 'N'
                 MOVE 'N' TO WRK-PAGADOR
              WHEN 'J'
                 MOVE 'E' TO WRK-PAGADOR
              WHEN OTHER
                 DISPLAY 'REMUNERADO POR (E-EMPRESA P-PREVIDENCIA): '
                 ACCEPT WRK-PAGADOR FROM CONSOLE
                 IF WRK-PAGADOR NOT = 'E' AND WRK-PAGADOR NOT = 'P'
                    DISPLAY 'PAGADOR INVALIDO - NADA INCLUIDO'
                    GO TO 5000-EXIT
                 END-IF
           END-EVALUATE.
           PERFORM 5200-CONFERIR-SOBREPOSICAO THRU 5200-EXIT.
           IF PERIODO-SOBREPOE
              DISPLAY 'PERIODO SOBREPOE O AFASTAMENTO INICIADO EM '
                      AF-DATA-INICIO ' - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO AFASTAMENTO-REC.
           MOVE WRK-ID        TO AF-EM-ID.
           MOVE WRK-INICIO    TO AF-DATA-INICIO.
           MOVE WRK-FIM       TO AF-DATA-FIM.
           MOVE WRK-TIPO      TO AF-TIPO.
           MOVE WRK-PAGADOR   TO AF-PAGADOR.
           MOVE WRK-DATA-HOJE TO AF-DATA-REGISTRO.
           DISPLAY 'OBSERVACAO (ATESTADO, CAT, PORTARIA): '.
           ACCEPT AF-OBSERVACAO FROM CONSOLE.
           WRITE AFASTAMENTO-REC
               INVALID KEY
                  DISPLAY 'PERIODO JA CADASTRADO: ' AF-DATA-INICIO
               NOT INVALID KEY
                  DISPLAY 'AFASTAMENTO INCLUIDO: ' WRK-ID ' '
                          AF-DATA-INICIO
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
      * 5200-CONFERIR-SOBREPOSICAO - Percorre os periodos do empregado
      * e liga PERIODO-SOBREPOE quando algum cruza o intervalo
      * WRK-INICIO a WRK-FIM; periodo sem fim vale ate o infinito, dos
      * dois lados. O periodo que sobrepoe fica no registro corrente.
      *****************************************************************
       5200-CONFERIR-SOBREPOSICAO.
           MOVE 'N' TO WRK-SOBREPOE.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM 5210-COMPARAR-PERIODO THRU 5210-EXIT
              UNTIL FIM-AFAST OR PERIODO-SOBREPOE.
       5200-EXIT.
           EXIT.

       5210-COMPARAR-PERIODO.
           MOVE AF-DATA-FIM TO WRK-FIM-EXISTENTE.
           IF WRK-FIM-EXISTENTE = ZEROS
              MOVE 99999999 TO WRK-FIM-EXISTENTE
           END-IF.
           IF AF-DATA-INICIO NOT > WRK-FIM AND WRK-FIM NOT = ZEROS
              AND WRK-INICIO NOT > WRK-FIM-EXISTENTE
              SET PERIODO-SOBREPOE TO TRUE
              GO TO 5210-EXIT
           END-IF.
           IF WRK-FIM = ZEROS
              AND WRK-INICIO NOT > WRK-FIM-EXISTENTE
              SET PERIODO-SOBREPOE TO TRUE
              GO TO 5210-EXIT
           END-IF.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
       5210-EXIT.
           EXIT.

      *****************************************************************
      * 6000-REGISTRAR-RETORNO - Pede o ID do empregado, o inicio do
      * periodo em aberto e o ultimo dia afastado (branco = hoje), que
      * nao pode ser anterior ao inicio: o empregado volta a ter ponto
      * apurado no dia seguinte. O registro fica no cadastro.
      *****************************************************************
       6000-REGISTRAR-RETORNO.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           DISPLAY 'INICIO DO AFASTAMENTO (AAAAMMDD): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'DATA INVALIDA'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-ID       TO AF-EM-ID.
           MOVE WRK-DATA-NUM TO AF-DATA-INICIO.
           READ AFASTAMENTO
               INVALID KEY
                  DISPLAY 'AFASTAMENTO NAO CADASTRADO'
                  GO TO 6000-EXIT
           END-READ.
           IF AF-DATA-FIM NOT = ZEROS
              DISPLAY 'AFASTAMENTO JA ENCERRADO EM ' AF-DATA-FIM
              GO TO 6000-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'ULTIMO DIA AFASTADO (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA OR WRK-DATA-NUM < AF-DATA-INICIO
              DISPLAY 'DATA DE RETORNO INVALIDA - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO AF-DATA-FIM.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE AFASTAMENTO-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'AFASTAMENTO ENCERRADO EM ' AF-DATA-FIM.
       6000-EXIT.
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
           MOVE AF-CHAVE TO GJ-CHAVE.
           MOVE AFASTAMENTO-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ AFASTAMENTO KEY IS AF-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE AFASTAMENTO-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO AFASTAMENTO-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'AFASTAMENTO' TO GJ-ARQUIVO.
           MOVE 'MANTER-AFASTAMENTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 62 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE AF-CHAVE TO GJ-CHAVE
              MOVE AFASTAMENTO-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-AFASTAMENTO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
