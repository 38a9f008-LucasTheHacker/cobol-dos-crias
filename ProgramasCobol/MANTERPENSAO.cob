       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-PENSAO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de ordens judiciais de pensao
      *           alimenticia (PENSAO-ALIMENT, Copybooks/PENSAO.cpy),
      *           no mesmo molde de console de MANTER-DEPENDENTE:
      *           listar as ordens de um empregado, incluir uma ordem
      *           (processo, base de calculo - percentual do liquido
      *           ou valor fixo -, beneficiario com CPF e conta) e
      *           encerrar uma ordem com a data de fim. O empregado
      *           precisa existir ativo em EMP-MASTER e o CPF do
      *           beneficiario passa pela rotina comum VALIDA-CPF.
      *           VIRGULAMASCARA desconta a pensao; a ordem encerrada
      *           continua no cadastro.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Opcao 4 corrige banco, agencia e conta do
      *                       beneficiario de uma ordem; a pensao
      *                       rejeitada pelo banco e reapresentada por
      *                       GERA-REMESSA na remessa seguinte a
      *                       correcao.
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
           SELECT PENSAO-ALIMENT ASSIGN TO "PENSAO-ALIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WRK-PA-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PENSAO-ALIMENT.
           COPY PENSAO.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY VALIDCPF.
       77  WRK-PA-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-PENSAO     PIC X(01)      VALUE 'N'.
           88 FIM-PENSAO                     VALUE 'S'.
       77  WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ATIVO                VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-ULT-SEQUENCIA  PIC 9(02)      VALUE ZEROS.
       77  WRK-SEQ-TXT        PIC X(02)      VALUE SPACES.
       77  WRK-CPF            PIC 9(11)      VALUE ZEROS.
       77  WRK-BASE           PIC X(01)      VALUE SPACE.
           88 BASE-VALIDA                    VALUE 'P' 'F'.
       77  WRK-BANCO-TXT      PIC X(03)      VALUE SPACES.
       77  WRK-AGENCIA-TXT    PIC X(04)      VALUE SPACES.
       77  WRK-CONTA-TXT      PIC X(12)      VALUE SPACES.
       77  WRK-SITUACAO       PIC X(09)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-VALOR-INT      PIC 9(08)      VALUE ZEROS.
       01  WRK-VALOR-DEC-TXT  PIC X(02)      VALUE SPACES.
       01  WRK-VALOR-DEC REDEFINES WRK-VALOR-DEC-TXT PIC 9(02).
       77  WRK-VALOR-LIDO     PIC 9(08)V99   VALUE ZEROS.
       77  WRK-VALOR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PERCENTUAL-ED  PIC Z9,99      VALUE ZEROS.
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
           CLOSE PENSAO-ALIMENT.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O PENSAO-ALIMENT.
           IF WRK-PA-STATUS = '35'
              OPEN OUTPUT PENSAO-ALIMENT
              CLOSE PENSAO-ALIMENT
              OPEN I-O PENSAO-ALIMENT
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DAS ORDENS DE PENSAO ALIMENTICIA'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR ORDENS DE UM EMPREGADO'.
           DISPLAY ' 2 - INCLUIR ORDEM JUDICIAL'.
           DISPLAY ' 3 - ENCERRAR ORDEM'.
           DISPLAY ' 4 - CORRIGIR CONTA DO BENEFICIARIO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-ENCERRAR THRU 6000-EXIT
              WHEN 4 PERFORM 7000-CORRIGIR-CONTA THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Pede o ID do empregado e exibe as ordens dele
      * pela chave (ID + sequencia), vigentes e encerradas, com a base
      * de calculo, o beneficiario e a ultima competencia descontada.
      *****************************************************************
       4000-LISTAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM UNTIL FIM-PENSAO
              IF PA-DATA-FIM = ZEROS
                 MOVE 'VIGENTE'   TO WRK-SITUACAO
              ELSE
                 MOVE 'ENCERRADA' TO WRK-SITUACAO
              END-IF
              DISPLAY PA-SEQUENCIA ' ' PA-PROCESSO ' ' WRK-SITUACAO
              IF PA-PERCENTUAL-LIQ
                 MOVE PA-PERCENTUAL TO WRK-PERCENTUAL-ED
                 DISPLAY '   BASE: ' WRK-PERCENTUAL-ED
                         '% DO LIQUIDO LEGAL'
              ELSE
                 MOVE PA-VALOR TO WRK-VALOR-ED
                 DISPLAY '   BASE: VALOR FIXO ' WRK-VALOR-ED
              END-IF
              DISPLAY '   BENEFICIARIO: ' PA-BENEF-NOME ' CPF: '
                      PA-BENEF-CPF
              DISPLAY '   BANCO: ' PA-BENEF-BANCO ' AGENCIA: '
                      PA-BENEF-AGENCIA ' CONTA: ' PA-BENEF-CONTA
              DISPLAY '   INICIO: ' PA-DATA-INICIO ' FIM: '
                      PA-DATA-FIM ' ULTIMA: ' PA-ULT-COMPETENCIA
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4200-LER-PROXIMO THRU 4200-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA ORDEM CADASTRADA PARA ' WRK-ID
           ELSE
              DISPLAY 'ORDENS CADASTRADAS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-POSICIONAR - Posiciona na primeira ordem do empregado
      * WRK-ID; 4200 le a seguinte enquanto for dele e guarda a ultima
      * sequencia vista.
      *****************************************************************
       4100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-PENSAO.
           MOVE ZEROS TO WRK-ULT-SEQUENCIA.
           MOVE WRK-ID TO PA-EM-ID.
           MOVE ZEROS  TO PA-SEQUENCIA.
           START PENSAO-ALIMENT KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY SET FIM-PENSAO TO TRUE
           END-START.
       4100-EXIT.
           EXIT.

       4200-LER-PROXIMO.
           IF FIM-PENSAO
              GO TO 4200-EXIT
           END-IF.
           READ PENSAO-ALIMENT NEXT RECORD
               AT END
                  SET FIM-PENSAO TO TRUE
                  GO TO 4200-EXIT
           END-READ.
           IF PA-EM-ID NOT = WRK-ID
              SET FIM-PENSAO TO TRUE
              GO TO 4200-EXIT
           END-IF.
           MOVE PA-SEQUENCIA TO WRK-ULT-SEQUENCIA.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede o ID do empregado (ativo em EMP-MASTER), o
      * numero do processo, a base de calculo (P - percentual do
      * liquido legal, F - valor fixo) com o percentual ou o valor, o
      * beneficiario (nome, CPF conferido por VALIDA-CPF, banco,
      * agencia e conta para o repasse) e o inicio do desconto
      * (branco = hoje). A ordem recebe a sequencia seguinte a ultima
      * do empregado.
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
              UNTIL FIM-PENSAO.
           IF WRK-ULT-SEQUENCIA = 99
              DISPLAY 'EMPREGADO JA TEM 99 ORDENS - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO PENSAO-ALIMENT-REC.
           MOVE ZEROS TO PA-PERCENTUAL PA-VALOR.
           DISPLAY 'NUMERO DO PROCESSO JUDICIAL: '.
           ACCEPT PA-PROCESSO FROM CONSOLE.
           IF PA-PROCESSO = SPACES
              DISPLAY 'PROCESSO EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'BASE (P-PERCENTUAL DO LIQUIDO F-VALOR FIXO): '.
           ACCEPT WRK-BASE FROM CONSOLE.
           IF NOT BASE-VALIDA
              DISPLAY 'BASE INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           IF WRK-BASE = 'P'
              MOVE 'Percentual do liquido (PP,DD): ' TO VE-PROMPT
              PERFORM 8100-LER-VALOR THRU 8100-EXIT
              IF WRK-VALOR-LIDO = ZEROS OR WRK-VALOR-LIDO > 99,99
                 DISPLAY 'PERCENTUAL INVALIDO - NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-VALOR-LIDO TO PA-PERCENTUAL
           ELSE
              MOVE 'Valor mensal (IIIIII,DD): ' TO VE-PROMPT
              PERFORM 8100-LER-VALOR THRU 8100-EXIT
              IF WRK-VALOR-LIDO = ZEROS OR WRK-VALOR-LIDO > 999999,99
                 DISPLAY 'VALOR INVALIDO - NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-VALOR-LIDO TO PA-VALOR
           END-IF.
           DISPLAY 'NOME DO BENEFICIARIO: '.
           ACCEPT PA-BENEF-NOME FROM CONSOLE.
           IF PA-BENEF-NOME = SPACES
              DISPLAY 'BENEFICIARIO EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'CPF do beneficiario (11 digitos): ' TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'S' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE VE-VALOR(1:VE-TAMANHO) TO WRK-CPF.
           MOVE WRK-CPF TO VC-CPF.
           CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK.
           IF WRK-CPF = ZEROS OR NOT VC-CPF-VALIDO
              DISPLAY 'CPF INVALIDO - DIGITO NAO CONFERE'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'BANCO DO BENEFICIARIO (NNN): '.
           ACCEPT WRK-BANCO-TXT FROM CONSOLE.
           DISPLAY 'AGENCIA (NNNN): '.
           ACCEPT WRK-AGENCIA-TXT FROM CONSOLE.
           IF WRK-BANCO-TXT IS NOT NUMERIC
              OR WRK-AGENCIA-TXT IS NOT NUMERIC
              DISPLAY 'BANCO OU AGENCIA INVALIDOS - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'CONTA COM DIGITO (12 POSICOES): '.
           ACCEPT PA-BENEF-CONTA FROM CONSOLE.
           IF PA-BENEF-CONTA = SPACES
              DISPLAY 'CONTA EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INICIO DO DESCONTO (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'INICIO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-ID            TO PA-EM-ID.
           ADD 1 TO WRK-ULT-SEQUENCIA GIVING PA-SEQUENCIA.
           MOVE WRK-BASE          TO PA-BASE.
           MOVE WRK-CPF           TO PA-BENEF-CPF.
           MOVE WRK-BANCO-TXT     TO PA-BENEF-BANCO.
           MOVE WRK-AGENCIA-TXT   TO PA-BENEF-AGENCIA.
           MOVE WRK-DATA-NUM      TO PA-DATA-INICIO.
           MOVE ZEROS TO PA-DATA-FIM PA-ULT-COMPETENCIA.
           WRITE PENSAO-ALIMENT-REC
               INVALID KEY
                  DISPLAY 'SEQUENCIA JA CADASTRADA: ' PA-SEQUENCIA
               NOT INVALID KEY
                  DISPLAY 'ORDEM INCLUIDA: ' WRK-ID ' '
                          PA-SEQUENCIA
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
      * 6000-ENCERRAR - Pede o ID do empregado, a sequencia da ordem
      * e a data de fim (branco = hoje), que nao pode ser anterior ao
      * inicio: a partir do dia seguinte a ordem nao e mais
      * descontada. O registro fica no cadastro.
      *****************************************************************
       6000-ENCERRAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           DISPLAY 'SEQUENCIA DA ORDEM (NN): '.
           ACCEPT WRK-SEQ-TXT FROM CONSOLE.
           IF WRK-SEQ-TXT IS NOT NUMERIC
              DISPLAY 'SEQUENCIA INVALIDA'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-ID      TO PA-EM-ID.
           MOVE WRK-SEQ-TXT TO PA-SEQUENCIA.
           READ PENSAO-ALIMENT
               INVALID KEY
                  DISPLAY 'ORDEM NAO CADASTRADA'
                  GO TO 6000-EXIT
           END-READ.
           IF PA-DATA-FIM NOT = ZEROS
              DISPLAY 'ORDEM JA ENCERRADA EM ' PA-DATA-FIM
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'ORDEM: ' PA-PROCESSO ' INICIO: ' PA-DATA-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'FIM DO DESCONTO (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA OR WRK-DATA-NUM < PA-DATA-INICIO
              DISPLAY 'DATA DE FIM INVALIDA - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO PA-DATA-FIM.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE PENSAO-ALIMENT-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'ORDEM ENCERRADA EM ' PA-DATA-FIM.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CORRIGIR-CONTA - Corrige banco, agencia e conta do
      * beneficiario de uma ordem, pelo ID do empregado e a sequencia:
      * uma pensao rejeitada pelo banco volta na remessa seguinte a
      * correcao (fila REMESSA-REPAGAR de GERA-REMESSA).
      *****************************************************************
       7000-CORRIGIR-CONTA.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           DISPLAY 'SEQUENCIA DA ORDEM (NN): '.
           ACCEPT WRK-SEQ-TXT FROM CONSOLE.
           IF WRK-SEQ-TXT IS NOT NUMERIC
              DISPLAY 'SEQUENCIA INVALIDA'
              GO TO 7000-EXIT
           END-IF.
           MOVE WRK-ID      TO PA-EM-ID.
           MOVE WRK-SEQ-TXT TO PA-SEQUENCIA.
           READ PENSAO-ALIMENT
               INVALID KEY
                  DISPLAY 'ORDEM NAO CADASTRADA'
                  GO TO 7000-EXIT
           END-READ.
           DISPLAY 'BENEFICIARIO: ' PA-BENEF-NOME.
           DISPLAY 'CONTA ATUAL: BANCO ' PA-BENEF-BANCO ' AGENCIA '
                   PA-BENEF-AGENCIA ' CONTA ' PA-BENEF-CONTA.
           DISPLAY 'BANCO DO BENEFICIARIO (NNN): '.
           ACCEPT WRK-BANCO-TXT FROM CONSOLE.
           DISPLAY 'AGENCIA (NNNN): '.
           ACCEPT WRK-AGENCIA-TXT FROM CONSOLE.
           IF WRK-BANCO-TXT IS NOT NUMERIC
              OR WRK-AGENCIA-TXT IS NOT NUMERIC
              DISPLAY 'BANCO OU AGENCIA INVALIDOS - NADA ALTERADO'
              GO TO 7000-EXIT
           END-IF.
           DISPLAY 'CONTA COM DIGITO (12 POSICOES): '.
           ACCEPT WRK-CONTA-TXT FROM CONSOLE.
           IF WRK-CONTA-TXT = SPACES
              DISPLAY 'CONTA EM BRANCO - NADA ALTERADO'
              GO TO 7000-EXIT
           END-IF.
           MOVE WRK-BANCO-TXT   TO PA-BENEF-BANCO.
           MOVE WRK-AGENCIA-TXT TO PA-BENEF-AGENCIA.
           MOVE WRK-CONTA-TXT   TO PA-BENEF-CONTA.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE PENSAO-ALIMENT-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'CONTA DO BENEFICIARIO CORRIGIDA'.
       7000-EXIT.
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
      * 8100-LER-VALOR - Le um valor IIIIIIII,DD pela rotina comum
      * VALIDA-ENTRADA (prompt ja em VE-PROMPT) e devolve o numero em
      * WRK-VALOR-LIDO.
      *****************************************************************
       8100-LER-VALOR.
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
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE PA-CHAVE TO GJ-CHAVE.
           MOVE PENSAO-ALIMENT-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ PENSAO-ALIMENT KEY IS PA-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE PENSAO-ALIMENT-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO PENSAO-ALIMENT-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'PENSAO-ALIMENT' TO GJ-ARQUIVO.
           MOVE 'MANTER-PENSAO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 128 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE PA-CHAVE TO GJ-CHAVE
              MOVE PENSAO-ALIMENT-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-PENSAO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
