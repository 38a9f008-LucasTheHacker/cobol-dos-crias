       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-DEPENDENTE.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de dependentes dos empregados
      *           (DEPENDENTE, Copybooks/DEPEND.cpy), no mesmo molde de
      *           console de MANTER-EMPREGADO: listar os dependentes de
      *           um empregado, incluir um dependente e dar baixa. Cada
      *           dependente vigente na competencia abate da base do
      *           IRRF a deducao por dependente da tabela fiscal
      *           (CALC-DESCONTO). O empregado precisa existir ativo
      *           em EMP-MASTER; o CPF do dependente, quando
      *           informado, passa pela rotina comum VALIDA-CPF. A
      *           baixa so grava a data de fim: o dependente continua
      *           no cadastro para o recalculo dos meses em que ele
      *           ainda contava.
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
           SELECT DEPENDENTE ASSIGN TO "DEPENDENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WRK-DP-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DEPENDENTE.
           COPY DEPEND.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY VALIDCPF.
       77  WRK-DP-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-DEPEND     PIC X(01)      VALUE 'N'.
           88 FIM-DEPEND                     VALUE 'S'.
       77  WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ATIVO                VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-ULT-SEQUENCIA  PIC 9(02)      VALUE ZEROS.
       77  WRK-SEQ-TXT        PIC X(02)      VALUE SPACES.
       77  WRK-CPF            PIC 9(11)      VALUE ZEROS.
       77  WRK-PARENTESCO     PIC X(01)      VALUE SPACE.
           88 PARENTESCO-VALIDO              VALUE 'C' 'F' 'P' 'O'.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-SITUACAO       PIC X(08)      VALUE SPACES.
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
           CLOSE DEPENDENTE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O DEPENDENTE.
           IF WRK-DP-STATUS = '35'
              OPEN OUTPUT DEPENDENTE
              CLOSE DEPENDENTE
              OPEN I-O DEPENDENTE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DO CADASTRO DE DEPENDENTES'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR DEPENDENTES DE UM EMPREGADO'.
           DISPLAY ' 2 - INCLUIR DEPENDENTE'.
           DISPLAY ' 3 - DAR BAIXA EM DEPENDENTE'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-DAR-BAIXA THRU 6000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Pede o ID do empregado e exibe os dependentes
      * dele pela chave (ID + sequencia), vigentes e baixados; o CPF
      * do dependente nao e exibido.
      *****************************************************************
       4000-LISTAR.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           PERFORM 4100-POSICIONAR THRU 4100-EXIT.
           PERFORM 4200-LER-PROXIMO THRU 4200-EXIT.
           PERFORM UNTIL FIM-DEPEND
              IF DP-DATA-FIM = ZEROS
                 MOVE 'VIGENTE' TO WRK-SITUACAO
              ELSE
                 MOVE 'BAIXADO' TO WRK-SITUACAO
              END-IF
              DISPLAY DP-SEQUENCIA ' ' DP-NOME ' ' DP-PARENTESCO
                      ' NASC: ' DP-DATA-NASC ' ' WRK-SITUACAO
              DISPLAY '   INICIO: ' DP-DATA-INICIO ' FIM: '
                      DP-DATA-FIM
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4200-LER-PROXIMO THRU 4200-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM DEPENDENTE CADASTRADO PARA ' WRK-ID
           ELSE
              DISPLAY 'DEPENDENTES CADASTRADOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-POSICIONAR - Posiciona no primeiro dependente do
      * empregado WRK-ID; 4200 le o seguinte enquanto for dele e
      * guarda a ultima sequencia vista.
      *****************************************************************
       4100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-DEPEND.
           MOVE ZEROS TO WRK-ULT-SEQUENCIA.
           MOVE WRK-ID TO DP-EM-ID.
           MOVE ZEROS  TO DP-SEQUENCIA.
           START DEPENDENTE KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY SET FIM-DEPEND TO TRUE
           END-START.
       4100-EXIT.
           EXIT.

       4200-LER-PROXIMO.
           IF FIM-DEPEND
              GO TO 4200-EXIT
           END-IF.
           READ DEPENDENTE NEXT RECORD
               AT END
                  SET FIM-DEPEND TO TRUE
                  GO TO 4200-EXIT
           END-READ.
           IF DP-EM-ID NOT = WRK-ID
              SET FIM-DEPEND TO TRUE
              GO TO 4200-EXIT
           END-IF.
           MOVE DP-SEQUENCIA TO WRK-ULT-SEQUENCIA.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede o ID do empregado (ativo em EMP-MASTER), o
      * nome, o CPF (opcional, conferido por VALIDA-CPF), o
      * nascimento, o parentesco e o inicio da vigencia da deducao
      * (branco = hoje). O dependente recebe a sequencia seguinte a
      * ultima do empregado.
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
              UNTIL FIM-DEPEND.
           IF WRK-ULT-SEQUENCIA = 99
              DISPLAY 'EMPREGADO JA TEM 99 DEPENDENTES - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO DEPENDENTE-REC.
           DISPLAY 'NOME DO DEPENDENTE: '.
           ACCEPT DP-NOME FROM CONSOLE.
           IF DP-NOME = SPACES
              DISPLAY 'NOME EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'CPF do dependente (11 digitos, 0 = sem CPF): '
             TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'S' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE VE-VALOR(1:VE-TAMANHO) TO WRK-CPF.
           IF WRK-CPF NOT = ZEROS
              MOVE WRK-CPF TO VC-CPF
              CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK
              IF NOT VC-CPF-VALIDO
                 DISPLAY 'CPF INVALIDO - DIGITO NAO CONFERE'
                 GO TO 5000-EXIT
              END-IF
           END-IF.
           DISPLAY 'DATA DE NASCIMENTO (AAAAMMDD): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'NASCIMENTO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO DP-DATA-NASC.
           DISPLAY 'PARENTESCO (C-CONJUGE F-FILHO P-PAI/MAE O-OUTRO): '.
           ACCEPT WRK-PARENTESCO FROM CONSOLE.
           IF NOT PARENTESCO-VALIDO
              DISPLAY 'PARENTESCO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'INICIO DA DEDUCAO (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'INICIO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-ID            TO DP-EM-ID.
           ADD 1 TO WRK-ULT-SEQUENCIA GIVING DP-SEQUENCIA.
           MOVE WRK-CPF           TO DP-CPF.
           MOVE WRK-PARENTESCO    TO DP-PARENTESCO.
           MOVE WRK-DATA-NUM      TO DP-DATA-INICIO.
           MOVE ZEROS             TO DP-DATA-FIM.
           WRITE DEPENDENTE-REC
               INVALID KEY
                  DISPLAY 'SEQUENCIA JA CADASTRADA: ' DP-SEQUENCIA
               NOT INVALID KEY
                  DISPLAY 'DEPENDENTE INCLUIDO: ' WRK-ID ' '
                          DP-SEQUENCIA
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
      * 6000-DAR-BAIXA - Pede o ID do empregado, a sequencia do
      * dependente e a data de fim da deducao (branco = hoje), que nao
      * pode ser anterior ao inicio. O registro fica no cadastro.
      *****************************************************************
       6000-DAR-BAIXA.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           DISPLAY 'SEQUENCIA DO DEPENDENTE (NN): '.
           ACCEPT WRK-SEQ-TXT FROM CONSOLE.
           IF WRK-SEQ-TXT IS NOT NUMERIC
              DISPLAY 'SEQUENCIA INVALIDA'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-ID      TO DP-EM-ID.
           MOVE WRK-SEQ-TXT TO DP-SEQUENCIA.
           READ DEPENDENTE
               INVALID KEY
                  DISPLAY 'DEPENDENTE NAO CADASTRADO'
                  GO TO 6000-EXIT
           END-READ.
           IF DP-DATA-FIM NOT = ZEROS
              DISPLAY 'DEPENDENTE JA BAIXADO EM ' DP-DATA-FIM
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'DEPENDENTE: ' DP-NOME ' INICIO: ' DP-DATA-INICIO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'FIM DA DEDUCAO (AAAAMMDD, BRANCO = HOJE): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT = SPACES
              MOVE WRK-DATA-HOJE TO WRK-DATA-NUM
           END-IF.
           PERFORM 8000-CONFERIR-DATA THRU 8000-EXIT.
           IF NOT DATA-VALIDA OR WRK-DATA-NUM < DP-DATA-INICIO
              DISPLAY 'DATA DE FIM INVALIDA - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO DP-DATA-FIM.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE DEPENDENTE-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'DEPENDENTE BAIXADO EM ' DP-DATA-FIM.
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
           MOVE DP-CHAVE TO GJ-CHAVE.
           MOVE DEPENDENTE-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ DEPENDENTE KEY IS DP-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE DEPENDENTE-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO DEPENDENTE-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'DEPENDENTE' TO GJ-ARQUIVO.
           MOVE 'MANTER-DEPENDENTE' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 74 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE DP-CHAVE TO GJ-CHAVE
              MOVE DEPENDENTE-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-DEPENDENTE-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
