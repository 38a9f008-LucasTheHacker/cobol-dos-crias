       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-ORDEM.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de ordens permanentes das
      *           referencias (ORDEM-PERM, Copybooks/ORDPERM.cpy), no
      *           mesmo molde de console de MANTER-REFERENCIA: listar,
      *           incluir e suspender, reativar ou encerrar uma ordem.
      *           A referencia da ordem (e o destino da transferencia)
      *           precisa estar aberta em REFERENCIA-MASTER; a
      *           sequencia da ordem na referencia e a proxima livre.
      *           O primeiro vencimento e a data de inicio, e o dia
      *           dela e o dia base dos vencimentos mensais e anuais.
      *           Ordem nao e excluida nem alterada: a encerrada fica
      *           no cadastro e nao volta; para mudar valor ou
      *           frequencia encerra-se a ordem e inclui-se outra. A
      *           ordem reativada volta a tentar a ocorrencia pendente.
      *           As ordens sao geradas em TRANS-IN por GERA-ORDENS.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador recebido pela nova entrada -CTX do
      *                    menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-PERM ASSIGN TO "ORDEM-PERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS WRK-OP-STATUS.
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-RF-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEM-PERM.
           COPY ORDPERM.

       FD  REFERENCIA-MASTER.
           COPY REFMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-OP-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-RF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-OP         PIC X(01)      VALUE 'N'.
           88 FIM-OP                         VALUE 'S'.
       77  WRK-TEM-REFS       PIC X(01)      VALUE 'N'.
           88 TEM-REFS                       VALUE 'S'.
       77  WRK-REF-OK         PIC X(01)      VALUE 'N'.
           88 REFERENCIA-ABERTA              VALUE 'S'.
       77  WRK-DATA-OK        PIC X(01)      VALUE 'N'.
           88 DATA-VALIDA                    VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-REF            PIC X(10)      VALUE SPACES.
       77  WRK-REF-CONF       PIC X(10)      VALUE SPACES.
       77  WRK-SEQ            PIC 9(03)      VALUE ZEROS.
       77  WRK-SEQ-TXT        PIC X(03)      VALUE SPACES.
       77  WRK-TIPO           PIC X(02)      VALUE SPACES.
           88 TIPO-VALIDO     VALUE 'CR' 'DB' 'TA' 'TR'.
           88 TIPO-TRANSFERENCIA             VALUE 'TR'.
       77  WRK-VALOR          PIC 9(08)V99   VALUE ZEROS.
       77  WRK-VALOR-TXT      PIC X(12)      VALUE SPACES.
       77  WRK-VALOR-INT      PIC 9(08)      VALUE ZEROS.
       77  WRK-VALOR-DEC      PIC 9(02)      VALUE ZEROS.
       77  WRK-VALOR-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESTINO        PIC X(10)      VALUE SPACES.
       77  WRK-FREQUENCIA     PIC X(01)      VALUE SPACE.
           88 FREQUENCIA-VALIDA VALUE 'S' 'Q' 'M' 'A'.
       77  WRK-REGRA          PIC X(01)      VALUE SPACE.
           88 REGRA-VALIDA    VALUE 'P' 'R' 'S'.
           88 REGRA-PULAR                    VALUE 'P'.
       77  WRK-MAX-TXT        PIC X(02)      VALUE SPACES.
       77  WRK-MAX            PIC 9(02)      VALUE ZEROS.
       77  WRK-SITUACAO       PIC X(01)      VALUE SPACE.
       77  WRK-DATA-TXT       PIC X(08)      VALUE SPACES.
       01  WRK-DATA-LIDA.
           05 WRK-DL-ANO      PIC 9(04)      VALUE ZEROS.
           05 WRK-DL-MES      PIC 9(02)      VALUE ZEROS.
           05 WRK-DL-DIA      PIC 9(02)      VALUE ZEROS.
       01  WRK-DATA-LIDA-NUM REDEFINES WRK-DATA-LIDA PIC 9(08).
       77  WRK-DATA-INICIO    PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-FIM       PIC 9(08)      VALUE ZEROS.

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
           CLOSE ORDEM-PERM.
           IF TEM-REFS
              CLOSE REFERENCIA-MASTER
           END-IF.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao, e REFERENCIA-MASTER
      * para consulta; sem ele nenhuma ordem e incluida.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ORDEM-PERM.
           IF WRK-OP-STATUS = '35'
              OPEN OUTPUT ORDEM-PERM
              CLOSE ORDEM-PERM
              OPEN I-O ORDEM-PERM
           END-IF.
           OPEN INPUT REFERENCIA-MASTER.
           IF WRK-RF-STATUS = '00'
              SET TEM-REFS TO TRUE
           ELSE
              DISPLAY 'REFERENCIA-MASTER AUSENTE - ORDEM NAO PODE SER '
                      'INCLUIDA'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DAS ORDENS PERMANENTES'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR ORDENS'.
           DISPLAY ' 2 - INCLUIR ORDEM'.
           DISPLAY ' 3 - SUSPENDER/REATIVAR/ENCERRAR'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 7000-MANTER-SITUACAO THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Varre o cadastro pela chave, exibindo cada ordem
      * com a transacao, a frequencia, o proximo vencimento nominal, a
      * regra de falha e a situacao.
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-OP.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO OP-CHAVE.
           START ORDEM-PERM KEY IS NOT LESS THAN OP-CHAVE
               INVALID KEY SET FIM-OP TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-OP
              MOVE OP-VALOR TO WRK-VALOR-ED
              DISPLAY OP-REFERENCIA '/' OP-SEQ ' ' OP-TIPO ' '
                      WRK-VALOR-ED ' ' OP-REF-DESTINO
                      ' FREQ: ' OP-FREQUENCIA
                      ' PROXIMA: ' OP-PROXIMA
                      ' FIM: ' OP-DATA-FIM
              DISPLAY '           REGRA: ' OP-REGRA-FALHA
                      ' MAX: ' OP-MAX-TENTATIVAS
                      ' TENTATIVAS: ' OP-TENTATIVAS
                      ' ULTIMA GERACAO: ' OP-DATA-ULT-GERACAO
                      ' SITUACAO: ' OP-SITUACAO
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA ORDEM CADASTRADA'
           ELSE
              DISPLAY 'ORDENS CADASTRADAS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ ORDEM-PERM NEXT RECORD
               AT END SET FIM-OP TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede a referencia (aberta), a transacao, a
      * frequencia, o inicio e o fim e a regra de falha; a ordem nasce
      * ativa com o primeiro vencimento no inicio e recebe a proxima
      * sequencia livre da referencia.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'REFERENCIA DA ORDEM: '.
           ACCEPT WRK-REF FROM CONSOLE.
           MOVE WRK-REF TO WRK-REF-CONF.
           PERFORM 8000-CONFERIR-REFERENCIA THRU 8000-EXIT.
           IF NOT REFERENCIA-ABERTA
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'TIPO (CR-CREDITO  DB-DEBITO  TA-TARIFA  '
                   'TR-TRANSFERENCIA): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'VALOR (IIIIIIII,DD): '.
           ACCEPT WRK-VALOR-TXT FROM CONSOLE.
           MOVE ZEROS TO WRK-VALOR-INT WRK-VALOR-DEC WRK-VALOR.
           UNSTRING WRK-VALOR-TXT DELIMITED BY ','
               INTO WRK-VALOR-INT WRK-VALOR-DEC.
           IF WRK-VALOR-INT IS NUMERIC AND WRK-VALOR-DEC IS NUMERIC
              COMPUTE WRK-VALOR =
                  WRK-VALOR-INT + (WRK-VALOR-DEC / 100)
           END-IF.
           IF WRK-VALOR = ZEROS
              DISPLAY 'VALOR INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WRK-DESTINO.
           IF TIPO-TRANSFERENCIA
              DISPLAY 'REFERENCIA DE DESTINO: '
              ACCEPT WRK-DESTINO FROM CONSOLE
              IF WRK-DESTINO = WRK-REF
                 DISPLAY 'DESTINO IGUAL A ORIGEM - NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-DESTINO TO WRK-REF-CONF
              PERFORM 8000-CONFERIR-REFERENCIA THRU 8000-EXIT
              IF NOT REFERENCIA-ABERTA
                 DISPLAY 'NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
           END-IF.
           DISPLAY 'FREQUENCIA (S-SEMANAL  Q-QUINZENAL  M-MENSAL  '
                   'A-ANUAL): '.
           ACCEPT WRK-FREQUENCIA FROM CONSOLE.
           IF NOT FREQUENCIA-VALIDA
              DISPLAY 'FREQUENCIA INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'DATA DE INICIO (AAAAMMDD): '.
           PERFORM 8100-LER-DATA THRU 8100-EXIT.
           IF NOT DATA-VALIDA OR WRK-DATA-LIDA-NUM < WRK-DATA-HOJE
              DISPLAY 'INICIO INVALIDO OU PASSADO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-LIDA-NUM TO WRK-DATA-INICIO.
           DISPLAY 'DATA DE FIM (AAAAMMDD, ZEROS = SEM FIM): '.
           PERFORM 8100-LER-DATA THRU 8100-EXIT.
           IF WRK-DATA-TXT = '00000000'
              MOVE ZEROS TO WRK-DATA-FIM
           ELSE
              IF NOT DATA-VALIDA
                 OR WRK-DATA-LIDA-NUM < WRK-DATA-INICIO
                 DISPLAY 'FIM INVALIDO OU ANTES DO INICIO - NADA '
                         'INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-DATA-LIDA-NUM TO WRK-DATA-FIM
           END-IF.
           DISPLAY 'REGRA DE FALHA (P-PULAR  R-RETENTAR E PULAR  '
                   'S-RETENTAR E SUSPENDER): '.
           ACCEPT WRK-REGRA FROM CONSOLE.
           IF NOT REGRA-VALIDA
              DISPLAY 'REGRA INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-MAX.
           IF NOT REGRA-PULAR
              DISPLAY 'MAXIMO DE TENTATIVAS (01 A 99): '
              ACCEPT WRK-MAX-TXT FROM CONSOLE
              IF WRK-MAX-TXT IS NOT NUMERIC OR WRK-MAX-TXT = '00'
                 DISPLAY 'MAXIMO INVALIDO - NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-MAX-TXT TO WRK-MAX
           END-IF.
           PERFORM 5100-PROXIMA-SEQUENCIA THRU 5100-EXIT.
           MOVE WRK-REF             TO OP-REFERENCIA.
           MOVE WRK-SEQ             TO OP-SEQ.
           MOVE WRK-TIPO            TO OP-TIPO.
           MOVE WRK-VALOR           TO OP-VALOR.
           MOVE WRK-DESTINO         TO OP-REF-DESTINO.
           MOVE WRK-FREQUENCIA      TO OP-FREQUENCIA.
           MOVE WRK-DATA-INICIO(7:2) TO OP-DIA-BASE.
           MOVE WRK-DATA-INICIO     TO OP-DATA-INICIO OP-PROXIMA.
           MOVE WRK-DATA-FIM        TO OP-DATA-FIM.
           MOVE WRK-REGRA           TO OP-REGRA-FALHA.
           MOVE WRK-MAX             TO OP-MAX-TENTATIVAS.
           MOVE ZEROS TO OP-TENTATIVAS OP-DATA-TENTATIVA
                         OP-DATA-ULT-GERACAO.
           MOVE 'A'                 TO OP-SITUACAO.
           WRITE ORDEM-PERM-REC
               INVALID KEY
                  DISPLAY 'ORDEM JA CADASTRADA: ' WRK-REF '/' WRK-SEQ
               NOT INVALID KEY
                  DISPLAY 'ORDEM INCLUIDA: ' WRK-REF '/' WRK-SEQ
                          ' PRIMEIRO VENCIMENTO: ' OP-PROXIMA
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-PROXIMA-SEQUENCIA - Maior sequencia ja usada na
      * referencia WRK-REF, mais um.
      *****************************************************************
       5100-PROXIMA-SEQUENCIA.
           MOVE 1 TO WRK-SEQ.
           MOVE 'N' TO WRK-FIM-OP.
           MOVE WRK-REF TO OP-REFERENCIA.
           MOVE ZEROS TO OP-SEQ.
           START ORDEM-PERM KEY IS NOT LESS THAN OP-CHAVE
               INVALID KEY SET FIM-OP TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-OP
              IF OP-REFERENCIA NOT = WRK-REF
                 SET FIM-OP TO TRUE
              ELSE
                 COMPUTE WRK-SEQ = OP-SEQ + 1
                 PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
              END-IF
           END-PERFORM.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 7000-MANTER-SITUACAO - Suspende ('S'), reativa ('A') ou
      * encerra ('E') uma ordem; a encerrada nao volta. A reativada
      * recomeca a contagem de tentativas.
      *****************************************************************
       7000-MANTER-SITUACAO.
           DISPLAY 'REFERENCIA DA ORDEM: '.
           ACCEPT WRK-REF FROM CONSOLE.
           DISPLAY 'SEQUENCIA DA ORDEM (NNN): '.
           ACCEPT WRK-SEQ-TXT FROM CONSOLE.
           IF WRK-SEQ-TXT IS NOT NUMERIC
              DISPLAY 'SEQUENCIA INVALIDA - NADA ALTERADO'
              GO TO 7000-EXIT
           END-IF.
           MOVE WRK-REF     TO OP-REFERENCIA.
           MOVE WRK-SEQ-TXT TO OP-SEQ.
           READ ORDEM-PERM
               INVALID KEY
                  DISPLAY 'ORDEM NAO CADASTRADA: ' WRK-REF '/'
                          WRK-SEQ-TXT
                  GO TO 7000-EXIT
           END-READ.
           MOVE OP-VALOR TO WRK-VALOR-ED.
           DISPLAY 'ORDEM: ' OP-REFERENCIA '/' OP-SEQ ' ' OP-TIPO ' '
                   WRK-VALOR-ED ' PROXIMA: ' OP-PROXIMA
                   ' SITUACAO: ' OP-SITUACAO.
           IF OP-ENCERRADA
              DISPLAY 'ORDEM ENCERRADA - NAO VOLTA'
              GO TO 7000-EXIT
           END-IF.
           DISPLAY 'NOVA SITUACAO (A-ATIVA  S-SUSPENSA  '
                   'E-ENCERRADA): '.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           IF WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'S'
              AND WRK-SITUACAO NOT = 'E'
              DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
              GO TO 7000-EXIT
           END-IF.
           IF WRK-SITUACAO = 'A' AND OP-SUSPENSA
              MOVE ZEROS TO OP-TENTATIVAS OP-DATA-TENTATIVA
           END-IF.
           MOVE WRK-SITUACAO TO OP-SITUACAO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE ORDEM-PERM-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'SITUACAO GRAVADA: ' OP-SITUACAO.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-CONFERIR-REFERENCIA - Exige WRK-REF-CONF cadastrada e
      * aberta em REFERENCIA-MASTER.
      *****************************************************************
       8000-CONFERIR-REFERENCIA.
           MOVE 'N' TO WRK-REF-OK.
           IF NOT TEM-REFS
              DISPLAY 'REFERENCIA-MASTER AUSENTE'
              GO TO 8000-EXIT
           END-IF.
           MOVE WRK-REF-CONF TO RF-REFERENCIA.
           READ REFERENCIA-MASTER
               INVALID KEY
                  DISPLAY 'REFERENCIA NAO CADASTRADA: ' WRK-REF-CONF
                  GO TO 8000-EXIT
           END-READ.
           IF NOT RF-ABERTA
              DISPLAY 'REFERENCIA NAO ESTA ABERTA: ' WRK-REF-CONF
              GO TO 8000-EXIT
           END-IF.
           SET REFERENCIA-ABERTA TO TRUE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-LER-DATA - Le uma data AAAAMMDD do console em
      * WRK-DATA-LIDA, conferindo que e numerica, com mes de 01 a 12 e
      * dia de 01 a 31.
      *****************************************************************
       8100-LER-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           MOVE SPACES TO WRK-DATA-TXT.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT IS NOT NUMERIC
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-DATA-TXT TO WRK-DATA-LIDA-NUM.
           IF WRK-DL-MES < 1 OR WRK-DL-MES > 12
              OR WRK-DL-DIA < 1 OR WRK-DL-DIA > 31
              GO TO 8100-EXIT
           END-IF.
           SET DATA-VALIDA TO TRUE.
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
           MOVE OP-CHAVE TO GJ-CHAVE.
           MOVE ORDEM-PERM-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ ORDEM-PERM KEY IS OP-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE ORDEM-PERM-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO ORDEM-PERM-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'ORDEM-PERM' TO GJ-ARQUIVO.
           MOVE 'MANTER-ORDEM' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 84 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE OP-CHAVE TO GJ-CHAVE
              MOVE ORDEM-PERM-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-ORDEM-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
