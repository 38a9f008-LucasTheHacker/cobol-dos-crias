      *           ativo em CPF-MASTER, amarrando a folha ao registro
      *           de CPF em vez de a um nome livre de 20 posicoes que
      *           dois homonimos dividem.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Data de admissao (EM-DATA-ADMISSAO) pedida
      *                       na inclusao, obrigatoria e nao futura, e
      *                       exibida na listagem; opcao 5 informa ou
      *                       corrige a admissao do empregado ja
      *                       cadastrado. E dela que saem os periodos
      *                       aquisitivos de ferias. O dataset
      *                       EMP-MASTER precisa ser reconstruido no
      *                       layout novo.
      * 15/10/2026 Batista - Ao inativar, lembra que o acerto de
      *                       rescisao sai por CALCULA-RESCISAO
      *                       (RESCISJOB).
      * 15/10/2026 Batista - Opcao 6 informa ou corrige a conta bancaria
      *                       de credito (banco, agencia, conta e tipo),
      *                       com o digito da conta conferido pelo
      *                       modulo 11; a corrigida libera a
      *                       reapresentacao dos pagamentos rejeitados
      *                       pelo banco. A inclusao grava a conta
      *                       zerada. O dataset EMP-MASTER precisa ser
      *                       reconstruido no layout novo.
      * 15/10/2026 Batista - Grava no jornal de alteracoes
      *                       (GRAVA-JORNAL) a imagem anterior e a
      *                       posterior de cada inclusao, alteracao e
      *                       exclusao, com o operador recebido pela
      *                       nova entrada -CTX do menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY VALIDCPF.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-CM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
       77  WRK-CPF            PIC 9(11)      VALUE ZEROS.
       77  WRK-CPF-OK         PIC X(01)      VALUE 'N'.
           88 CPF-CONFERIDO                  VALUE 'S'.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-TXT       PIC X(08)      VALUE SPACES.
       01  WRK-DATA-TXT-R REDEFINES WRK-DATA-TXT.
           05 WRK-DATA-ANO    PIC 9(04).
           05 WRK-DATA-MES    PIC 9(02).
           05 WRK-DATA-DIA    PIC 9(02).
       01  WRK-DATA-NUM REDEFINES WRK-DATA-TXT PIC 9(08).
       77  WRK-DATA-OK        PIC X(01)      VALUE 'N'.
           88 DATA-VALIDA                    VALUE 'S'.
      *
      * Conta bancaria de credito: a conta e digitada sem o digito e
      * alinhada a direita em 11 posicoes; o digito e recalculado pelo
      * modulo 11 (pesos 2 a 9 da direita para a esquerda, resto 10 =
      * 'X', 11 = '0') e conferido com o informado.
       77  WRK-BANCO-TXT      PIC X(03)      VALUE SPACES.
       77  WRK-AGENCIA-TXT    PIC X(04)      VALUE SPACES.
       77  WRK-CONTA-TXT      PIC X(11)      VALUE SPACES.
       77  WRK-DV-TXT         PIC X(01)      VALUE SPACE.
       77  WRK-TIPO-TXT       PIC X(01)      VALUE SPACE.
       01  WRK-CONTA-NUM      PIC 9(11)      VALUE ZEROS.
       01  WRK-CONTA-NUM-R REDEFINES WRK-CONTA-NUM.
           05 WRK-CONTA-DIG   PIC 9(01)      OCCURS 11 TIMES.
       77  WRK-QTD-DIGITOS    PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(02) COMP VALUE ZERO.
       77  WRK-PESO           PIC 9(02) COMP VALUE ZERO.
       77  WRK-SOMA           PIC 9(04) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(04) COMP VALUE ZERO.
       77  WRK-RESTO          PIC 9(02) COMP VALUE ZERO.
       77  WRK-DV-NUM         PIC 9(02)      VALUE ZERO.
       77  WRK-DV-CALC        PIC X(01)      VALUE SPACE.
       77  WRK-CONTA-OK       PIC X(01)      VALUE 'N'.
           88 CONTA-VALIDA                   VALUE 'S'.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY ' 2 - INCLUIR EMPREGADO'.
           DISPLAY ' 3 - ALTERAR NOME'.
           DISPLAY ' 4 - ATIVAR/INATIVAR'.
           DISPLAY ' 5 - INFORMAR DATA DE ADMISSAO'.
           DISPLAY ' 6 - INFORMAR CONTA BANCARIA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-ALTERAR-NOME THRU 6000-EXIT
              WHEN 4 PERFORM 7000-MANTER-SITUACAO THRU 7000-EXIT
              WHEN 5 PERFORM 7500-INFORMAR-ADMISSAO THRU 7500-EXIT
              WHEN 6 PERFORM 8000-INFORMAR-CONTA THRU 8000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-EMP
              DISPLAY EM-ID ' ' EM-NOME ' SITUACAO: ' EM-STATUS
                      ' ADMISSAO: ' EM-DATA-ADMISSAO
                      ' BANCO: ' EM-BANCO
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
      *****************************************************************
      * 5000-INCLUIR - Pede o ID, o nome e o CPF do empregado novo; o
      * CPF passa pelo digito verificador (VALIDA-CPF) e precisa estar
      * cadastrado ativo em CPF-MASTER. A data de admissao, que abre
      * os periodos aquisitivos de ferias, e obrigatoria e nao pode
      * ser futura. A duplicata de ID e recusada pelo proprio WRITE
      * com INVALID KEY.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'ID DO EMPREGADO A INCLUIR (6 POSICOES): '.
           IF NOT CPF-CONFERIDO
              GO TO 5000-EXIT
           END-IF.
           PERFORM 7600-PEDIR-ADMISSAO THRU 7600-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'DATA DE ADMISSAO INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-ID  TO EM-ID.
           MOVE WRK-CPF TO EM-CPF.
           MOVE 'A'     TO EM-STATUS.
           MOVE WRK-DATA-NUM TO EM-DATA-ADMISSAO.
           MOVE ZEROS   TO EM-BANCO EM-AGENCIA EM-CONTA.
           MOVE SPACES  TO EM-CONTA-DV EM-TIPO-CONTA.
           WRITE EMP-MASTER-REC
               INVALID KEY
                  DISPLAY 'ID JA CADASTRADO: ' WRK-ID
               NOT INVALID KEY
                  DISPLAY 'EMPREGADO INCLUIDO: ' WRK-ID
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
                  DISPLAY 'INFORME A CONTA DE CREDITO PELA OPCAO 6'
           END-WRITE.
       5000-EXIT.
           EXIT.
           END-READ.
           DISPLAY 'NOME CORRIGIDO: '.
           ACCEPT EM-NOME FROM CONSOLE.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE EMP-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'NOME ALTERADO PARA: ' EM-NOME.
       6000-EXIT.
           EXIT.
           DISPLAY 'NOVA SITUACAO (A-ATIVO  I-INATIVO): '.
           ACCEPT EM-STATUS FROM CONSOLE.
           IF EM-STATUS = 'A' OR EM-STATUS = 'I'
              PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT
              REWRITE EMP-MASTER-REC
              SET GJ-ALTERACAO TO TRUE
              PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
              DISPLAY 'SITUACAO GRAVADA: ' EM-STATUS
              IF EM-INATIVO
                 DISPLAY 'O ACERTO DE RESCISAO SAI POR CALCULA-RESCISAO'
                         ' (RESCISJOB) COM ID, DATA E MOTIVO'
              END-IF
           ELSE
              DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7500-INFORMAR-ADMISSAO - Grava (ou corrige) a data de admissao
      * de um empregado pelo ID, para o cadastro anterior a ela
      * passar a ter periodos aquisitivos de ferias.
      *****************************************************************
       7500-INFORMAR-ADMISSAO.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE WRK-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  DISPLAY 'ID NAO CADASTRADO: ' WRK-ID
                  GO TO 7500-EXIT
               NOT INVALID KEY
                  DISPLAY 'EMPREGADO: ' EM-NOME ' ADMISSAO ATUAL: '
                          EM-DATA-ADMISSAO
           END-READ.
           PERFORM 7600-PEDIR-ADMISSAO THRU 7600-EXIT.
           IF NOT DATA-VALIDA
              DISPLAY 'DATA DE ADMISSAO INVALIDA - NADA ALTERADO'
              GO TO 7500-EXIT
           END-IF.
           MOVE WRK-DATA-NUM TO EM-DATA-ADMISSAO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE EMP-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'ADMISSAO GRAVADA: ' EM-DATA-ADMISSAO.
       7500-EXIT.
           EXIT.

      *****************************************************************
      * 7600-PEDIR-ADMISSAO - Pede a data de admissao (AAAAMMDD) e a
      * confere: numerica, mes 01-12, dia 01-31 e nao posterior a
      * hoje.
      *****************************************************************
       7600-PEDIR-ADMISSAO.
           MOVE 'N' TO WRK-DATA-OK.
           DISPLAY 'DATA DE ADMISSAO (AAAAMMDD): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT IS NOT NUMERIC
              GO TO 7600-EXIT
           END-IF.
           IF WRK-DATA-MES < 1 OR WRK-DATA-MES > 12
              OR WRK-DATA-DIA < 1 OR WRK-DATA-DIA > 31
              GO TO 7600-EXIT
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-DATA-NUM > WRK-DATA-HOJE
              GO TO 7600-EXIT
           END-IF.
           SET DATA-VALIDA TO TRUE.
       7600-EXIT.
           EXIT.

      *****************************************************************
      * 8000-INFORMAR-CONTA - Grava (ou corrige) a conta bancaria de
      * credito do salario de um empregado pelo ID: banco, agencia,
      * conta com o digito verificador conferido e tipo da conta
      * (corrente, poupanca ou salario). Corrigir a conta de um
      * pagamento rejeitado pelo banco libera a reapresentacao dele
      * na remessa seguinte (fila REMESSA-REPAGAR de GERA-REMESSA).
      *****************************************************************
       8000-INFORMAR-CONTA.
           DISPLAY 'ID DO EMPREGADO: '.
           ACCEPT WRK-ID FROM CONSOLE.
           MOVE WRK-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  DISPLAY 'ID NAO CADASTRADO: ' WRK-ID
                  GO TO 8000-EXIT
               NOT INVALID KEY
                  DISPLAY 'EMPREGADO: ' EM-NOME
                  DISPLAY 'CONTA ATUAL: BANCO ' EM-BANCO
                          ' AGENCIA ' EM-AGENCIA ' CONTA ' EM-CONTA
                          '-' EM-CONTA-DV ' TIPO ' EM-TIPO-CONTA
           END-READ.
           PERFORM 8100-PEDIR-CONTA THRU 8100-EXIT.
           IF NOT CONTA-VALIDA
              DISPLAY 'NADA ALTERADO'
              GO TO 8000-EXIT
           END-IF.
           MOVE WRK-BANCO-TXT   TO EM-BANCO.
           MOVE WRK-AGENCIA-TXT TO EM-AGENCIA.
           MOVE WRK-CONTA-NUM   TO EM-CONTA.
           MOVE WRK-DV-TXT      TO EM-CONTA-DV.
           MOVE WRK-TIPO-TXT    TO EM-TIPO-CONTA.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE EMP-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'CONTA GRAVADA: BANCO ' EM-BANCO ' AGENCIA '
                   EM-AGENCIA ' CONTA ' EM-CONTA '-' EM-CONTA-DV.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-PEDIR-CONTA - Pede e confere os dados da conta: banco com
      * 3 digitos e agencia com 4 (nao zerados), conta com 1 a 11
      * digitos, digito verificador conferido por 8200 e tipo C, P
      * ou S.
      *****************************************************************
       8100-PEDIR-CONTA.
           MOVE 'N' TO WRK-CONTA-OK.
           DISPLAY 'BANCO (3 DIGITOS): '.
           ACCEPT WRK-BANCO-TXT FROM CONSOLE.
           IF WRK-BANCO-TXT IS NOT NUMERIC OR WRK-BANCO-TXT = '000'
              DISPLAY 'BANCO INVALIDO'
              GO TO 8100-EXIT
           END-IF.
           DISPLAY 'AGENCIA (4 DIGITOS, SEM O DIGITO): '.
           ACCEPT WRK-AGENCIA-TXT FROM CONSOLE.
           IF WRK-AGENCIA-TXT IS NOT NUMERIC
              OR WRK-AGENCIA-TXT = '0000'
              DISPLAY 'AGENCIA INVALIDA'
              GO TO 8100-EXIT
           END-IF.
           DISPLAY 'CONTA (ATE 11 DIGITOS, SEM O DIGITO): '.
           MOVE SPACES TO WRK-CONTA-TXT.
           ACCEPT WRK-CONTA-TXT FROM CONSOLE.
           MOVE ZERO TO WRK-QTD-DIGITOS.
           PERFORM 8110-CONTAR-DIGITO THRU 8110-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > 11
                 OR WRK-CONTA-TXT(WRK-IDX:1) = SPACE.
           IF WRK-QTD-DIGITOS = 0
              OR WRK-CONTA-TXT(1:WRK-QTD-DIGITOS) IS NOT NUMERIC
              DISPLAY 'CONTA INVALIDA'
              GO TO 8100-EXIT
           END-IF.
           IF WRK-QTD-DIGITOS < 11
              AND WRK-CONTA-TXT(WRK-QTD-DIGITOS + 1:) NOT = SPACES
              DISPLAY 'CONTA INVALIDA'
              GO TO 8100-EXIT
           END-IF.
           MOVE ZEROS TO WRK-CONTA-NUM.
           MOVE WRK-CONTA-TXT(1:WRK-QTD-DIGITOS)
             TO WRK-CONTA-NUM(12 - WRK-QTD-DIGITOS:WRK-QTD-DIGITOS).
           IF WRK-CONTA-NUM = ZEROS
              DISPLAY 'CONTA INVALIDA'
              GO TO 8100-EXIT
           END-IF.
           DISPLAY 'DIGITO VERIFICADOR DA CONTA (0-9 OU X): '.
           ACCEPT WRK-DV-TXT FROM CONSOLE.
           PERFORM 8200-CALCULAR-DIGITO THRU 8200-EXIT.
           IF WRK-DV-TXT = 'x'
              MOVE 'X' TO WRK-DV-TXT
           END-IF.
           IF WRK-DV-TXT NOT = WRK-DV-CALC
              DISPLAY 'DIGITO DA CONTA NAO CONFERE'
              GO TO 8100-EXIT
           END-IF.
           DISPLAY 'TIPO DA CONTA (C-CORRENTE P-POUPANCA S-SALARIO): '.
           ACCEPT WRK-TIPO-TXT FROM CONSOLE.
           IF WRK-TIPO-TXT NOT = 'C' AND WRK-TIPO-TXT NOT = 'P'
              AND WRK-TIPO-TXT NOT = 'S'
              DISPLAY 'TIPO DE CONTA INVALIDO'
              GO TO 8100-EXIT
           END-IF.
           SET CONTA-VALIDA TO TRUE.
       8100-EXIT.
           EXIT.

       8110-CONTAR-DIGITO.
           ADD 1 TO WRK-QTD-DIGITOS.
       8110-EXIT.
           EXIT.

      *****************************************************************
      * 8200-CALCULAR-DIGITO - Modulo 11 sobre os 11 digitos da conta,
      * pesos 2 a 9 repetidos da direita para a esquerda; digito = 11
      * menos o resto, com 10 -> 'X' e 11 -> '0'.
      *****************************************************************
       8200-CALCULAR-DIGITO.
           MOVE ZERO TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM 8210-SOMAR-DIGITO THRU 8210-EXIT
              VARYING WRK-IDX FROM 11 BY -1 UNTIL WRK-IDX < 1.
           DIVIDE WRK-SOMA BY 11 GIVING WRK-QUOC REMAINDER WRK-RESTO.
           COMPUTE WRK-DV-NUM = 11 - WRK-RESTO.
           EVALUATE WRK-DV-NUM
              WHEN 10    MOVE 'X' TO WRK-DV-CALC
              WHEN 11    MOVE '0' TO WRK-DV-CALC
              WHEN OTHER MOVE WRK-DV-NUM(2:1) TO WRK-DV-CALC
           END-EVALUATE.
       8200-EXIT.
           EXIT.

       8210-SOMAR-DIGITO.
           COMPUTE WRK-SOMA = WRK-SOMA
                  + WRK-CONTA-DIG(WRK-IDX) * WRK-PESO.
           IF WRK-PESO = 9
              MOVE 2 TO WRK-PESO
           ELSE
              ADD 1 TO WRK-PESO
           END-IF.
       8210-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE EM-ID TO GJ-CHAVE.
           MOVE EMP-MASTER-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ EMP-MASTER KEY IS EM-ID
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE EMP-MASTER-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO EMP-MASTER-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'EMP-MASTER' TO GJ-ARQUIVO.
           MOVE 'MANTER-EMPREGADO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 66 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE EM-ID TO GJ-CHAVE
              MOVE EMP-MASTER-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-EMPREGADO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
