      *           deixa de ser corrigido como AUSENTE pelos lotes de
      *           gradacao e passa a sair separado nas contagens de
      *           turma, em vez de indistinguivel de um aluno ativo.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Cada troca de situacao passa a ser
      *                    registrada em SITUACAO-LOG (matricula,
      *                    data, hora, situacao anterior e nova), ja
      *                    que o cadastro so guarda a situacao
      *                    corrente: o faturamento de mensalidades
      *                    precisa da data do trancamento ou da
      *                    transferencia para cobrar o mes pro rata.
      * 15/10/2026 Tutu - Opcao 3 para informar o programa de estudo do
      *                    aluno (SM-PROGRAMA), conferido contra a
      *                    matriz curricular MATRIZ-CURRICULAR quando
      *                    ela esta disponivel; a consulta passa a
      *                    mostrar o programa.
      * 15/10/2026 Tutu - Opcao 4 para informar o CPF e a data de
      *                    nascimento do aluno (SM-CPF, SM-DATA-NASC),
      *                    com a conferencia da carga: digito do CPF
      *                    (VALIDA-CPF), CPF-MASTER sob outro nome, CPF
      *                    de outro aluno e mesmo nome e nascimento de
      *                    outro aluno recusam a gravacao. A consulta
      *                    mostra o CPF mascarado e o nascimento.
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador recebido pela nova entrada -CTX do
      *                    menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT SITUACAO-LOG ASSIGN TO "SITUACAO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATRIZ-CURRICULAR ASSIGN TO "MATRIZ-CURRICULAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MC-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  SITUACAO-LOG
           RECORD CONTAINS 26 CHARACTERS.
           COPY SITULOG.

       FD  MATRIZ-CURRICULAR
           RECORD CONTAINS 20 CHARACTERS.
           COPY MATRIZ.

       FD  CPF-MASTER.
           COPY CPFMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY VALIDCPF.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-MATRICULA      PIC X(10)      VALUE SPACES.
       77  WRK-STATUS-NOVO    PIC X(01)      VALUE SPACE.
       77  WRK-STATUS-ANT     PIC X(01)      VALUE SPACE.
       77  WRK-MC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PROGRAMA-NOVO  PIC X(04)      VALUE SPACES.
       77  WRK-FIM-MATRIZ     PIC X(01)      VALUE 'N'.
           88 FIM-MATRIZ                     VALUE 'S'.
       77  WRK-PROGRAMA-OK    PIC X(01)      VALUE 'N'.
           88 PROGRAMA-NA-MATRIZ             VALUE 'S'.
       77  WRK-CM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PESSOA-OK      PIC X(01)      VALUE 'S'.
           88 PESSOA-CONFERIDA               VALUE 'S'.
       77  WRK-FIM-NOME       PIC X(01)      VALUE 'N'.
           88 FIM-NOME                       VALUE 'S'.
       77  WRK-NOME-ALUNO     PIC X(20)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-CPF-MASK       PIC X(14)      VALUE SPACES.
       77  WRK-NASC-ED        PIC 9999/99/99 VALUE ZEROS.
       01  WRK-CPF-NOVO       PIC 9(11)      VALUE ZEROS.
       01  WRK-CPF-NOVO-R REDEFINES WRK-CPF-NOVO.
           05 FILLER          PIC X(08).
           05 WRK-CPF-DIG9    PIC X(01).
           05 WRK-CPF-DV      PIC X(02).
       01  WRK-NASC-NOVO      PIC 9(08)      VALUE ZEROS.
       01  WRK-NASC-NOVO-R REDEFINES WRK-NASC-NOVO.
           05 WRK-NASC-ANO    PIC 9(04).
           05 WRK-NASC-MES    PIC 9(02).
           05 WRK-NASC-DIA    PIC 9(02).

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY '============================================='.
           DISPLAY ' 1 - CONSULTAR SITUACAO'.
           DISPLAY ' 2 - ALTERAR SITUACAO (A/T/F)'.
           DISPLAY ' 3 - ALTERAR PROGRAMA DE ESTUDO'.
           DISPLAY ' 4 - INFORMAR CPF E DATA DE NASCIMENTO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-CONSULTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-ALTERAR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-ALTERAR-PROGRAMA THRU 6000-EXIT
              WHEN 4 PERFORM 7000-INFORMAR-PESSOA THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
              WHEN OTHER
                 DISPLAY 'SITUACAO: ATIVA'
           END-EVALUATE.
           IF SM-PROGRAMA = SPACES
              DISPLAY 'PROGRAMA: NAO INFORMADO'
           ELSE
              DISPLAY 'PROGRAMA: ' SM-PROGRAMA
           END-IF.
           IF SM-CPF = ZEROS
              DISPLAY 'CPF: NAO INFORMADO'
           ELSE
              MOVE SM-CPF TO WRK-CPF-NOVO
              PERFORM 7300-MASCARAR-CPF THRU 7300-EXIT
              DISPLAY 'CPF: ' WRK-CPF-MASK
           END-IF.
           IF SM-DATA-NASC = ZEROS
              DISPLAY 'NASCIMENTO: NAO INFORMADO'
           ELSE
              MOVE SM-DATA-NASC TO WRK-NASC-ED
              DISPLAY 'NASCIMENTO: ' WRK-NASC-ED
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-ALTERAR - Regrava a situacao de matricula do aluno:
      * A-ativa, T-trancada, F-transferida. A troca efetiva (situacao
      * nova diferente da anterior) e registrada em SITUACAO-LOG com
      * a data e a hora.
      *****************************************************************
       5000-ALTERAR.
           DISPLAY 'MATRICULA DO ALUNO: '.
              DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SM-STATUS-MATRICULA TO WRK-STATUS-ANT.
           IF WRK-STATUS-ANT = SPACE
              MOVE 'A' TO WRK-STATUS-ANT
           END-IF.
           MOVE WRK-STATUS-NOVO TO SM-STATUS-MATRICULA.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE STUDENT-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'SITUACAO GRAVADA: ' SM-STATUS-MATRICULA.
           IF WRK-STATUS-NOVO NOT = WRK-STATUS-ANT
              PERFORM 5100-REGISTRAR-TROCA THRU 5100-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-REGISTRAR-TROCA.
           MOVE SM-MATRICULA    TO SL-MATRICULA.
           ACCEPT SL-DATA FROM DATE YYYYMMDD.
           ACCEPT SL-HORA FROM TIME.
           MOVE WRK-STATUS-ANT  TO SL-SITUACAO-ANT.
           MOVE WRK-STATUS-NOVO TO SL-SITUACAO-NOVA.
           OPEN EXTEND SITUACAO-LOG.
           WRITE SITUACAO-LOG-REC.
           CLOSE SITUACAO-LOG.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR-PROGRAMA - Regrava o programa de estudo do aluno
      * (SM-PROGRAMA), base da auditoria curricular. Com a matriz
      * curricular disponivel, so aceita programa que tenha curso
      * cadastrado nela.
      *****************************************************************
       6000-ALTERAR-PROGRAMA.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                  GO TO 6000-EXIT
               NOT INVALID KEY
                  DISPLAY 'ALUNO: ' SM-NOME
                          ' PROGRAMA ATUAL: ' SM-PROGRAMA
           END-READ.
           DISPLAY 'NOVO PROGRAMA DE ESTUDO: '.
           ACCEPT WRK-PROGRAMA-NOVO FROM CONSOLE.
           IF WRK-PROGRAMA-NOVO = SPACES
              DISPLAY 'PROGRAMA EM BRANCO - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-CONFERIR-MATRIZ THRU 6100-EXIT.
           IF NOT PROGRAMA-NA-MATRIZ
              DISPLAY 'PROGRAMA SEM CURSO NA MATRIZ CURRICULAR: '
                      WRK-PROGRAMA-NOVO ' - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-PROGRAMA-NOVO TO SM-PROGRAMA.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE STUDENT-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'PROGRAMA GRAVADO: ' SM-PROGRAMA.
       6000-EXIT.
           EXIT.

       6100-CONFERIR-MATRIZ.
           MOVE 'N' TO WRK-PROGRAMA-OK.
           MOVE 'N' TO WRK-FIM-MATRIZ.
           OPEN INPUT MATRIZ-CURRICULAR.
           IF WRK-MC-STATUS NOT = '00'
              SET PROGRAMA-NA-MATRIZ TO TRUE
              GO TO 6100-EXIT
           END-IF.
           PERFORM 6110-LER-MATRIZ THRU 6110-EXIT
              UNTIL FIM-MATRIZ OR PROGRAMA-NA-MATRIZ.
           CLOSE MATRIZ-CURRICULAR.
       6100-EXIT.
           EXIT.

       6110-LER-MATRIZ.
           READ MATRIZ-CURRICULAR
               AT END
                  SET FIM-MATRIZ TO TRUE
                  GO TO 6110-EXIT
           END-READ.
           IF MC-PROGRAMA = WRK-PROGRAMA-NOVO
              SET PROGRAMA-NA-MATRIZ TO TRUE
           END-IF.
       6110-EXIT.
           EXIT.

      *****************************************************************
      * 7000-INFORMAR-PESSOA - Grava o CPF e a data de nascimento do
      * aluno, com a mesma conferencia da carga de matriculas: CPF
      * com digito valido (VALIDA-CPF), nao registrado em CPF-MASTER
      * sob outro nome e nao usado por outro aluno; nascimento
      * possivel e nenhum outro aluno com o mesmo nome e nascimento.
      * A duplicidade mostra a outra matricula e nada e gravado: a
      * secretaria unifica os registros em vez de manter dois.
      *****************************************************************
       7000-INFORMAR-PESSOA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                  GO TO 7000-EXIT
               NOT INVALID KEY
                  DISPLAY 'ALUNO: ' SM-NOME
           END-READ.
           MOVE SM-NOME TO WRK-NOME-ALUNO.
           MOVE 'CPF DO ALUNO (11 DIGITOS): ' TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'S' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           IF VE-TAMANHO NOT = 11
              DISPLAY 'CPF INVALIDO - INFORME 11 DIGITOS'
              GO TO 7000-EXIT
           END-IF.
           MOVE VE-VALOR(1:11) TO WRK-CPF-NOVO.
           MOVE 'DATA DE NASCIMENTO (AAAAMMDD): ' TO VE-PROMPT.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           IF VE-TAMANHO NOT = 8
              DISPLAY 'DATA INVALIDA - INFORME 8 DIGITOS'
              GO TO 7000-EXIT
           END-IF.
           MOVE VE-VALOR(1:8) TO WRK-NASC-NOVO.
           PERFORM 7100-CONFERIR-PESSOA THRU 7100-EXIT.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                  GO TO 7000-EXIT
           END-READ.
           IF NOT PESSOA-CONFERIDA
              DISPLAY 'NADA ALTERADO'
              GO TO 7000-EXIT
           END-IF.
           MOVE WRK-CPF-NOVO  TO SM-CPF.
           MOVE WRK-NASC-NOVO TO SM-DATA-NASC.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE STUDENT-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           PERFORM 7300-MASCARAR-CPF THRU 7300-EXIT.
           MOVE SM-DATA-NASC TO WRK-NASC-ED.
           DISPLAY 'CPF ' WRK-CPF-MASK ' E NASCIMENTO ' WRK-NASC-ED
                   ' GRAVADOS'.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7100-CONFERIR-PESSOA - Conferencia do CPF e do nascimento
      * informados (ver 7000). As leituras pelas chaves alternativas
      * usam a area do registro; o aluno e relido por quem chama.
      *****************************************************************
       7100-CONFERIR-PESSOA.
           MOVE 'S' TO WRK-PESSOA-OK.
           MOVE WRK-CPF-NOVO TO VC-CPF.
           CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK.
           IF NOT VC-CPF-VALIDO
              MOVE 'N' TO WRK-PESSOA-OK
              DISPLAY 'CPF INVALIDO (DIGITO VERIFICADOR)'
              GO TO 7100-EXIT
           END-IF.
           IF WRK-NASC-ANO < 1900
              OR WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
              OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
              OR WRK-NASC-NOVO > WRK-DATA-HOJE
              MOVE 'N' TO WRK-PESSOA-OK
              DISPLAY 'DATA DE NASCIMENTO INVALIDA: ' WRK-NASC-NOVO
              GO TO 7100-EXIT
           END-IF.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS = '00'
              MOVE WRK-CPF-NOVO TO CM-CPF
              READ CPF-MASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CM-NOME NOT = WRK-NOME-ALUNO
                        MOVE 'N' TO WRK-PESSOA-OK
                        DISPLAY 'CPF REGISTRADO EM CPF-MASTER EM NOME '
                                'DE ' CM-NOME
                     END-IF
              END-READ
              CLOSE CPF-MASTER
           END-IF.
           IF NOT PESSOA-CONFERIDA
              GO TO 7100-EXIT
           END-IF.
           MOVE WRK-CPF-NOVO TO SM-CPF.
           READ STUDENT-MASTER KEY IS SM-CPF
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF SM-MATRICULA NOT = WRK-MATRICULA
                     MOVE 'N' TO WRK-PESSOA-OK
                     DISPLAY 'CPF JA CADASTRADO NO ALUNO '
                             SM-MATRICULA ' ' SM-NOME
                     GO TO 7100-EXIT
                  END-IF
           END-READ.
           MOVE 'N' TO WRK-FIM-NOME.
           MOVE WRK-NOME-ALUNO TO SM-NOME.
           START STUDENT-MASTER KEY IS EQUAL TO SM-NOME
               INVALID KEY SET FIM-NOME TO TRUE
           END-START.
           PERFORM 7200-LER-MESMO-NOME THRU 7200-EXIT
              UNTIL FIM-NOME OR NOT PESSOA-CONFERIDA.
       7100-EXIT.
           EXIT.

       7200-LER-MESMO-NOME.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-NOME TO TRUE
                  GO TO 7200-EXIT
           END-READ.
           IF SM-NOME NOT = WRK-NOME-ALUNO
              SET FIM-NOME TO TRUE
              GO TO 7200-EXIT
           END-IF.
           IF SM-DATA-NASC = WRK-NASC-NOVO
              AND SM-MATRICULA NOT = WRK-MATRICULA
              MOVE 'N' TO WRK-PESSOA-OK
              DISPLAY 'MESMO NOME E NASCIMENTO DO ALUNO '
                      SM-MATRICULA
           END-IF.
       7200-EXIT.
           EXIT.

      *****************************************************************
      * 7300-MASCARAR-CPF - CPF de WRK-CPF-NOVO na mascara reduzida de
      * MASCARACPF, com so o nono digito e os verificadores visiveis.
      *****************************************************************
       7300-MASCARAR-CPF.
           MOVE SPACES TO WRK-CPF-MASK.
           STRING '***.***.**' DELIMITED BY SIZE
                  WRK-CPF-DIG9  DELIMITED BY SIZE
                  '/'           DELIMITED BY SIZE
                  WRK-CPF-DV    DELIMITED BY SIZE
                  INTO WRK-CPF-MASK.
       7300-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE SM-MATRICULA TO GJ-CHAVE.
           MOVE STUDENT-MASTER-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ STUDENT-MASTER KEY IS SM-MATRICULA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE STUDENT-MASTER-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO STUDENT-MASTER-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'STUDENT-MASTER' TO GJ-ARQUIVO.
           MOVE 'MANTER-ALUNO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 206 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE SM-MATRICULA TO GJ-CHAVE
              MOVE STUDENT-MASTER-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-ALUNO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
