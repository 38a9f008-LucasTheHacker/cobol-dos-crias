       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-REFERENCIA.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro mestre de referencias/contas
      *           (REFERENCIA-MASTER, Copybooks/REFMSTR.cpy), no mesmo
      *           molde de console de MANTER-CARGO: listar, incluir,
      *           trocar o titular, trocar o campus e mudar a
      *           situacao (aberta, bloqueada, encerrada) de uma
      *           referencia. O CPF do titular passa pelo digito
      *           verificador (VALIDA-CPF) e precisa estar em
      *           CPF-MASTER e nao revogado. Referencia nao e excluida:
      *           a encerrada fica no cadastro, com o historico do
      *           jornal, e nao volta a abrir. PROGCOB05 so lanca
      *           transacao em referencia aberta.
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
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-RF-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REFERENCIA-MASTER.
           COPY REFMSTR.

       FD  CPF-MASTER.
           COPY CPFMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY VALIDCPF.
       77  WRK-RF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-CM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-REF        PIC X(01)      VALUE 'N'.
           88 FIM-REF                        VALUE 'S'.
       77  WRK-TEM-CPFS       PIC X(01)      VALUE 'N'.
           88 TEM-CPFS                       VALUE 'S'.
       77  WRK-CPF-OK         PIC X(01)      VALUE 'N'.
           88 CPF-CONFERIDO                  VALUE 'S'.
       77  WRK-CAMPUS-OK      PIC X(01)      VALUE 'N'.
           88 CAMPUS-CONFERIDO               VALUE 'S'.
       77  WRK-IDX-CAMPUS     PIC 9(01) COMP VALUE ZERO.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-REF            PIC X(10)      VALUE SPACES.
       77  WRK-CPF            PIC 9(11)      VALUE ZEROS.
       77  WRK-CAMPUS         PIC X(02)      VALUE SPACES.
       77  WRK-SITUACAO       PIC X(01)      VALUE SPACE.
       77  WRK-TITULAR        PIC X(20)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.

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
           CLOSE REFERENCIA-MASTER.
           IF TEM-CPFS
              CLOSE CPF-MASTER
           END-IF.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao, e CPF-MASTER para
      * consulta; sem CPF-MASTER nenhum titular e aceito.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O REFERENCIA-MASTER.
           IF WRK-RF-STATUS = '35'
              OPEN OUTPUT REFERENCIA-MASTER
              CLOSE REFERENCIA-MASTER
              OPEN I-O REFERENCIA-MASTER
           END-IF.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS = '00'
              SET TEM-CPFS TO TRUE
           ELSE
              DISPLAY 'CPF-MASTER AUSENTE - TITULAR NAO PODE SER '
                      'INFORMADO'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DO CADASTRO DE REFERENCIAS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR REFERENCIAS'.
           DISPLAY ' 2 - INCLUIR REFERENCIA'.
           DISPLAY ' 3 - TROCAR TITULAR'.
           DISPLAY ' 4 - TROCAR CAMPUS'.
           DISPLAY ' 5 - ABRIR/BLOQUEAR/ENCERRAR'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-TROCAR-TITULAR THRU 6000-EXIT
              WHEN 4 PERFORM 6500-TROCAR-CAMPUS THRU 6500-EXIT
              WHEN 5 PERFORM 7000-MANTER-SITUACAO THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Varre o cadastro pela chave, do comeco ao fim,
      * exibindo cada referencia com o nome do titular (o CPF nao e
      * exibido, como nas demais telas de CPF da suite).
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-REF.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO RF-REFERENCIA.
           START REFERENCIA-MASTER KEY IS NOT LESS THAN RF-REFERENCIA
               INVALID KEY SET FIM-REF TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-REF
              MOVE RF-CPF TO WRK-CPF
              PERFORM 8100-NOME-TITULAR THRU 8100-EXIT
              DISPLAY RF-REFERENCIA ' ' WRK-TITULAR ' CAMPUS: '
                      RF-CAMPUS ' SITUACAO: ' RF-SITUACAO
                      ' ABERTURA: ' RF-DATA-ABERTURA
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA REFERENCIA CADASTRADA'
           ELSE
              DISPLAY 'REFERENCIAS CADASTRADAS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ REFERENCIA-MASTER NEXT RECORD
               AT END SET FIM-REF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede a referencia nova, o CPF do titular
      * (conferido em 8000) e o campus (conferido em 8200); a
      * referencia nasce aberta, com a data de hoje. A duplicata e
      * recusada pelo proprio WRITE com INVALID KEY.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'REFERENCIA A INCLUIR (10 POSICOES): '.
           ACCEPT WRK-REF FROM CONSOLE.
           IF WRK-REF = SPACES
              DISPLAY 'REFERENCIA EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8000-CONFERIR-CPF THRU 8000-EXIT.
           IF NOT CPF-CONFERIDO
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8200-CONFERIR-CAMPUS THRU 8200-EXIT.
           IF NOT CAMPUS-CONFERIDO
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-REF       TO RF-REFERENCIA.
           MOVE WRK-CPF       TO RF-CPF.
           MOVE WRK-DATA-HOJE TO RF-DATA-ABERTURA.
           MOVE 'A'           TO RF-SITUACAO.
           MOVE WRK-CAMPUS    TO RF-CAMPUS.
           MOVE WRK-DATA-HOJE TO RF-DATA-SITUACAO.
           WRITE REFERENCIA-MASTER-REC
               INVALID KEY
                  DISPLAY 'REFERENCIA JA CADASTRADA: ' WRK-REF
               NOT INVALID KEY
                  DISPLAY 'REFERENCIA INCLUIDA: ' WRK-REF
                          ' TITULAR: ' WRK-TITULAR
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-TROCAR-TITULAR - Troca o CPF do titular de uma referencia
      * nao encerrada, com o mesmo conferimento da inclusao.
      *****************************************************************
       6000-TROCAR-TITULAR.
           PERFORM 7100-LER-REFERENCIA THRU 7100-EXIT.
           IF WRK-RF-STATUS NOT = '00'
              GO TO 6000-EXIT
           END-IF.
           IF RF-ENCERRADA
              DISPLAY 'REFERENCIA ENCERRADA - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           PERFORM 8000-CONFERIR-CPF THRU 8000-EXIT.
           IF NOT CPF-CONFERIDO
              DISPLAY 'NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-CPF TO RF-CPF.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE REFERENCIA-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'TITULAR GRAVADO: ' WRK-TITULAR.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6500-TROCAR-CAMPUS - Troca o campus de uma referencia nao
      * encerrada.
      *****************************************************************
       6500-TROCAR-CAMPUS.
           PERFORM 7100-LER-REFERENCIA THRU 7100-EXIT.
           IF WRK-RF-STATUS NOT = '00'
              GO TO 6500-EXIT
           END-IF.
           IF RF-ENCERRADA
              DISPLAY 'REFERENCIA ENCERRADA - NADA ALTERADO'
              GO TO 6500-EXIT
           END-IF.
           PERFORM 8200-CONFERIR-CAMPUS THRU 8200-EXIT.
           IF NOT CAMPUS-CONFERIDO
              DISPLAY 'NADA ALTERADO'
              GO TO 6500-EXIT
           END-IF.
           MOVE WRK-CAMPUS TO RF-CAMPUS.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE REFERENCIA-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'CAMPUS GRAVADO: ' RF-CAMPUS.
       6500-EXIT.
           EXIT.

      *****************************************************************
      * 7000-MANTER-SITUACAO - Abre ('A'), bloqueia ('B') ou encerra
      * ('E') uma referencia, sem apagar o registro; a encerrada nao
      * volta a abrir. A data da mudanca fica em RF-DATA-SITUACAO.
      *****************************************************************
       7000-MANTER-SITUACAO.
           PERFORM 7100-LER-REFERENCIA THRU 7100-EXIT.
           IF WRK-RF-STATUS NOT = '00'
              GO TO 7000-EXIT
           END-IF.
           IF RF-ENCERRADA
              DISPLAY 'REFERENCIA ENCERRADA - NAO REABRE'
              GO TO 7000-EXIT
           END-IF.
           DISPLAY 'NOVA SITUACAO (A-ABERTA  B-BLOQUEADA  '
                   'E-ENCERRADA): '.
           ACCEPT WRK-SITUACAO FROM CONSOLE.
           IF WRK-SITUACAO NOT = 'A' AND WRK-SITUACAO NOT = 'B'
              AND WRK-SITUACAO NOT = 'E'
              DISPLAY 'SITUACAO INVALIDA - NADA ALTERADO'
              GO TO 7000-EXIT
           END-IF.
           MOVE WRK-SITUACAO  TO RF-SITUACAO.
           MOVE WRK-DATA-HOJE TO RF-DATA-SITUACAO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE REFERENCIA-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'SITUACAO GRAVADA: ' RF-SITUACAO.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 7100-LER-REFERENCIA - Pede a referencia e a le pela chave,
      * exibindo o registro atual; WRK-RF-STATUS diferente de '00'
      * quando nao cadastrada.
      *****************************************************************
       7100-LER-REFERENCIA.
           DISPLAY 'REFERENCIA: '.
           ACCEPT WRK-REF FROM CONSOLE.
           MOVE WRK-REF TO RF-REFERENCIA.
           READ REFERENCIA-MASTER
               INVALID KEY
                  DISPLAY 'REFERENCIA NAO CADASTRADA: ' WRK-REF
                  GO TO 7100-EXIT
           END-READ.
           MOVE RF-CPF TO WRK-CPF.
           PERFORM 8100-NOME-TITULAR THRU 8100-EXIT.
           DISPLAY 'REFERENCIA: ' RF-REFERENCIA ' TITULAR: '
                   WRK-TITULAR ' CAMPUS: ' RF-CAMPUS
                   ' SITUACAO: ' RF-SITUACAO.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 8000-CONFERIR-CPF - Pede o CPF do titular sem eco, confere o
      * digito verificador pela rotina comum VALIDA-CPF e exige o CPF
      * cadastrado em CPF-MASTER e nao revogado.
      *****************************************************************
       8000-CONFERIR-CPF.
           MOVE 'N' TO WRK-CPF-OK.
           IF NOT TEM-CPFS
              DISPLAY 'CPF-MASTER AUSENTE - CADASTRE O CPF ANTES'
              GO TO 8000-EXIT
           END-IF.
           MOVE 'Digite o CPF do titular (11 digitos): '
             TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'S' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE VE-VALOR(1:VE-TAMANHO) TO WRK-CPF.
           MOVE WRK-CPF TO VC-CPF.
           CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK.
           IF NOT VC-CPF-VALIDO
              DISPLAY 'CPF INVALIDO - DIGITO NAO CONFERE'
              GO TO 8000-EXIT
           END-IF.
           MOVE WRK-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  DISPLAY 'CPF NAO CADASTRADO EM CPF-MASTER'
                  GO TO 8000-EXIT
           END-READ.
           IF CM-REVOGADO
              DISPLAY 'CPF INATIVO/REVOGADO EM CPF-MASTER'
              GO TO 8000-EXIT
           END-IF.
           MOVE CM-NOME TO WRK-TITULAR.
           DISPLAY 'TITULAR: ' WRK-TITULAR.
           SET CPF-CONFERIDO TO TRUE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-NOME-TITULAR - Nome do titular de WRK-CPF em CPF-MASTER,
      * para exibicao.
      *****************************************************************
       8100-NOME-TITULAR.
           MOVE 'NAO CADASTRADO' TO WRK-TITULAR.
           IF NOT TEM-CPFS
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  GO TO 8100-EXIT
           END-READ.
           MOVE CM-NOME TO WRK-TITULAR.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8200-CONFERIR-CAMPUS - Pede o campus e o confere contra a
      * tabela de campi de INSTCFG.
      *****************************************************************
       8200-CONFERIR-CAMPUS.
           MOVE 'N' TO WRK-CAMPUS-OK.
           DISPLAY 'CAMPUS: '.
           ACCEPT WRK-CAMPUS FROM CONSOLE.
           PERFORM 8210-PROCURAR-CAMPUS THRU 8210-EXIT
              VARYING WRK-IDX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IDX-CAMPUS > 2.
           IF NOT CAMPUS-CONFERIDO
              DISPLAY 'CAMPUS NAO CADASTRADO: ' WRK-CAMPUS
           END-IF.
       8200-EXIT.
           EXIT.

       8210-PROCURAR-CAMPUS.
           IF INST-CAMPUS-CODIGO(WRK-IDX-CAMPUS) = WRK-CAMPUS
              SET CAMPUS-CONFERIDO TO TRUE
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
           MOVE RF-REFERENCIA TO GJ-CHAVE.
           MOVE REFERENCIA-MASTER-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ REFERENCIA-MASTER KEY IS RF-REFERENCIA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE REFERENCIA-MASTER-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO REFERENCIA-MASTER-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'REFERENCIA-MASTER' TO GJ-ARQUIVO.
           MOVE 'MANTER-REFERENCIA' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 40 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE RF-REFERENCIA TO GJ-CHAVE
              MOVE REFERENCIA-MASTER-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-REFERENCIA-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
