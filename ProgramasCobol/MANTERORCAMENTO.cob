       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-ORCAMENTO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Manutencao do orcamento de quadro e de custo da
      *           folha (ORCAMENTO-FOLHA, Copybooks/ORCAMENT.cpy), no
      *           mesmo molde de console de MANTER-CARGO: listar o
      *           orcamento de um ano, incluir, alterar e excluir a
      *           linha de um cargo num campus, com as posicoes
      *           orcadas e o custo mensal orcado. O cargo precisa
      *           estar em CARGO-MASTER e o campus na tabela de
      *           INSTCFG; o confronto com o realizado e feito todo
      *           mes por ORCADO-REALIZADO.
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
           SELECT ORCAMENTO-FOLHA ASSIGN TO "ORCAMENTO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WRK-OR-STATUS.
           SELECT CARGO-MASTER ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WRK-CG-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FOLHA.
           COPY ORCAMENT.

       FD  CARGO-MASTER.
           COPY CARGMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-OR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-CG-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-ORC        PIC X(01)      VALUE 'N'.
           88 FIM-ORC                        VALUE 'S'.
       77  WRK-TEM-CARGOS     PIC X(01)      VALUE 'N'.
           88 TEM-CARGOS                     VALUE 'S'.
       77  WRK-CHAVE-OK       PIC X(01)      VALUE 'N'.
           88 CHAVE-OK                       VALUE 'S'.
       77  WRK-IDX-CAMPUS     PIC 9(01) COMP VALUE ZERO.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-ANO            PIC 9(04)      VALUE ZEROS.
       77  WRK-CAMPUS         PIC X(02)      VALUE SPACES.
       77  WRK-CARGO          PIC X(04)      VALUE SPACES.
       77  WRK-DESCRICAO      PIC X(20)      VALUE SPACES.
       77  WRK-QTD-TXT        PIC X(04)      VALUE SPACES.
       77  WRK-VALOR-TXT      PIC X(12)      VALUE SPACES.
       77  WRK-VALOR-INT      PIC 9(09)      VALUE ZEROS.
       77  WRK-VALOR-DEC      PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZZ9       VALUE ZEROS.
       77  WRK-CUSTO-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-QTD        PIC 9(06)      VALUE ZEROS.
       77  WRK-TOT-CUSTO      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-QTD-ED     PIC ZZZZZ9     VALUE ZEROS.
       77  WRK-TOT-CUSTO-ED   PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           PERFORM 1000-ABRIR-TABELA THRU 1000-EXIT.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE ORCAMENTO-FOLHA.
           IF TEM-CARGOS
              CLOSE CARGO-MASTER
           END-IF.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-TABELA - Abre o orcamento em I-O, criando-o vazio
      * na primeira manutencao, e a tabela de cargos para consulta;
      * sem CARGO-MASTER o cargo nao e conferido.
      *****************************************************************
       1000-ABRIR-TABELA.
           OPEN I-O ORCAMENTO-FOLHA.
           IF WRK-OR-STATUS = '35'
              OPEN OUTPUT ORCAMENTO-FOLHA
              CLOSE ORCAMENTO-FOLHA
              OPEN I-O ORCAMENTO-FOLHA
           END-IF.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS = '00'
              SET TEM-CARGOS TO TRUE
           ELSE
              DISPLAY 'CARGO-MASTER AUSENTE - CARGO NAO CONFERIDO'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DO ORCAMENTO DA FOLHA'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR ORCAMENTO DO ANO'.
           DISPLAY ' 2 - INCLUIR LINHA (ANO/CAMPUS/CARGO)'.
           DISPLAY ' 3 - ALTERAR LINHA'.
           DISPLAY ' 4 - EXCLUIR LINHA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-ALTERAR THRU 6000-EXIT
              WHEN 4 PERFORM 7000-EXCLUIR THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Pede o ano e varre o orcamento pela chave a
      * partir dele, exibindo cada linha (campus, cargo, posicoes e
      * custo mensal) e o total do ano.
      *****************************************************************
       4000-LISTAR.
           DISPLAY 'ANO DO ORCAMENTO (AAAA): '.
           ACCEPT WRK-ANO FROM CONSOLE.
           IF WRK-ANO IS NOT NUMERIC OR WRK-ANO = ZEROS
              DISPLAY 'ANO INVALIDO'
              GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ORC.
           MOVE ZEROS TO WRK-QTD-LISTADOS WRK-TOT-QTD WRK-TOT-CUSTO.
           MOVE WRK-ANO TO OR-ANO.
           MOVE LOW-VALUES TO OR-CAMPUS OR-CARGO.
           START ORCAMENTO-FOLHA KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY SET FIM-ORC TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-ORC
              PERFORM 4200-EXIBIR-LINHA THRU 4200-EXIT
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM ORCAMENTO CADASTRADO PARA ' WRK-ANO
           ELSE
              MOVE WRK-TOT-QTD   TO WRK-TOT-QTD-ED
              MOVE WRK-TOT-CUSTO TO WRK-TOT-CUSTO-ED
              DISPLAY 'TOTAL DE ' WRK-ANO ': ' WRK-TOT-QTD-ED
                      ' POSICOES  CUSTO MENSAL ' WRK-TOT-CUSTO-ED
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ ORCAMENTO-FOLHA NEXT RECORD
               AT END SET FIM-ORC TO TRUE
           END-READ.
           IF NOT FIM-ORC AND OR-ANO NOT = WRK-ANO
              SET FIM-ORC TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-LINHA.
           MOVE OR-CARGO TO WRK-CARGO.
           PERFORM 8100-DESCRICAO-CARGO THRU 8100-EXIT.
           MOVE OR-QTD-ORCADA   TO WRK-QTD-ED.
           MOVE OR-CUSTO-MENSAL TO WRK-CUSTO-ED.
           DISPLAY OR-CAMPUS ' ' OR-CARGO ' ' WRK-DESCRICAO ' '
                   WRK-QTD-ED ' POSICOES  CUSTO MENSAL '
                   WRK-CUSTO-ED.
           ADD 1               TO WRK-QTD-LISTADOS.
           ADD OR-QTD-ORCADA   TO WRK-TOT-QTD.
           ADD OR-CUSTO-MENSAL TO WRK-TOT-CUSTO.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede a chave (ano, campus e cargo, conferidos
      * em 8000), as posicoes e o custo mensal; a duplicata e
      * recusada pelo proprio WRITE com INVALID KEY.
      *****************************************************************
       5000-INCLUIR.
           PERFORM 8000-CAPTURAR-CHAVE THRU 8000-EXIT.
           IF NOT CHAVE-OK
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CAPTURAR-DADOS THRU 5100-EXIT.
           WRITE ORCAMENTO-FOLHA-REC
               INVALID KEY
                  DISPLAY 'LINHA JA CADASTRADA: ' WRK-ANO ' '
                          WRK-CAMPUS ' ' WRK-CARGO
               NOT INVALID KEY
                  DISPLAY 'LINHA INCLUIDA: ' WRK-ANO ' '
                          WRK-CAMPUS ' ' WRK-CARGO
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CAPTURAR-DADOS - Posicoes orcadas e custo mensal orcado
      * (IIIIIIIII,DD), comum a inclusao e a alteracao.
      *****************************************************************
       5100-CAPTURAR-DADOS.
           DISPLAY 'POSICOES ORCADAS (QUADRO): '.
           MOVE SPACES TO WRK-QTD-TXT.
           ACCEPT WRK-QTD-TXT FROM CONSOLE.
           MOVE ZEROS TO OR-QTD-ORCADA.
           UNSTRING WRK-QTD-TXT DELIMITED BY SPACE
               INTO OR-QTD-ORCADA.
           DISPLAY 'CUSTO MENSAL ORCADO (IIIIIIIII,DD): '.
           ACCEPT WRK-VALOR-TXT FROM CONSOLE.
           MOVE ZEROS TO WRK-VALOR-INT WRK-VALOR-DEC.
           UNSTRING WRK-VALOR-TXT DELIMITED BY ','
               INTO WRK-VALOR-INT WRK-VALOR-DEC.
           COMPUTE OR-CUSTO-MENSAL =
               WRK-VALOR-INT + (WRK-VALOR-DEC / 100).
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           MOVE WRK-DATA-EXEC TO OR-DATA-ATUALIZACAO.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR - Localiza a linha pela chave e recaptura as
      * posicoes e o custo, regravando o mesmo registro.
      *****************************************************************
       6000-ALTERAR.
           PERFORM 8000-CAPTURAR-CHAVE THRU 8000-EXIT.
           IF NOT CHAVE-OK
              DISPLAY 'NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           READ ORCAMENTO-FOLHA
               INVALID KEY
                  DISPLAY 'LINHA NAO CADASTRADA: ' WRK-ANO ' '
                          WRK-CAMPUS ' ' WRK-CARGO
                  GO TO 6000-EXIT
           END-READ.
           MOVE OR-QTD-ORCADA   TO WRK-QTD-ED.
           MOVE OR-CUSTO-MENSAL TO WRK-CUSTO-ED.
           DISPLAY 'ORCADO ATUAL: ' WRK-QTD-ED ' POSICOES  CUSTO '
                   'MENSAL ' WRK-CUSTO-ED.
           PERFORM 5100-CAPTURAR-DADOS THRU 5100-EXIT.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE ORCAMENTO-FOLHA-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'LINHA ALTERADA: ' WRK-ANO ' ' WRK-CAMPUS ' '
                   WRK-CARGO.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-EXCLUIR - Pede a chave da linha a retirar e apaga o
      * registro direto pela chave.
      *****************************************************************
       7000-EXCLUIR.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT WRK-ANO FROM CONSOLE.
           DISPLAY 'CAMPUS: '.
           ACCEPT WRK-CAMPUS FROM CONSOLE.
           DISPLAY 'CARGO: '.
           ACCEPT WRK-CARGO FROM CONSOLE.
           MOVE WRK-ANO    TO OR-ANO.
           MOVE WRK-CAMPUS TO OR-CAMPUS.
           MOVE WRK-CARGO  TO OR-CARGO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           DELETE ORCAMENTO-FOLHA RECORD
               INVALID KEY
                  DISPLAY 'LINHA NAO CADASTRADA: ' WRK-ANO ' '
                          WRK-CAMPUS ' ' WRK-CARGO
               NOT INVALID KEY
                  DISPLAY 'LINHA EXCLUIDA: ' WRK-ANO ' ' WRK-CAMPUS
                          ' ' WRK-CARGO
                  SET GJ-EXCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-DELETE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-CAPTURAR-CHAVE - Ano, campus (da tabela de INSTCFG) e
      * cargo (de CARGO-MASTER, quando a tabela existe); qualquer
      * um invalido deixa a chave recusada.
      *****************************************************************
       8000-CAPTURAR-CHAVE.
           MOVE 'N' TO WRK-CHAVE-OK.
           DISPLAY 'ANO (AAAA): '.
           ACCEPT WRK-ANO FROM CONSOLE.
           IF WRK-ANO IS NOT NUMERIC OR WRK-ANO = ZEROS
              DISPLAY 'ANO INVALIDO'
              GO TO 8000-EXIT
           END-IF.
           DISPLAY 'CAMPUS: '.
           ACCEPT WRK-CAMPUS FROM CONSOLE.
           MOVE SPACES TO WRK-DESCRICAO.
           PERFORM 8010-PROCURAR-CAMPUS THRU 8010-EXIT
              VARYING WRK-IDX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IDX-CAMPUS > 2.
           IF WRK-DESCRICAO = SPACES
              DISPLAY 'CAMPUS NAO CADASTRADO: ' WRK-CAMPUS
              GO TO 8000-EXIT
           END-IF.
           DISPLAY 'CARGO: '.
           ACCEPT WRK-CARGO FROM CONSOLE.
           IF WRK-CARGO = SPACES
              DISPLAY 'CARGO EM BRANCO'
              GO TO 8000-EXIT
           END-IF.
           PERFORM 8100-DESCRICAO-CARGO THRU 8100-EXIT.
           IF WRK-DESCRICAO = 'NAO CADASTRADO'
              DISPLAY 'CARGO NAO CADASTRADO: ' WRK-CARGO
              GO TO 8000-EXIT
           END-IF.
           DISPLAY 'CARGO ' WRK-CARGO ' - ' WRK-DESCRICAO.
           MOVE WRK-ANO    TO OR-ANO.
           MOVE WRK-CAMPUS TO OR-CAMPUS.
           MOVE WRK-CARGO  TO OR-CARGO.
           SET CHAVE-OK TO TRUE.
       8000-EXIT.
           EXIT.

       8010-PROCURAR-CAMPUS.
           IF INST-CAMPUS-CODIGO(WRK-IDX-CAMPUS) = WRK-CAMPUS
              MOVE INST-CAMPUS-NOME(WRK-IDX-CAMPUS) TO WRK-DESCRICAO
           END-IF.
       8010-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DESCRICAO-CARGO - Descricao do cargo em CARGO-MASTER;
      * sem a tabela o cargo e aceito sem descricao.
      *****************************************************************
       8100-DESCRICAO-CARGO.
           MOVE SPACES TO WRK-DESCRICAO.
           IF NOT TEM-CARGOS
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-CARGO TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  MOVE 'NAO CADASTRADO' TO WRK-DESCRICAO
               NOT INVALID KEY
                  MOVE CG-DESCRICAO TO WRK-DESCRICAO
           END-READ.
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
           MOVE OR-CHAVE TO GJ-CHAVE.
           MOVE ORCAMENTO-FOLHA-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ ORCAMENTO-FOLHA KEY IS OR-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE ORCAMENTO-FOLHA-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO ORCAMENTO-FOLHA-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'ORCAMENTO-FOLHA' TO GJ-ARQUIVO.
           MOVE 'MANTER-ORCAMENTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 33 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE OR-CHAVE TO GJ-CHAVE
              MOVE ORCAMENTO-FOLHA-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-ORCAMENTO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
