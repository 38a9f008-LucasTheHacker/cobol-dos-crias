      *                    o controle de capacidade da carga de
      *                    matriculas; zero significa curso sem
      *                    controle de vagas.
      * 15/10/2026 Tutu - Mensalidade do curso (CUR-MENSALIDADE)
      *                    capturada na inclusao e na alteracao, no
      *                    formato IIIII,DD de MANTER-CARGO, e
      *                    mostrada na listagem, para o faturamento
      *                    de mensalidades; zero significa curso sem
      *                    cobranca.
      * 15/10/2026 Tutu - Instrutor responsavel capturado como o ID
      *                    do empregado (EM-ID) e conferido contra
      *                    EMP-MASTER: ID fora do cadastro ou de
      *                    empregado inativo e recusado e pedido de
      *                    novo (branco = curso sem instrutor). A
      *                    listagem mostra o ID e o nome do cadastro.
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador recebido pela nova entrada -CTX do
      *                    menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  EMP-MASTER.
           COPY EMPMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-CODIGO         PIC X(08)      VALUE SPACES.
       77  WRK-CARGA-TXT      PIC X(04)      VALUE SPACES.
       77  WRK-CAPAC-TXT      PIC X(04)      VALUE SPACES.
       77  WRK-VALOR-TXT      PIC X(08)      VALUE SPACES.
       77  WRK-VALOR-INT      PIC 9(05)      VALUE ZEROS.
       77  WRK-VALOR-DEC      PIC 9(02)      VALUE ZEROS.
       77  WRK-MENSAL-ED      PIC ZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-TEM-EMP-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       77  WRK-INSTRUTOR-OK   PIC X(01)      VALUE 'N'.
           88 INSTRUTOR-VALIDO               VALUE 'S'.
       77  WRK-NOME-INSTRUTOR PIC X(20)      VALUE SPACES.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE CURSO-MASTER.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao, como fazem os demais
      * programas donos de arquivo indexado. EMP-MASTER e aberto so
      * para consulta do instrutor; ausente, nenhum ID e aceito.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O CURSO-MASTER.
              CLOSE CURSO-MASTER
              OPEN I-O CURSO-MASTER
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           ELSE
              DISPLAY 'EMP-MASTER AUSENTE - INSTRUTOR NAO PODE SER '
                      'CONFERIDO'
           END-IF.
       1000-EXIT.
           EXIT.

           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-CURSO
              MOVE CUR-MENSALIDADE TO WRK-MENSAL-ED
              PERFORM 4200-RESOLVER-INSTRUTOR THRU 4200-EXIT
              DISPLAY CUR-CODIGO ' ' CUR-NOME ' CH: ' CUR-CARGA-HORARIA
                      ' VAGAS: ' CUR-CAPACIDADE
                      ' INSTRUTOR: ' CUR-INSTRUTOR ' '
                      WRK-NOME-INSTRUTOR
              DISPLAY '         MENSALIDADE: ' WRK-MENSAL-ED
              IF CUR-PRE-REQ1 NOT = SPACES
                 DISPLAY '         PRE-REQUISITOS: ' CUR-PRE-REQ1 ' '
                         CUR-PRE-REQ2
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-RESOLVER-INSTRUTOR - Nome do instrutor do curso corrente
      * no cadastro de empregados, para a listagem.
      *****************************************************************
       4200-RESOLVER-INSTRUTOR.
           MOVE SPACES TO WRK-NOME-INSTRUTOR.
           IF CUR-INSTRUTOR = SPACES OR NOT TEM-EMP-MASTER
              GO TO 4200-EXIT
           END-IF.
           MOVE CUR-INSTRUTOR TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  MOVE '(FORA DO CADASTRO)' TO WRK-NOME-INSTRUTOR
               NOT INVALID KEY
                  MOVE EM-NOME TO WRK-NOME-INSTRUTOR
           END-READ.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede os dados do curso novo e grava; a
      * duplicata e recusada pelo proprio WRITE com INVALID KEY. A
                  DISPLAY 'CODIGO JA CADASTRADO: ' WRK-CODIGO
               NOT INVALID KEY
                  DISPLAY 'CURSO INCLUIDO: ' WRK-CODIGO
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CAPTURAR-DADOS - Captura do console os dados nao chave do
      * curso (nome, carga horaria, instrutor, pre-requisitos,
      * capacidade e mensalidade),
      * comum a inclusao e a alteracao.
      *****************************************************************
       5100-CAPTURAR-DADOS.
              DISPLAY 'CARGA HORARIA NAO NUMERICA - GRAVADA ZERADA'
              MOVE ZEROS TO CUR-CARGA-HORARIA
           END-IF.
           MOVE 'N' TO WRK-INSTRUTOR-OK.
           PERFORM 5110-CAPTURAR-INSTRUTOR THRU 5110-EXIT
              UNTIL INSTRUTOR-VALIDO.
           DISPLAY 'CURSO PRE-REQUISITO 1 (BRANCO = NENHUM): '.
           ACCEPT CUR-PRE-REQ1 FROM CONSOLE.
           DISPLAY 'CURSO PRE-REQUISITO 2 (BRANCO = NENHUM): '.
              DISPLAY 'CAPACIDADE NAO NUMERICA - GRAVADA ZERADA'
              MOVE ZEROS TO CUR-CAPACIDADE
           END-IF.
           DISPLAY 'MENSALIDADE DO CURSO (IIIII,DD - 0 = SEM '
                   'COBRANCA): '.
           ACCEPT WRK-VALOR-TXT FROM CONSOLE.
           MOVE ZEROS TO WRK-VALOR-INT WRK-VALOR-DEC.
           UNSTRING WRK-VALOR-TXT DELIMITED BY ','
               INTO WRK-VALOR-INT WRK-VALOR-DEC.
           COMPUTE CUR-MENSALIDADE =
               WRK-VALOR-INT + (WRK-VALOR-DEC / 100).
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5110-CAPTURAR-INSTRUTOR - ID do empregado que da o curso,
      * conferido contra EMP-MASTER: precisa existir e estar ativo.
      * Branco grava o curso sem instrutor.
      *****************************************************************
       5110-CAPTURAR-INSTRUTOR.
           DISPLAY 'ID DO INSTRUTOR RESPONSAVEL (BRANCO = NENHUM): '.
           ACCEPT CUR-INSTRUTOR FROM CONSOLE.
           IF CUR-INSTRUTOR = SPACES
              SET INSTRUTOR-VALIDO TO TRUE
              GO TO 5110-EXIT
           END-IF.
           IF NOT TEM-EMP-MASTER
              DISPLAY 'SEM CADASTRO DE EMPREGADOS - INSTRUTOR '
                      'GRAVADO EM BRANCO'
              MOVE SPACES TO CUR-INSTRUTOR
              SET INSTRUTOR-VALIDO TO TRUE
              GO TO 5110-EXIT
           END-IF.
           MOVE CUR-INSTRUTOR TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  DISPLAY 'ID NAO CADASTRADO EM EMP-MASTER: '
                          CUR-INSTRUTOR
                  GO TO 5110-EXIT
           END-READ.
           IF NOT EM-ATIVO
              DISPLAY 'EMPREGADO INATIVO NAO PODE SER INSTRUTOR: '
                      CUR-INSTRUTOR ' ' EM-NOME
              GO TO 5110-EXIT
           END-IF.
           DISPLAY 'INSTRUTOR: ' EM-NOME.
           SET INSTRUTOR-VALIDO TO TRUE.
       5110-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR - Localiza o curso pela chave e recaptura os
      * dados nao chave, regravando o mesmo registro.
                  DISPLAY 'CURSO ATUAL: ' CUR-NOME
           END-READ.
           PERFORM 5100-CAPTURAR-DADOS THRU 5100-EXIT.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE COURSE-MASTER-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'CURSO ALTERADO: ' WRK-CODIGO.
       6000-EXIT.
           EXIT.
           DISPLAY 'CODIGO DO CURSO A EXCLUIR: '.
           ACCEPT WRK-CODIGO FROM CONSOLE.
           MOVE WRK-CODIGO TO CUR-CODIGO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           DELETE CURSO-MASTER RECORD
               INVALID KEY
                  DISPLAY 'CODIGO NAO CADASTRADO: ' WRK-CODIGO
               NOT INVALID KEY
                  DISPLAY 'CURSO EXCLUIDO: ' WRK-CODIGO
                  SET GJ-EXCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-DELETE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE CUR-CODIGO TO GJ-CHAVE.
           MOVE COURSE-MASTER-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ CURSO-MASTER KEY IS CUR-CODIGO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE COURSE-MASTER-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO COURSE-MASTER-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'CURSO-MASTER' TO GJ-ARQUIVO.
           MOVE 'MANTER-CURSO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 89 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE CUR-CODIGO TO GJ-CHAVE
              MOVE COURSE-MASTER-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-CURSO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
