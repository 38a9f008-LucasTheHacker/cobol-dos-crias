       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-CALENDARIO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Manutencao do calendario academico
      *           (CALENDARIO-ACADEMICO, Copybooks/CALACAD.cpy) pelo
      *           console, no mesmo molde de MANTER-FERIADO: para cada
      *           termo letivo e campus a secretaria informa a janela
      *           de matricula, o inicio e o fim das aulas e o prazo
      *           de lancamento de notas. As datas sao conferidas
      *           (mes/dia possiveis, fevereiro bissexto) e a ordem
      *           entre elas tambem: a janela de matricula abre antes
      *           do fim das aulas, as aulas terminam depois de
      *           comecar e o prazo de notas nao vem antes do fim das
      *           aulas. Quem alterou e quando ficam gravados no
      *           registro. Chamado pelo MENU-PRINCIPAL via
      *           MANTER-CALENDARIO-CTX.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador do contexto do menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDARIO-ACADEMICO ASSIGN TO "CALENDARIO-ACADEMICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WRK-CA-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-ACADEMICO.
           COPY CALACAD.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       77  WRK-CA-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-CAL        PIC X(01)      VALUE 'N'.
           88 FIM-CAL                        VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-CHAVE-OK       PIC X(01)      VALUE 'N'.
           88 CHAVE-CONFERIDA                VALUE 'S'.
       77  WRK-DATAS-OK       PIC X(01)      VALUE 'N'.
           88 DATAS-CONFERIDAS               VALUE 'S'.
       77  WRK-DATA-OK        PIC X(01)      VALUE 'N'.
           88 DATA-CONFERIDA                 VALUE 'S'.
       77  WRK-CAMPUS-OK      PIC X(01)      VALUE 'N'.
           88 CAMPUS-CADASTRADO              VALUE 'S'.
       77  WRK-CONFIRMA       PIC X(01)      VALUE 'N'.
       77  WRK-IDX-CAMPUS     PIC 9(02) COMP VALUE ZERO.
       01  WRK-TERMO          PIC X(06)      VALUE SPACES.
       01  WRK-TERMO-R REDEFINES WRK-TERMO.
           05 WRK-TERMO-ANO   PIC X(04).
           05 WRK-TERMO-PER   PIC X(02).
       77  WRK-CAMPUS         PIC X(02)      VALUE SPACES.
      *
      * Datas do registro em edicao, capturadas antes de gravar.
       01  WRK-DATAS-NOVAS.
           05 WRK-NV-MATR-INI PIC 9(08)      VALUE ZEROS.
           05 WRK-NV-MATR-FIM PIC 9(08)      VALUE ZEROS.
           05 WRK-NV-AULA-INI PIC 9(08)      VALUE ZEROS.
           05 WRK-NV-AULA-FIM PIC 9(08)      VALUE ZEROS.
           05 WRK-NV-PRAZO    PIC 9(08)      VALUE ZEROS.
      *
      * Validacao de mes/dia da data informada, no mesmo criterio de
      * MANTER-FERIADO (meses de 1 a 12, dia dentro do mes, fevereiro
      * com 29 em ano bissexto).
       01  WRK-DATA-CONF      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-CONF-R REDEFINES WRK-DATA-CONF.
           05 WRK-ANO-CONF    PIC 9(04).
           05 WRK-MES-CONF    PIC 9(02).
           05 WRK-DIA-CONF    PIC 9(02).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES    PIC 9(02)      VALUE ZERO.
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-CALENDARIO THRU 1000-EXIT.
           MOVE 'N' TO WRK-SAIR.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE CALENDARIO-ACADEMICO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CALENDARIO - Abre o calendario indexado em I-O,
      * criando-o vazio na primeira manutencao, como fazem os demais
      * programas donos de arquivo indexado.
      *****************************************************************
       1000-ABRIR-CALENDARIO.
           OPEN I-O CALENDARIO-ACADEMICO.
           IF WRK-CA-STATUS = '35'
              OPEN OUTPUT CALENDARIO-ACADEMICO
              CLOSE CALENDARIO-ACADEMICO
              OPEN I-O CALENDARIO-ACADEMICO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' CALENDARIO ACADEMICO'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR TERMOS CADASTRADOS'.
           DISPLAY ' 2 - INCLUIR TERMO/CAMPUS'.
           DISPLAY ' 3 - ALTERAR DATAS DE UM TERMO/CAMPUS'.
           DISPLAY ' 4 - EXCLUIR TERMO/CAMPUS'.
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
      * 4000-LISTAR - Varre o calendario pela chave, do comeco ao fim,
      * exibindo as datas de cada termo/campus.
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-CAL.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO CA-CHAVE.
           START CALENDARIO-ACADEMICO KEY IS NOT LESS THAN CA-CHAVE
               INVALID KEY SET FIM-CAL TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-CAL
              PERFORM 4200-EXIBIR-TERMO THRU 4200-EXIT
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM TERMO CADASTRADO NO CALENDARIO'
           ELSE
              DISPLAY 'TERMOS/CAMPI CADASTRADOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ CALENDARIO-ACADEMICO NEXT RECORD
               AT END SET FIM-CAL TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-TERMO.
           DISPLAY 'TERMO ' CA-TERMO ' CAMPUS ' CA-CAMPUS
                   '  MATRICULA ' CA-MATRICULA-INI ' A '
                   CA-MATRICULA-FIM.
           DISPLAY '   AULAS ' CA-AULAS-INI ' A ' CA-AULAS-FIM
                   '  PRAZO DE NOTAS ' CA-PRAZO-NOTAS.
           DISPLAY '   ALTERADO EM ' CA-DATA-ALTERACAO ' POR '
                   CA-ALTERADO-POR.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Inclui o calendario de um termo/campus ainda
      * nao cadastrado; a duplicata e recusada pelo proprio WRITE.
      *****************************************************************
       5000-INCLUIR.
           PERFORM 8000-CAPTURAR-CHAVE THRU 8000-EXIT.
           IF NOT CHAVE-CONFERIDA
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8100-CAPTURAR-DATAS THRU 8100-EXIT.
           IF NOT DATAS-CONFERIDAS
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-TERMO  TO CA-TERMO.
           MOVE WRK-CAMPUS TO CA-CAMPUS.
           PERFORM 8300-MONTAR-REGISTRO THRU 8300-EXIT.
           WRITE CALENDARIO-ACAD-REC
               INVALID KEY
                  DISPLAY 'TERMO/CAMPUS JA CADASTRADO - USE A '
                          'ALTERACAO'
               NOT INVALID KEY
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
                  DISPLAY 'CALENDARIO INCLUIDO: ' WRK-TERMO
                          ' CAMPUS ' WRK-CAMPUS
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR - Mostra o calendario cadastrado do termo/campus
      * e regrava com as datas novas, todas informadas de novo e
      * conferidas como na inclusao.
      *****************************************************************
       6000-ALTERAR.
           PERFORM 8000-CAPTURAR-CHAVE THRU 8000-EXIT.
           IF NOT CHAVE-CONFERIDA
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-TERMO  TO CA-TERMO.
           MOVE WRK-CAMPUS TO CA-CAMPUS.
           READ CALENDARIO-ACADEMICO
               INVALID KEY
                  DISPLAY 'TERMO/CAMPUS NAO CADASTRADO'
                  GO TO 6000-EXIT
               NOT INVALID KEY
                  PERFORM 4200-EXIBIR-TERMO THRU 4200-EXIT
           END-READ.
           PERFORM 8100-CAPTURAR-DATAS THRU 8100-EXIT.
           IF NOT DATAS-CONFERIDAS
              GO TO 6000-EXIT
           END-IF.
           PERFORM 8300-MONTAR-REGISTRO THRU 8300-EXIT.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE CALENDARIO-ACAD-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'CALENDARIO ALTERADO: ' WRK-TERMO
                   ' CAMPUS ' WRK-CAMPUS.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-EXCLUIR - Mostra o calendario do termo/campus e apaga o
      * registro pela chave depois da confirmacao do operador.
      *****************************************************************
       7000-EXCLUIR.
           PERFORM 8000-CAPTURAR-CHAVE THRU 8000-EXIT.
           IF NOT CHAVE-CONFERIDA
              GO TO 7000-EXIT
           END-IF.
           MOVE WRK-TERMO  TO CA-TERMO.
           MOVE WRK-CAMPUS TO CA-CAMPUS.
           READ CALENDARIO-ACADEMICO
               INVALID KEY
                  DISPLAY 'TERMO/CAMPUS NAO CADASTRADO'
                  GO TO 7000-EXIT
               NOT INVALID KEY
                  PERFORM 4200-EXIBIR-TERMO THRU 4200-EXIT
           END-READ.
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'EXCLUSAO CANCELADA'
              GO TO 7000-EXIT
           END-IF.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           DELETE CALENDARIO-ACADEMICO RECORD
               INVALID KEY
                  DISPLAY 'TERMO/CAMPUS NAO CADASTRADO'
               NOT INVALID KEY
                  SET GJ-EXCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
                  DISPLAY 'CALENDARIO EXCLUIDO: ' WRK-TERMO
                          ' CAMPUS ' WRK-CAMPUS
           END-DELETE.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-CAPTURAR-CHAVE - Termo AAAAPP (periodo 01 ou 02) e campus
      * da tabela de campi de INSTCFG; campus em branco vale 01.
      *****************************************************************
       8000-CAPTURAR-CHAVE.
           MOVE 'N' TO WRK-CHAVE-OK.
           DISPLAY 'TERMO LETIVO (AAAAPP): '.
           ACCEPT WRK-TERMO FROM CONSOLE.
           IF WRK-TERMO-ANO NOT NUMERIC
              OR (WRK-TERMO-PER NOT = '01' AND
                  WRK-TERMO-PER NOT = '02')
              DISPLAY 'TERMO INVALIDO: ' WRK-TERMO
              GO TO 8000-EXIT
           END-IF.
           DISPLAY 'CAMPUS (EM BRANCO = 01): '.
           ACCEPT WRK-CAMPUS FROM CONSOLE.
           IF WRK-CAMPUS = SPACES
              MOVE '01' TO WRK-CAMPUS
           END-IF.
           MOVE 'N' TO WRK-CAMPUS-OK.
           PERFORM 8010-PROCURAR-CAMPUS THRU 8010-EXIT
               VARYING WRK-IDX-CAMPUS FROM 1 BY 1
               UNTIL WRK-IDX-CAMPUS > 2 OR CAMPUS-CADASTRADO.
           IF NOT CAMPUS-CADASTRADO
              DISPLAY 'CAMPUS NAO CADASTRADO: ' WRK-CAMPUS
              GO TO 8000-EXIT
           END-IF.
           MOVE 'S' TO WRK-CHAVE-OK.
       8000-EXIT.
           EXIT.

       8010-PROCURAR-CAMPUS.
           IF INST-CAMPUS-CODIGO(WRK-IDX-CAMPUS) = WRK-CAMPUS
              MOVE 'S' TO WRK-CAMPUS-OK
           END-IF.
       8010-EXIT.
           EXIT.

      *****************************************************************
      * 8100-CAPTURAR-DATAS - As cinco datas do termo, cada uma
      * conferida em 8200, e a ordem entre elas: matricula de ate,
      * aulas de ate, janela de matricula aberta antes do fim das
      * aulas e prazo de notas nao anterior ao fim das aulas.
      *****************************************************************
       8100-CAPTURAR-DATAS.
           MOVE 'N' TO WRK-DATAS-OK.
           MOVE 'ABERTURA DA MATRICULA (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 8200-CAPTURAR-DATA THRU 8200-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO WRK-NV-MATR-INI.
           MOVE 'ENCERRAMENTO DA MATRICULA (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 8200-CAPTURAR-DATA THRU 8200-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO WRK-NV-MATR-FIM.
           MOVE 'PRIMEIRO DIA DE AULA (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 8200-CAPTURAR-DATA THRU 8200-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO WRK-NV-AULA-INI.
           MOVE 'ULTIMO DIA DE AULA (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 8200-CAPTURAR-DATA THRU 8200-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO WRK-NV-AULA-FIM.
           MOVE 'PRAZO DE LANCAMENTO DE NOTAS (AAAAMMDD): '
             TO VE-PROMPT.
           PERFORM 8200-CAPTURAR-DATA THRU 8200-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 8100-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO WRK-NV-PRAZO.
           IF WRK-NV-MATR-FIM < WRK-NV-MATR-INI
              DISPLAY 'MATRICULA ENCERRA ANTES DE ABRIR - NADA '
                      'GRAVADO'
              GO TO 8100-EXIT
           END-IF.
           IF WRK-NV-AULA-FIM < WRK-NV-AULA-INI
              DISPLAY 'AULAS TERMINAM ANTES DE COMECAR - NADA '
                      'GRAVADO'
              GO TO 8100-EXIT
           END-IF.
           IF WRK-NV-MATR-INI > WRK-NV-AULA-FIM
              DISPLAY 'MATRICULA ABRE DEPOIS DO FIM DAS AULAS - '
                      'NADA GRAVADO'
              GO TO 8100-EXIT
           END-IF.
           IF WRK-NV-PRAZO < WRK-NV-AULA-FIM
              DISPLAY 'PRAZO DE NOTAS ANTERIOR AO FIM DAS AULAS - '
                      'NADA GRAVADO'
              GO TO 8100-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATAS-OK.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8200-CAPTURAR-DATA - Data AAAAMMDD pela rotina comum de
      * entrada numerica (VE-PROMPT preenchido pelo chamador), com
      * mes de 01 a 12 e o dia dentro do mes, considerando fevereiro
      * em ano bissexto.
      *****************************************************************
       8200-CAPTURAR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           IF VE-TAMANHO NOT = 8
              DISPLAY 'DATA INVALIDA - INFORME 8 DIGITOS'
              GO TO 8200-EXIT
           END-IF.
           MOVE VE-VALOR(1:8) TO WRK-DATA-CONF.
           IF WRK-MES-CONF < 1 OR WRK-MES-CONF > 12
              DISPLAY 'DATA INVALIDA: ' WRK-DATA-CONF
              GO TO 8200-EXIT
           END-IF.
           PERFORM 8210-VERIFICAR-BISSEXTO THRU 8210-EXIT.
           MOVE WRK-DIAS-MES(WRK-MES-CONF) TO WRK-DIAS-NO-MES.
           IF WRK-MES-CONF = 2 AND ANO-BISSEXTO
              MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DIA-CONF < 1 OR WRK-DIA-CONF > WRK-DIAS-NO-MES
              DISPLAY 'DATA INVALIDA: ' WRK-DATA-CONF
              GO TO 8200-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-OK.
       8200-EXIT.
           EXIT.

       8210-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONF BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONF BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONF BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       8210-EXIT.
           EXIT.

      *****************************************************************
      * 8300-MONTAR-REGISTRO - Leva as datas conferidas ao registro,
      * com a data da alteracao e o operador.
      *****************************************************************
       8300-MONTAR-REGISTRO.
           MOVE WRK-NV-MATR-INI TO CA-MATRICULA-INI.
           MOVE WRK-NV-MATR-FIM TO CA-MATRICULA-FIM.
           MOVE WRK-NV-AULA-INI TO CA-AULAS-INI.
           MOVE WRK-NV-AULA-FIM TO CA-AULAS-FIM.
           MOVE WRK-NV-PRAZO    TO CA-PRAZO-NOTAS.
           MOVE WRK-DATA-HOJE   TO CA-DATA-ALTERACAO.
           MOVE WRK-OPERADOR    TO CA-ALTERADO-POR.
       8300-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE CA-CHAVE TO GJ-CHAVE.
           MOVE CALENDARIO-ACAD-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ CALENDARIO-ACADEMICO KEY IS CA-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CALENDARIO-ACAD-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO CALENDARIO-ACAD-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'CALENDARIO-ACADEMICO' TO GJ-ARQUIVO.
           MOVE 'MANTER-CALENDARIO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 76 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE CA-CHAVE TO GJ-CHAVE
              MOVE CALENDARIO-ACAD-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta, para o registro alterado
      * levar o nome de quem alterou.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'MANTER-CALENDARIO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
