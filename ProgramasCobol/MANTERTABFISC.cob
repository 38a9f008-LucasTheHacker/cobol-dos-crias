       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-TABELA-FISCAL.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Manutencao das tabelas de INSS e IRRF (TABELA-FISCAL,
      *           Copybooks/TABFISC.cpy), no mesmo molde de console de
      *           MANTER-CAMBIO: listar, incluir e excluir tabelas por
      *           tipo e data de vigencia. A mudanca anual de aliquotas
      *           passa a ser a inclusao de uma tabela nova com a data
      *           em que entra em vigor, e nao uma mudanca na rotina
      *           comum CALC-DESCONTO; as tabelas antigas ficam para o
      *           recalculo dos meses passados. Tabela ja usada em
      *           folha nao deve ser excluida - a correcao de uma
      *           tabela errada e uma tabela nova com a mesma vigencia
      *           depois da exclusao da errada, antes da folha rodar.
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
           SELECT TABELA-FISCAL ASSIGN TO "TABELA-FISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WRK-TF-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-FISCAL.
           COPY TABFISC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       77  WRK-TF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-TABELA     PIC X(01)      VALUE 'N'.
           88 FIM-TABELA                     VALUE 'S'.
       77  WRK-ERRO           PIC X(01)      VALUE 'N'.
           88 INCLUSAO-COM-ERRO              VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-TIPO           PIC X(01)      VALUE SPACE.
           88 TIPO-VALIDO                    VALUE 'I' 'R'.
       77  WRK-QTD-TXT        PIC X(01)      VALUE SPACE.
       77  WRK-IDX            PIC 9(01) COMP VALUE ZERO.
       77  WRK-LIMITE-ANT     PIC 9(06)V99   VALUE ZEROS.
       77  WRK-NOME-TIPO      PIC X(04)      VALUE SPACES.
       01  WRK-DATA-TXT       PIC X(08)      VALUE SPACES.
       01  WRK-DATA-TXT-R REDEFINES WRK-DATA-TXT.
           05 WRK-DATA-ANO    PIC 9(04).
           05 WRK-DATA-MES    PIC 9(02).
           05 WRK-DATA-DIA    PIC 9(02).
      *
      * Conversao do valor digitado (IIIIII,DD) em numero: a parte
      * decimal com uma casa so e completada com zero a direita.
       77  WRK-VALOR-INT      PIC 9(06)      VALUE ZEROS.
       01  WRK-VALOR-DEC-TXT  PIC X(02)      VALUE SPACES.
       01  WRK-VALOR-DEC REDEFINES WRK-VALOR-DEC-TXT PIC 9(02).
       77  WRK-VALOR-LIDO     PIC 9(06)V99   VALUE ZEROS.
      *
       77  WRK-LIMITE-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ALIQ-ED        PIC ZZ9,99     VALUE ZEROS.
       77  WRK-DEDUZIR-ED     PIC ZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-PERCENTUAL     PIC 9(03)V99   VALUE ZEROS.

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
           CLOSE TABELA-FISCAL.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-TABELA - Abre a tabela indexada em I-O, criando-a
      * vazia na primeira manutencao.
      *****************************************************************
       1000-ABRIR-TABELA.
           OPEN I-O TABELA-FISCAL.
           IF WRK-TF-STATUS = '35'
              OPEN OUTPUT TABELA-FISCAL
              CLOSE TABELA-FISCAL
              OPEN I-O TABELA-FISCAL
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DAS TABELAS DE INSS E IRRF'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR TABELAS'.
           DISPLAY ' 2 - INCLUIR TABELA'.
           DISPLAY ' 3 - EXCLUIR TABELA'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-EXCLUIR THRU 6000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Varre a tabela pela chave (tipo + vigencia),
      * exibindo cada tabela cadastrada com as suas faixas.
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-TABELA.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO TF-CHAVE.
           START TABELA-FISCAL KEY IS NOT LESS THAN TF-CHAVE
               INVALID KEY SET FIM-TABELA TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-TABELA
              PERFORM 4200-EXIBIR-TABELA THRU 4200-EXIT
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA TABELA CADASTRADA'
           ELSE
              DISPLAY 'TABELAS CADASTRADAS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ TABELA-FISCAL NEXT RECORD
               AT END SET FIM-TABELA TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-TABELA.
           IF TF-TIPO-INSS
              MOVE 'INSS' TO WRK-NOME-TIPO
           ELSE
              MOVE 'IRRF' TO WRK-NOME-TIPO
           END-IF.
           DISPLAY '---------------------------------------------'.
           DISPLAY 'TABELA ' WRK-NOME-TIPO ' VIGENCIA: '
                   TF-DATA-VIGENCIA ' FAIXAS: ' TF-QTD-FAIXAS.
           IF TF-QTD-FAIXAS > 5
              GO TO 4200-EXIT
           END-IF.
           PERFORM 4300-EXIBIR-FAIXA THRU 4300-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > TF-QTD-FAIXAS.
           IF TF-TIPO-IRRF
              MOVE TF-DEDUCAO-DEPENDENTE TO WRK-DEDUZIR-ED
              DISPLAY '  DEDUCAO POR DEPENDENTE: ' WRK-DEDUZIR-ED
           END-IF.
       4200-EXIT.
           EXIT.

       4300-EXIBIR-FAIXA.
           MOVE TF-LIMITE(WRK-IDX) TO WRK-LIMITE-ED.
           COMPUTE WRK-ALIQ-ED = TF-ALIQUOTA(WRK-IDX) * 100.
           IF TF-TIPO-INSS
              DISPLAY '  ATE ' WRK-LIMITE-ED '  ALIQUOTA '
                      WRK-ALIQ-ED '%'
           ELSE
              MOVE TF-DEDUZIR(WRK-IDX) TO WRK-DEDUZIR-ED
              DISPLAY '  ATE ' WRK-LIMITE-ED '  ALIQUOTA '
                      WRK-ALIQ-ED '%  DEDUZIR ' WRK-DEDUZIR-ED
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede o tipo (I-INSS, R-IRRF), a data de
      * vigencia, a quantidade de faixas e cada faixa em ordem
      * crescente de limite; no IRRF tambem a parcela a deduzir de
      * cada faixa e a deducao por dependente. A ultima faixa do IRRF
      * nao tem limite; a do INSS e o teto de contribuicao. Qualquer
      * valor recusado cancela a inclusao inteira; a duplicata e
      * recusada pelo proprio WRITE com INVALID KEY.
      *****************************************************************
       5000-INCLUIR.
           MOVE 'N' TO WRK-ERRO.
           DISPLAY 'TIPO DA TABELA (I-INSS  R-IRRF): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT IS NOT NUMERIC
              DISPLAY 'DATA NAO NUMERICA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           IF WRK-DATA-MES < 1 OR WRK-DATA-MES > 12
              OR WRK-DATA-DIA < 1 OR WRK-DATA-DIA > 31
              DISPLAY 'DATA INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'QUANTIDADE DE FAIXAS (1 A 5): '.
           ACCEPT WRK-QTD-TXT FROM CONSOLE.
           IF WRK-QTD-TXT IS NOT NUMERIC
              OR WRK-QTD-TXT = '0'
              OR WRK-QTD-TXT > '5'
              DISPLAY 'QUANTIDADE INVALIDA - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO TABELA-FISCAL-REC.
           MOVE WRK-TIPO     TO TF-TIPO.
           MOVE WRK-DATA-TXT TO TF-DATA-VIGENCIA.
           MOVE WRK-QTD-TXT  TO TF-QTD-FAIXAS.
           MOVE ZEROS TO TF-DEDUCAO-DEPENDENTE WRK-LIMITE-ANT.
           PERFORM 5100-LER-FAIXA THRU 5100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > 5 OR INCLUSAO-COM-ERRO.
           IF INCLUSAO-COM-ERRO
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           IF TF-TIPO-IRRF
              MOVE 'Deducao por dependente (IIII,DD): ' TO VE-PROMPT
              PERFORM 8000-LER-VALOR THRU 8000-EXIT
              IF WRK-VALOR-LIDO > 9999,99
                 DISPLAY 'DEDUCAO INVALIDA - NADA INCLUIDO'
                 GO TO 5000-EXIT
              END-IF
              MOVE WRK-VALOR-LIDO TO TF-DEDUCAO-DEPENDENTE
           END-IF.
           WRITE TABELA-FISCAL-REC
               INVALID KEY
                  DISPLAY 'TABELA JA CADASTRADA PARA O TIPO/VIGENCIA'
               NOT INVALID KEY
                  DISPLAY 'TABELA INCLUIDA: ' WRK-TIPO ' '
                          WRK-DATA-TXT
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-LER-FAIXA - Le uma faixa da tabela em inclusao. Faixa
      * alem da quantidade informada fica zerada.
      *****************************************************************
       5100-LER-FAIXA.
           MOVE ZEROS TO TF-LIMITE(WRK-IDX) TF-ALIQUOTA(WRK-IDX)
                         TF-DEDUZIR(WRK-IDX).
           IF WRK-IDX > TF-QTD-FAIXAS
              GO TO 5100-EXIT
           END-IF.
           DISPLAY 'FAIXA ' WRK-IDX ':'.
           IF TF-TIPO-IRRF AND WRK-IDX = TF-QTD-FAIXAS
              DISPLAY 'ULTIMA FAIXA DO IRRF - SEM LIMITE'
              MOVE 999999,99 TO TF-LIMITE(WRK-IDX)
           ELSE
              MOVE 'Limite superior da faixa (IIIIII,DD): '
                TO VE-PROMPT
              PERFORM 8000-LER-VALOR THRU 8000-EXIT
              IF WRK-VALOR-LIDO NOT > WRK-LIMITE-ANT
                 DISPLAY 'LIMITE DEVE SER MAIOR QUE O DA FAIXA '
                         'ANTERIOR'
                 SET INCLUSAO-COM-ERRO TO TRUE
                 GO TO 5100-EXIT
              END-IF
              MOVE WRK-VALOR-LIDO TO TF-LIMITE(WRK-IDX)
           END-IF.
           MOVE TF-LIMITE(WRK-IDX) TO WRK-LIMITE-ANT.
           MOVE 'Aliquota em percentual (PPP,PP): ' TO VE-PROMPT.
           PERFORM 8000-LER-VALOR THRU 8000-EXIT.
           IF WRK-VALOR-LIDO > 100
              DISPLAY 'ALIQUOTA ACIMA DE 100%'
              SET INCLUSAO-COM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           MOVE WRK-VALOR-LIDO TO WRK-PERCENTUAL.
           COMPUTE TF-ALIQUOTA(WRK-IDX) = WRK-PERCENTUAL / 100.
           IF TF-TIPO-IRRF
              MOVE 'Parcela a deduzir (IIIII,DD): ' TO VE-PROMPT
              PERFORM 8000-LER-VALOR THRU 8000-EXIT
              IF WRK-VALOR-LIDO > 99999,99
                 DISPLAY 'PARCELA A DEDUZIR INVALIDA'
                 SET INCLUSAO-COM-ERRO TO TRUE
                 GO TO 5100-EXIT
              END-IF
              MOVE WRK-VALOR-LIDO TO TF-DEDUZIR(WRK-IDX)
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-EXCLUIR - Pede o tipo e a vigencia a retirar e apaga o
      * registro direto pela chave.
      *****************************************************************
       6000-EXCLUIR.
           DISPLAY 'TIPO DA TABELA A EXCLUIR (I-INSS  R-IRRF): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'DATA DE VIGENCIA (AAAAMMDD): '.
           ACCEPT WRK-DATA-TXT FROM CONSOLE.
           IF WRK-DATA-TXT IS NOT NUMERIC
              DISPLAY 'DATA NAO NUMERICA - NADA EXCLUIDO'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-TIPO     TO TF-TIPO.
           MOVE WRK-DATA-TXT TO TF-DATA-VIGENCIA.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           DELETE TABELA-FISCAL RECORD
               INVALID KEY
                  DISPLAY 'TABELA NAO CADASTRADA'
               NOT INVALID KEY
                  DISPLAY 'TABELA EXCLUIDA: ' WRK-TIPO ' '
                          WRK-DATA-TXT
                  SET GJ-EXCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-DELETE.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-LER-VALOR - Le um valor IIIIII,DD pela rotina comum
      * VALIDA-ENTRADA (prompt ja em VE-PROMPT) e devolve o numero em
      * WRK-VALOR-LIDO.
      *****************************************************************
       8000-LER-VALOR.
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
           MOVE TF-CHAVE TO GJ-CHAVE.
           MOVE TABELA-FISCAL-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ TABELA-FISCAL KEY IS TF-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE TABELA-FISCAL-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO TABELA-FISCAL-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'TABELA-FISCAL' TO GJ-ARQUIVO.
           MOVE 'MANTER-TABELA-FISCAL' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 116 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE TF-CHAVE TO GJ-CHAVE
              MOVE TABELA-FISCAL-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-TABELA-FISCAL-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
