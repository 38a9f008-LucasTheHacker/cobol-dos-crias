       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSULTA-RELATORIO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Consulta do arquivo de relatorios (ARQ-RELATORIOS,
      *           Copybooks/ARQREL.cpy), onde ARQUIVA-RELATORIO guarda a
      *           copia de cada relatorio emitido pelos lotes: a folha
      *           de marco pedida em junho sai como foi emitida em
      *           marco, sem reprocessar o job - que hoje daria outros
      *           numeros. Lista as emissoes (por relatorio e a partir
      *           de uma data de movimento), mostra uma emissao no
      *           console e a reimprime no arquivo REIMPRESSAO, com uma
      *           linha de identificacao da reimpressao na frente; cada
      *           reimpressao e contada no cabecalho da emissao. Quem
      *           ve o que e a politica de PARM-REL
      *           (Copybooks/PARMREL.cpy): a posicao do papel do
      *           operador (1-ADM, 2-SUPERVISOR, 3-OPERADOR,
      *           4-AUDITOR) tem de estar 'S' na linha do relatorio, ou
      *           na linha '*' para os nao listados; sem PARM-REL, so o
      *           ADM ve. Emissao de outro papel nao aparece na lista.
      *           Como os relatorios expoem notas e salarios, cada
      *           visualizacao, reimpressao e recusa vai para o
      *           AUDIT-LOG pela rotina GRAVA-AUDIT. Chamado pelo
      *           MENU-PRINCIPAL via CONSULTA-RELATORIO-CTX, com o papel
      *           resolvido na opcao 06; a entrada direta, sem
      *           contexto, e recusada.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIOS ASSIGN TO "ARQ-RELATORIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS WRK-AR-STATUS.
           SELECT PARM-REL-IN ASSIGN TO "PARM-REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
           SELECT REIMPRESSAO ASSIGN TO "REIMPRESSAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RI-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIOS.
           COPY ARQREL.

       FD  PARM-REL-IN
           RECORD CONTAINS 40 CHARACTERS.
           COPY PARMREL.

       FD  REIMPRESSAO
           RECORD CONTAINS 200 CHARACTERS.
       01  REIMPRESSAO-REC          PIC X(200).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY AUDITGRV.
       77  WRK-AR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-RI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-OPCAO         PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR          PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                 VALUE 'S'.
       77  WRK-OPERADOR      PIC X(20)      VALUE SPACES.
       77  WRK-PAPEL         PIC 9(02)      VALUE ZEROS.
           88 PAPEL-RESOLVIDO               VALUES 01 THRU 04.
       77  WRK-FIM-PARM      PIC X(01)      VALUE 'N'.
           88 FIM-PARM                      VALUE 'S'.
       77  WRK-FIM-ARQ       PIC X(01)      VALUE 'N'.
           88 FIM-ARQ                       VALUE 'S'.
       77  WRK-PARAR         PIC X(01)      VALUE 'N'.
           88 OPERADOR-PAROU                VALUE 'S'.
       77  WRK-PODE-VER      PIC X(01)      VALUE 'N'.
           88 PODE-VER                      VALUE 'S'.
       77  WRK-ACHADA        PIC X(01)      VALUE 'N'.
           88 EMISSAO-ACHADA                VALUE 'S'.
       77  WRK-CONFIRMA      PIC X(01)      VALUE 'N'.
       77  WRK-CONTINUA      PIC X(01)      VALUE SPACE.
       77  WRK-QTD-PARM      PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-ESCOLHA   PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-LISTADAS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-OCULTAS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NA-TELA   PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-DO-DIA    PIC 9(02)      VALUE ZEROS.
       77  WRK-NUM-LINHA     PIC 9(06)      VALUE ZEROS.
       77  WRK-ACESSO-REL    PIC X(04)      VALUE SPACES.
      *
      * Papeis que veem os relatorios nao listados em PARM-REL: so o
      * ADM, ate a linha '*' dizer outra coisa.
       77  WRK-ACESSO-PADRAO PIC X(04)      VALUE 'SNNN'.
       77  WRK-FILTRO-REL    PIC X(20)      VALUE SPACES.
       77  WRK-FILTRO-DATA   PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       77  WRK-RESULTADO     PIC X(25)      VALUE SPACES.
       77  WRK-DATA-ED       PIC 9999/99/99 VALUE ZEROS.
       77  WRK-HORA-ED       PIC 99B99B99   VALUE ZEROS.
       77  WRK-VALOR-ED      PIC -ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA-ED      PIC ZZZZZ9     VALUE ZEROS.
      *
      * Politica de PARM-REL: papeis autorizados por relatorio. Ate
      * 100 relatorios com linha propria.
       01  WRK-TAB-POLITICA.
           05 WRK-POL-ENT OCCURS 100 TIMES.
              10 WRK-POL-RELATORIO  PIC X(20).
              10 WRK-POL-ACESSO     PIC X(04).
      *
      * Emissao escolhida e o seu cabecalho (linha zero), guardado
      * antes de ler as linhas pelo mesmo registro da FD.
       01  WRK-CHAVE-EMISSAO.
           05 WRK-CE-RELATORIO      PIC X(20).
           05 WRK-CE-DATA-MOV       PIC 9(08).
           05 WRK-CE-JOB            PIC X(08).
           05 WRK-CE-HORA           PIC 9(06).
       01  WRK-CABECALHO           PIC X(248)    VALUE SPACES.
      *
      * Emissoes do relatorio no dia pedido, para o operador escolher
      * quando houver mais de uma (reexecucao, outro job). Ate 20.
       01  WRK-TAB-DIA.
           05 WRK-DIA-ENT OCCURS 20 TIMES.
              10 WRK-DIA-JOB        PIC X(08).
              10 WRK-DIA-HORA       PIC 9(06).
      *
      * Linha de identificacao que abre cada reimpressao.
       01  WRK-LINHA-REIMPRESSAO.
           05 FILLER                PIC X(14)  VALUE
              'REIMPRESSAO - '.
           05 WRK-LR-RELATORIO      PIC X(20).
           05 FILLER                PIC X(11)  VALUE
              ' MOVIMENTO '.
           05 WRK-LR-DATA-MOV       PIC 9999/99/99.
           05 FILLER                PIC X(05)  VALUE ' JOB '.
           05 WRK-LR-JOB            PIC X(08).
           05 FILLER                PIC X(06)  VALUE ' HORA '.
           05 WRK-LR-HORA           PIC 99B99B99.
           05 FILLER                PIC X(06)  VALUE ' - EM '.
           05 WRK-LR-DATA-HOJE      PIC 9999/99/99.
           05 FILLER                PIC X(05)  VALUE ' POR '.
           05 WRK-LR-OPERADOR       PIC X(20).

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           IF NOT PAPEL-RESOLVIDO
              DISPLAY 'ARQUIVO DE RELATORIOS SO COM O PAPEL RESOLVIDO '
                      'NA OPCAO 06 DO MENU'
              MOVE 'CONSULTA REL NEGADA' TO WRK-RESULTADO
              PERFORM 8900-REGISTRAR-AUDITORIA THRU 8900-EXIT
              GOBACK
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-CARREGAR-POLITICA THRU 1000-EXIT.
           OPEN I-O ARQ-RELATORIOS.
           IF WRK-AR-STATUS NOT = '00'
              DISPLAY 'NENHUM RELATORIO ARQUIVADO (ARQ-RELATORIOS '
                      'STATUS ' WRK-AR-STATUS ')'
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-SAIR.
           PERFORM 2000-ATENDER-OPCAO THRU 2000-EXIT
              UNTIL OPERADOR-SAIU.
           CLOSE ARQ-RELATORIOS.
           GOBACK.

      *****************************************************************
      * 1000-CARREGAR-POLITICA - Le PARM-REL para a tabela de papeis
      * por relatorio; a linha '*' vale para os nao listados. Sem
      * PARM-REL, todo relatorio fica so para o ADM.
      *****************************************************************
       1000-CARREGAR-POLITICA.
           MOVE ZERO TO WRK-QTD-PARM.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARM-REL-IN.
           IF WRK-PR-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-POLITICA THRU 1100-EXIT
              UNTIL FIM-PARM.
           CLOSE PARM-REL-IN.
       1000-EXIT.
           EXIT.

       1100-LER-POLITICA.
           READ PARM-REL-IN
               AT END
                  SET FIM-PARM TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           IF PR-RELATORIO = SPACES
              GO TO 1100-EXIT
           END-IF.
           IF PR-RELATORIO = '*'
              MOVE PARM-REL-REC(26:4) TO WRK-ACESSO-PADRAO
              GO TO 1100-EXIT
           END-IF.
           IF WRK-QTD-PARM NOT < 100
              DISPLAY 'PARM-REL ACIMA DE 100 RELATORIOS - IGNORADO: '
                      PR-RELATORIO
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PARM.
           MOVE PR-RELATORIO TO WRK-POL-RELATORIO(WRK-QTD-PARM).
           MOVE PARM-REL-REC(26:4) TO WRK-POL-ACESSO(WRK-QTD-PARM).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-ATENDER-OPCAO - Apresenta as operacoes e despacha a
      * escolha do operador.
      *****************************************************************
       2000-ATENDER-OPCAO.
           DISPLAY '============================================='.
           DISPLAY ' ARQUIVO DE RELATORIOS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR EMISSOES ARQUIVADAS'.
           DISPLAY ' 2 - VISUALIZAR EMISSAO'.
           DISPLAY ' 3 - REIMPRIMIR EMISSAO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 3000-LISTAR THRU 3000-EXIT
              WHEN 2 PERFORM 4000-VISUALIZAR THRU 4000-EXIT
              WHEN 3 PERFORM 5000-REIMPRIMIR THRU 5000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-LISTAR - Lista os cabecalhos das emissoes de um relatorio
      * (ou de todos, com o nome em branco) a partir da data de
      * movimento informada, 20 por tela. Depois de cada cabecalho a
      * leitura salta o corpo da emissao (START apos a ultima linha
      * possivel). Emissoes que o papel nao ve sao so contadas.
      *****************************************************************
       3000-LISTAR.
           DISPLAY 'RELATORIO (EM BRANCO = TODOS): '.
           MOVE SPACES TO WRK-FILTRO-REL.
           ACCEPT WRK-FILTRO-REL FROM CONSOLE.
           DISPLAY 'A PARTIR DA DATA DE MOVIMENTO (AAAAMMDD, '
                   'EM BRANCO = TODAS): '.
           MOVE ZEROS TO WRK-FILTRO-DATA.
           ACCEPT WRK-FILTRO-DATA FROM CONSOLE.
           IF WRK-FILTRO-DATA NOT NUMERIC
              MOVE ZEROS TO WRK-FILTRO-DATA
           END-IF.
           MOVE ZEROS TO WRK-QTD-LISTADAS WRK-QTD-OCULTAS
                         WRK-QTD-NA-TELA.
           MOVE 'N' TO WRK-FIM-ARQ WRK-PARAR.
           MOVE LOW-VALUES TO AR-CHAVE.
           IF WRK-FILTRO-REL NOT = SPACES
              MOVE WRK-FILTRO-REL TO AR-RELATORIO
           END-IF.
           START ARQ-RELATORIOS KEY IS NOT LESS THAN AR-CHAVE
               INVALID KEY SET FIM-ARQ TO TRUE
           END-START.
           DISPLAY 'RELATORIO            MOVIMENTO  JOB      HORA    '
                   ' PASSO     LINHAS PAG.  REGISTROS RC REIMP'.
           PERFORM 3100-LISTAR-EMISSAO THRU 3100-EXIT
              UNTIL FIM-ARQ OR OPERADOR-PAROU.
           DISPLAY 'EMISSOES LISTADAS: ' WRK-QTD-LISTADAS.
           IF WRK-QTD-OCULTAS > 0
              DISPLAY 'EMISSOES FORA DO SEU PAPEL: ' WRK-QTD-OCULTAS
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-EMISSAO.
           READ ARQ-RELATORIOS NEXT RECORD
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF WRK-FILTRO-REL NOT = SPACES
              AND AR-RELATORIO NOT = WRK-FILTRO-REL
              SET FIM-ARQ TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF AR-LINHA NOT = ZEROS
              GO TO 3100-EXIT
           END-IF.
           MOVE ARQ-RELATORIO-REC TO WRK-CABECALHO.
           PERFORM 3200-SALTAR-CORPO THRU 3200-EXIT.
           MOVE WRK-CABECALHO TO ARQ-RELATORIO-REC.
           IF AR-DATA-MOV < WRK-FILTRO-DATA
              GO TO 3100-EXIT
           END-IF.
           PERFORM 8500-RESOLVER-ACESSO THRU 8500-EXIT.
           IF NOT PODE-VER
              ADD 1 TO WRK-QTD-OCULTAS
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LISTADAS.
           PERFORM 8200-MOSTRAR-CABECALHO THRU 8200-EXIT.
           ADD 1 TO WRK-QTD-NA-TELA.
           IF WRK-QTD-NA-TELA NOT < 20
              PERFORM 8300-PAUSAR-TELA THRU 8300-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SALTAR-CORPO.
           MOVE 999999 TO AR-LINHA.
           START ARQ-RELATORIOS KEY IS GREATER THAN AR-CHAVE
               INVALID KEY SET FIM-ARQ TO TRUE
           END-START.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-VISUALIZAR - Mostra no console as linhas da emissao
      * escolhida, 20 por tela, e registra a visualizacao.
      *****************************************************************
       4000-VISUALIZAR.
           PERFORM 8000-LOCALIZAR-EMISSAO THRU 8000-EXIT.
           IF NOT EMISSAO-ACHADA
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO WRK-RESULTADO.
           STRING 'VER ' WRK-CE-RELATORIO
                  DELIMITED BY SIZE INTO WRK-RESULTADO.
           PERFORM 8900-REGISTRAR-AUDITORIA THRU 8900-EXIT.
           MOVE ZEROS TO WRK-QTD-NA-TELA.
           MOVE 'N' TO WRK-PARAR.
           MOVE WRK-CABECALHO TO ARQ-RELATORIO-REC.
           PERFORM 4100-MOSTRAR-LINHA THRU 4100-EXIT
              VARYING WRK-NUM-LINHA FROM 1 BY 1
              UNTIL WRK-NUM-LINHA > AR-QTD-LINHAS OR OPERADOR-PAROU.
           DISPLAY '*** FIM DA EMISSAO ***'.
       4000-EXIT.
           EXIT.

       4100-MOSTRAR-LINHA.
           PERFORM 8400-LER-LINHA THRU 8400-EXIT.
           DISPLAY AR-CONTEUDO(1:132).
           MOVE WRK-CABECALHO TO ARQ-RELATORIO-REC.
           ADD 1 TO WRK-QTD-NA-TELA.
           IF WRK-QTD-NA-TELA NOT < 20
              PERFORM 8300-PAUSAR-TELA THRU 8300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REIMPRIMIR - Acrescenta a emissao escolhida ao arquivo
      * REIMPRESSAO (criado na primeira vez), precedida da linha de
      * identificacao com o operador e a data, conta a reimpressao no
      * cabecalho da emissao e registra no AUDIT-LOG.
      *****************************************************************
       5000-REIMPRIMIR.
           PERFORM 8000-LOCALIZAR-EMISSAO THRU 8000-EXIT.
           IF NOT EMISSAO-ACHADA
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A REIMPRESSAO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'REIMPRESSAO CANCELADA'
              GO TO 5000-EXIT
           END-IF.
           OPEN EXTEND REIMPRESSAO.
           IF WRK-RI-STATUS = '35'
              OPEN OUTPUT REIMPRESSAO
           END-IF.
           IF WRK-RI-STATUS NOT = '00'
              DISPLAY 'REIMPRESSAO INDISPONIVEL (STATUS '
                      WRK-RI-STATUS ')'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-CE-RELATORIO TO WRK-LR-RELATORIO.
           MOVE WRK-CE-DATA-MOV  TO WRK-LR-DATA-MOV.
           MOVE WRK-CE-JOB       TO WRK-LR-JOB.
           MOVE WRK-CE-HORA      TO WRK-LR-HORA.
           MOVE WRK-DATA-HOJE    TO WRK-LR-DATA-HOJE.
           MOVE WRK-OPERADOR     TO WRK-LR-OPERADOR.
           MOVE WRK-LINHA-REIMPRESSAO TO REIMPRESSAO-REC.
           WRITE REIMPRESSAO-REC.
           MOVE WRK-CABECALHO TO ARQ-RELATORIO-REC.
           PERFORM 5100-REIMPRIMIR-LINHA THRU 5100-EXIT
              VARYING WRK-NUM-LINHA FROM 1 BY 1
              UNTIL WRK-NUM-LINHA > AR-QTD-LINHAS.
           CLOSE REIMPRESSAO.
           MOVE WRK-CABECALHO TO ARQ-RELATORIO-REC.
           ADD 1 TO AR-QTD-REIMPRESSOES.
           REWRITE ARQ-RELATORIO-REC
               INVALID KEY
                  DISPLAY 'REIMPRESSAO NAO CONTADA NA EMISSAO (STATUS '
                          WRK-AR-STATUS ')'
           END-REWRITE.
           MOVE ARQ-RELATORIO-REC TO WRK-CABECALHO.
           MOVE AR-QTD-LINHAS TO WRK-LINHA-ED.
           DISPLAY 'EMISSAO REIMPRESSA: ' WRK-LINHA-ED
                   ' LINHAS EM REIMPRESSAO'.
           MOVE SPACES TO WRK-RESULTADO.
           STRING 'REIMP ' WRK-CE-RELATORIO
                  DELIMITED BY SIZE INTO WRK-RESULTADO.
           PERFORM 8900-REGISTRAR-AUDITORIA THRU 8900-EXIT.
       5000-EXIT.
           EXIT.

       5100-REIMPRIMIR-LINHA.
           PERFORM 8400-LER-LINHA THRU 8400-EXIT.
           MOVE AR-CONTEUDO TO REIMPRESSAO-REC.
           WRITE REIMPRESSAO-REC.
           MOVE WRK-CABECALHO TO ARQ-RELATORIO-REC.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 8000-LOCALIZAR-EMISSAO - Pede o relatorio e a data de
      * movimento e recolhe as emissoes do dia; havendo mais de uma
      * (reexecucao, outro job), o operador escolhe pelo numero. So
      * conta como achada a emissao que o papel do operador ve; a
      * recusa vai para o AUDIT-LOG.
      *****************************************************************
       8000-LOCALIZAR-EMISSAO.
           MOVE 'N' TO WRK-ACHADA.
           DISPLAY 'RELATORIO: '.
           MOVE SPACES TO WRK-CE-RELATORIO.
           ACCEPT WRK-CE-RELATORIO FROM CONSOLE.
           DISPLAY 'DATA DE MOVIMENTO (AAAAMMDD): '.
           MOVE ZEROS TO WRK-CE-DATA-MOV.
           ACCEPT WRK-CE-DATA-MOV FROM CONSOLE.
           IF WRK-CE-RELATORIO = SPACES
              OR WRK-CE-DATA-MOV NOT NUMERIC
              DISPLAY 'RELATORIO E DATA OBRIGATORIOS'
              GO TO 8000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-DO-DIA.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE LOW-VALUES TO AR-CHAVE.
           MOVE WRK-CE-RELATORIO TO AR-RELATORIO.
           MOVE WRK-CE-DATA-MOV  TO AR-DATA-MOV.
           START ARQ-RELATORIOS KEY IS NOT LESS THAN AR-CHAVE
               INVALID KEY SET FIM-ARQ TO TRUE
           END-START.
           PERFORM 8100-RECOLHER-EMISSAO THRU 8100-EXIT
              UNTIL FIM-ARQ.
           IF WRK-QTD-DO-DIA = 0
              DISPLAY 'EMISSAO NAO ENCONTRADA: ' WRK-CE-RELATORIO
                      ' ' WRK-CE-DATA-MOV
              GO TO 8000-EXIT
           END-IF.
           MOVE 1 TO WRK-IDX-ESCOLHA.
           IF WRK-QTD-DO-DIA > 1
              PERFORM 8150-LISTAR-DO-DIA THRU 8150-EXIT
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-DO-DIA
              DISPLAY 'NUMERO DA EMISSAO DESEJADA: '
              ACCEPT WRK-IDX-ESCOLHA FROM CONSOLE
              IF WRK-IDX-ESCOLHA NOT NUMERIC
                 OR WRK-IDX-ESCOLHA < 1
                 OR WRK-IDX-ESCOLHA > WRK-QTD-DO-DIA
                 DISPLAY 'NUMERO INVALIDO'
                 GO TO 8000-EXIT
              END-IF
           END-IF.
           MOVE WRK-DIA-JOB(WRK-IDX-ESCOLHA)  TO WRK-CE-JOB.
           MOVE WRK-DIA-HORA(WRK-IDX-ESCOLHA) TO WRK-CE-HORA.
           MOVE WRK-CHAVE-EMISSAO TO AR-CHAVE(1:42).
           MOVE ZEROS TO AR-LINHA.
           READ ARQ-RELATORIOS KEY IS AR-CHAVE
               INVALID KEY
                  DISPLAY 'EMISSAO NAO ENCONTRADA: ' WRK-CE-RELATORIO
                  GO TO 8000-EXIT
           END-READ.
           PERFORM 8500-RESOLVER-ACESSO THRU 8500-EXIT.
           IF NOT PODE-VER
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA O RELATORIO '
                      WRK-CE-RELATORIO
              MOVE SPACES TO WRK-RESULTADO
              STRING 'NEGADO ' WRK-CE-RELATORIO
                     DELIMITED BY SIZE INTO WRK-RESULTADO
              PERFORM 8900-REGISTRAR-AUDITORIA THRU 8900-EXIT
              GO TO 8000-EXIT
           END-IF.
           MOVE ARQ-RELATORIO-REC TO WRK-CABECALHO.
           PERFORM 8200-MOSTRAR-CABECALHO THRU 8200-EXIT.
           SET EMISSAO-ACHADA TO TRUE.
       8000-EXIT.
           EXIT.

       8100-RECOLHER-EMISSAO.
           READ ARQ-RELATORIOS NEXT RECORD
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 8100-EXIT
           END-READ.
           IF AR-RELATORIO NOT = WRK-CE-RELATORIO
              OR AR-DATA-MOV NOT = WRK-CE-DATA-MOV
              SET FIM-ARQ TO TRUE
              GO TO 8100-EXIT
           END-IF.
           IF AR-LINHA NOT = ZEROS
              GO TO 8100-EXIT
           END-IF.
           IF WRK-QTD-DO-DIA NOT < 20
              DISPLAY 'MAIS DE 20 EMISSOES NO DIA - SO AS 20 PRIMEIRAS'
              SET FIM-ARQ TO TRUE
              GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DO-DIA.
           MOVE AR-JOB  TO WRK-DIA-JOB(WRK-QTD-DO-DIA).
           MOVE AR-HORA TO WRK-DIA-HORA(WRK-QTD-DO-DIA).
           PERFORM 3200-SALTAR-CORPO THRU 3200-EXIT.
       8100-EXIT.
           EXIT.

       8150-LISTAR-DO-DIA.
           MOVE WRK-DIA-HORA(WRK-IDX) TO WRK-HORA-ED.
           DISPLAY '  ' WRK-IDX ' - JOB ' WRK-DIA-JOB(WRK-IDX)
                   ' HORA ' WRK-HORA-ED.
       8150-EXIT.
           EXIT.

      *****************************************************************
      * 8200-MOSTRAR-CABECALHO - Linha de lista da emissao corrente:
      * chave, passo e totais de controle.
      *****************************************************************
       8200-MOSTRAR-CABECALHO.
           MOVE AR-DATA-MOV TO WRK-DATA-ED.
           MOVE AR-HORA TO WRK-HORA-ED.
           DISPLAY AR-RELATORIO ' ' WRK-DATA-ED ' ' AR-JOB ' '
                   WRK-HORA-ED ' ' AR-PASSO ' ' AR-QTD-LINHAS ' '
                   AR-QTD-PAGINAS ' ' AR-QTD-REGISTROS ' ' AR-RC ' '
                   AR-QTD-REIMPRESSOES.
           IF AR-VALOR-TOTAL NOT = ZEROS
              MOVE AR-VALOR-TOTAL TO WRK-VALOR-ED
              DISPLAY '     PROGRAMA ' AR-PROGRAMA
                      ' VALOR DE CONTROLE ' WRK-VALOR-ED
           ELSE
              DISPLAY '     PROGRAMA ' AR-PROGRAMA
           END-IF.
       8200-EXIT.
           EXIT.

       8300-PAUSAR-TELA.
           MOVE ZEROS TO WRK-QTD-NA-TELA.
           DISPLAY '-- ENTER CONTINUA, F ENCERRA --'.
           MOVE SPACE TO WRK-CONTINUA.
           ACCEPT WRK-CONTINUA FROM CONSOLE.
           IF WRK-CONTINUA = 'F' OR WRK-CONTINUA = 'f'
              SET OPERADOR-PAROU TO TRUE
           END-IF.
       8300-EXIT.
           EXIT.

      *****************************************************************
      * 8400-LER-LINHA - Le a linha WRK-NUM-LINHA da emissao
      * escolhida; linha que falte sai em branco com aviso.
      *****************************************************************
       8400-LER-LINHA.
           MOVE WRK-CHAVE-EMISSAO TO AR-CHAVE(1:42).
           MOVE WRK-NUM-LINHA TO AR-LINHA.
           READ ARQ-RELATORIOS KEY IS AR-CHAVE
               INVALID KEY
                  MOVE SPACES TO AR-CONTEUDO
                  MOVE WRK-NUM-LINHA TO WRK-LINHA-ED
                  DISPLAY 'LINHA ' WRK-LINHA-ED ' AUSENTE NO ARQUIVO'
           END-READ.
       8400-EXIT.
           EXIT.

      *****************************************************************
      * 8500-RESOLVER-ACESSO - Papeis que veem AR-RELATORIO: a linha
      * do relatorio em PARM-REL ou, sem ela, a linha '*'.
      *****************************************************************
       8500-RESOLVER-ACESSO.
           MOVE WRK-ACESSO-PADRAO TO WRK-ACESSO-REL.
           PERFORM 8510-PROCURAR-POLITICA THRU 8510-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-PARM.
           IF WRK-ACESSO-REL(WRK-PAPEL:1) = 'S'
              SET PODE-VER TO TRUE
           ELSE
              MOVE 'N' TO WRK-PODE-VER
           END-IF.
       8500-EXIT.
           EXIT.

       8510-PROCURAR-POLITICA.
           IF WRK-POL-RELATORIO(WRK-IDX) = AR-RELATORIO
              MOVE WRK-POL-ACESSO(WRK-IDX) TO WRK-ACESSO-REL
              MOVE WRK-QTD-PARM TO WRK-IDX
           END-IF.
       8510-EXIT.
           EXIT.

      *****************************************************************
      * 8900-REGISTRAR-AUDITORIA - Grava no AUDIT-LOG, pela rotina
      * comum, quem viu ou reimprimiu qual relatorio (ou a tentativa
      * recusada pelo papel).
      *****************************************************************
       8900-REGISTRAR-AUDITORIA.
           MOVE 'G' TO GA-FUNCAO.
           MOVE WRK-OPERADOR TO GA-NOME.
           MOVE WRK-RESULTADO TO GA-RESULTADO.
           CALL 'GRAVA-AUDIT' USING GRAVA-AUDIT-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada usado pelo
      * MENU-PRINCIPAL, que recebe o contexto do operador resolvido
      * por VARIAVELNIVEL88 e guarda o papel e o nome em
      * WORKING-STORAGE antes de desviar para a consulta. Papel
      * recusado na opcao 06 fica sem papel. A entrada direta, sem
      * contexto, e recusada.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'CONSULTA-RELATORIO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           MOVE ZEROS TO WRK-PAPEL.
           IF OC-ACESSO NUMERIC
              AND OC-RESULTADO(1:6) NOT = 'ACESSO'
              MOVE OC-ACESSO TO WRK-PAPEL
           END-IF.
           GO TO 0000-MAINLINE.
