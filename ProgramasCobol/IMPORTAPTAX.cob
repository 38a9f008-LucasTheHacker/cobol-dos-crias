       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IMPORTA-PTAX.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Carga diaria das taxas de cambio oficiais (boletim
      *           PTAX do Banco Central, PTAX-IN) na tabela CAMBIO
      *           (Copybooks/TAXCAMB.cpy), no lugar da digitacao em
      *           MANTER-CAMBIO de que CONSOLIDA-BRL dependia. O
      *           boletim vem no formato publicado pelo Banco Central,
      *           uma linha por moeda separada por ';' (data DDMMAAAA,
      *           codigo, tipo, moeda, compra e venda com virgula
      *           decimal, paridades); vale a taxa de venda. So entram
      *           as moedas de PARM-CAMBIO (Copybooks/PARMCAMB.cpy) e
      *           so a cotacao da data de movimento (LE-DATA-MOV).
      *           Cada taxa carregada e gravada com origem PTAX na
      *           data de movimento e repetida, com a data do boletim
      *           como referencia, em cada dia nao util ate o proximo
      *           dia util (rotina DIA-UTIL), para o fim de semana e o
      *           feriado terem a taxa do dia util anterior. Boletim
      *           ausente, moeda sem cotacao da data ou variacao sobre
      *           a taxa vigente no dia anterior acima da tolerancia
      *           da moeda recusam a taxa da moeda e terminam com RC 8,
      *           para o ALERTA-OPS da perna avisar a operacao. Taxa
      *           digitada (manual) da mesma data prevalece e nao e
      *           tocada; taxa PTAX ja carregada (reexecucao) tambem
      *           nao. A carga vem de fonte oficial e nao passa pela
      *           dupla aprovacao de MANTER-CAMBIO, mas cada taxa
      *           gravada vai para o jornal de alteracoes
      *           (GRAVA-JORNAL) com o programa de origem. Inicio e fim
      *           de cada execucao ficam no historico de execucao dos
      *           lotes (rotina GRAVA-EXECUCAO).
      *           Copia de PTAX-REPORT guardada no arquivo de relatorios
      *           (rotina ARQUIVA-RELATORIO), com os totais de controle,
      *           para consulta e reimpressao pela opcao 43 do menu
      *           (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTAX-IN ASSIGN TO "PTAX-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PT-STATUS.
           SELECT PARM-CAMBIO ASSIGN TO "PARM-CAMBIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PC-STATUS.
           SELECT CAMBIO ASSIGN TO "CAMBIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CB-CHAVE
               FILE STATUS IS WRK-CB-STATUS.
           SELECT PTAX-REPORT ASSIGN TO "PTAX-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PTAX-REPORT-RELIDO ASSIGN TO "PTAX-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PTAX-IN
           RECORD CONTAINS 80 CHARACTERS.
       01  PTAX-IN-REC             PIC X(80).

       FD  PARM-CAMBIO
           RECORD CONTAINS 20 CHARACTERS.
           COPY PARMCAMB.

       FD  CAMBIO.
           COPY TAXCAMB.

       FD  PTAX-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PTAX-REPORT-REC         PIC X(80).

       FD  PTAX-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  PTAX-REPORT-RELIDO-REC   PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY DIAUTIL.
       COPY JORNGRV.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-PT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PC-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CB-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-PTAX      PIC X(01)      VALUE 'N'.
           88 FIM-PTAX                      VALUE 'S'.
       77  WRK-FIM-PARM      PIC X(01)      VALUE 'N'.
           88 FIM-PARM                      VALUE 'S'.
       77  WRK-FIM-CAMBIO    PIC X(01)      VALUE 'N'.
           88 FIM-CAMBIO                    VALUE 'S'.
       77  WRK-TEM-CAMBIO    PIC X(01)      VALUE 'N'.
           88 TEM-CAMBIO                    VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-PROX-UTIL     PIC 9(08)      VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-QTD-LIDAS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-OUTRA-DATA PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-GRAVADAS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-PREENCHIDAS PIC 9(07)    VALUE ZEROS.
       77  WRK-QTD-MANTIDAS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-RECUSADAS PIC 9(07)      VALUE ZEROS.
      *
      * Campos de uma linha do boletim.
       01  WRK-PTAX-CAMPOS.
           05 WRK-PT-DATA          PIC X(08).
           05 WRK-PT-DATA-R REDEFINES WRK-PT-DATA.
              10 WRK-PT-DIA        PIC 9(02).
              10 WRK-PT-MES        PIC 9(02).
              10 WRK-PT-ANO        PIC 9(04).
           05 WRK-PT-CODIGO        PIC X(03).
           05 WRK-PT-TIPO          PIC X(01).
           05 WRK-PT-MOEDA         PIC X(03).
           05 WRK-PT-COMPRA        PIC X(14).
           05 WRK-PT-VENDA         PIC X(14).
       01  WRK-DATA-PTAX.
           05 WRK-DP-ANO           PIC 9(04).
           05 WRK-DP-MES           PIC 9(02).
           05 WRK-DP-DIA           PIC 9(02).
       01  WRK-DATA-PTAX-N REDEFINES WRK-DATA-PTAX PIC 9(08).
       77  WRK-TAXA-INT-TXT  PIC X(04) JUSTIFIED RIGHT VALUE SPACES.
       77  WRK-TAXA-DEC-TXT  PIC X(04)      VALUE SPACES.
       01  WRK-TAXA-TXT.
           05 WRK-TAXA-INT         PIC 9(04).
           05 WRK-TAXA-DEC         PIC 9(04).
       01  WRK-TAXA-N REDEFINES WRK-TAXA-TXT PIC 9(04)V9(04).
      *
      * Moedas de PARM-CAMBIO com a tolerancia e a cotacao do dia
      * achada no boletim. Ate 10 moedas.
       77  WRK-QTD-MOEDAS    PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-MOEDA     PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO    PIC 9(02) COMP VALUE ZERO.
       01  WRK-TAB-MOEDAS.
           05 WRK-MOEDA-ENT OCCURS 10 TIMES.
              10 WRK-TM-MOEDA       PIC X(03).
              10 WRK-TM-TOLERANCIA  PIC 9(02)V99.
              10 WRK-TM-TAXA        PIC 9(04)V9(04).
              10 WRK-TM-ACHOU       PIC X(01).
                 88 TM-TEM-COTACAO    VALUE 'S'.
      *
      * Conferencia da variacao e gravacao de uma moeda.
       77  WRK-TAXA-ANTERIOR PIC 9(04)V9(04) VALUE ZEROS.
       77  WRK-DATA-ANTERIOR PIC 9(08)      VALUE ZEROS.
       77  WRK-DIFERENCA     PIC S9(04)V9(04) VALUE ZEROS.
       77  WRK-VARIACAO      PIC 9(05)V99   VALUE ZEROS.
       77  WRK-VARIACAO-ED   PIC ZZZZ9,99   VALUE ZEROS.
       77  WRK-TOLERANCIA-ED PIC Z9,99      VALUE ZEROS.
       77  WRK-TAXA-ED       PIC Z.ZZ9,9999 VALUE ZEROS.
       77  WRK-TAXA-ANT-ED   PIC Z.ZZ9,9999 VALUE ZEROS.
       77  WRK-DATA-GRAVAR   PIC 9(08)      VALUE ZEROS.
       77  WRK-SITUACAO      PIC X(26)      VALUE SPACES.
       77  WRK-GRAVOU        PIC X(01)      VALUE 'N'.
           88 TAXA-GRAVADA                  VALUE 'S'.
      *
      * Soma de um dia corrido a WRK-DATA-SOMA.
       01  WRK-DATA-SOMA.
           05 WRK-DS-ANO           PIC 9(04).
           05 WRK-DS-MES           PIC 9(02).
           05 WRK-DS-DIA           PIC 9(02).
       01  WRK-DATA-SOMA-N REDEFINES WRK-DATA-SOMA PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-ULTIMO-DIA    PIC 9(02)      VALUE ZEROS.
       77  WRK-QUOC          PIC 9(06) COMP VALUE ZERO.
       77  WRK-RESTO4        PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100      PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400      PIC 9(03) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'IMPORTA-PTAX' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE NOT = 8
              PERFORM 2000-LER-BOLETIM THRU 2000-EXIT
           END-IF.
           IF WRK-QTD-MOEDAS > 0 AND TEM-CAMBIO
              PERFORM 3000-CARREGAR-MOEDA THRU 3000-EXIT
                 VARYING WRK-IDX-MOEDA FROM 1 BY 1
                 UNTIL WRK-IDX-MOEDA > WRK-QTD-MOEDAS
           END-IF.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Data de movimento, proximo dia util,
      * relatorio, moedas de PARM-CAMBIO e abertura da tabela.
      * PARM-CAMBIO ausente, vazio ou com tolerancia nao numerica:
      * nada e carregado (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           SET DU-FN-SOMAR-UTEIS TO TRUE.
           MOVE WRK-DATA-EXEC TO DU-DATA.
           MOVE 1 TO DU-QTD-DIAS.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           MOVE DU-DATA-RESULTADO TO WRK-PROX-UTIL.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT PTAX-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CARGA DA PTAX - DATA DE MOVIMENTO ' DELIMITED BY SIZE
                  WRK-DATA-EXEC DELIMITED BY SIZE
                  ' - PROXIMO DIA UTIL ' DELIMITED BY SIZE
                  WRK-PROX-UTIL DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           OPEN INPUT PARM-CAMBIO.
           IF WRK-PC-STATUS NOT = '00'
              MOVE 'PARM-CAMBIO AUSENTE - NENHUMA TAXA CARREGADA'
                TO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-PARM THRU 1100-EXIT.
           PERFORM UNTIL FIM-PARM
              PERFORM 1200-GUARDAR-MOEDA THRU 1200-EXIT
              PERFORM 1100-LER-PARM THRU 1100-EXIT
           END-PERFORM.
           CLOSE PARM-CAMBIO.
           IF RETURN-CODE = 8
              MOVE ZERO TO WRK-QTD-MOEDAS
              GO TO 1000-EXIT
           END-IF.
           IF WRK-QTD-MOEDAS = 0
              MOVE 'PARM-CAMBIO VAZIO - NENHUMA TAXA CARREGADA'
                TO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN I-O CAMBIO.
           IF WRK-CB-STATUS = '35'
              OPEN OUTPUT CAMBIO
              CLOSE CAMBIO
              OPEN I-O CAMBIO
           END-IF.
           IF WRK-CB-STATUS NOT = '00'
              MOVE SPACES TO WRK-LINHA
              STRING 'CAMBIO INDISPONIVEL (STATUS ' DELIMITED BY SIZE
                     WRK-CB-STATUS DELIMITED BY SIZE
                     ') - NENHUMA TAXA CARREGADA' DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           SET TEM-CAMBIO TO TRUE.
       1000-EXIT.
           EXIT.

       1100-LER-PARM.
           READ PARM-CAMBIO
               AT END SET FIM-PARM TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GUARDAR-MOEDA.
           IF PC-MOEDA = SPACES
              GO TO 1200-EXIT
           END-IF.
           IF PC-TOLERANCIA-PCT IS NOT NUMERIC
              MOVE SPACES TO WRK-LINHA
              STRING 'PARM-CAMBIO: TOLERANCIA NAO NUMERICA PARA '
                     DELIMITED BY SIZE
                     PC-MOEDA DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 1200-EXIT
           END-IF.
           IF WRK-QTD-MOEDAS NOT < 10
              DISPLAY 'PARM-CAMBIO: MOEDA ALEM DE 10 IGNORADA: '
                      PC-MOEDA
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-MOEDAS.
           MOVE PC-MOEDA          TO WRK-TM-MOEDA(WRK-QTD-MOEDAS).
           MOVE PC-TOLERANCIA-PCT TO WRK-TM-TOLERANCIA(WRK-QTD-MOEDAS).
           MOVE ZEROS TO WRK-TM-TAXA(WRK-QTD-MOEDAS).
           MOVE 'N'   TO WRK-TM-ACHOU(WRK-QTD-MOEDAS).
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LER-BOLETIM - Le o boletim e guarda a taxa de venda da
      * data de movimento de cada moeda de PARM-CAMBIO. Linha sem data
      * numerica (cabecalho) e ignorada; linha de outra data e so
      * contada. Boletim ausente: nenhuma moeda tem cotacao.
      *****************************************************************
       2000-LER-BOLETIM.
           OPEN INPUT PTAX-IN.
           IF WRK-PT-STATUS NOT = '00'
              MOVE 'BOLETIM PTAX AUSENTE - NENHUMA TAXA CARREGADA'
                TO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-LINHA THRU 2100-EXIT.
           PERFORM UNTIL FIM-PTAX
              PERFORM 2200-TRATAR-LINHA THRU 2200-EXIT
              PERFORM 2100-LER-LINHA THRU 2100-EXIT
           END-PERFORM.
           CLOSE PTAX-IN.
       2000-EXIT.
           EXIT.

       2100-LER-LINHA.
           READ PTAX-IN
               AT END SET FIM-PTAX TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TRATAR-LINHA.
           MOVE SPACES TO WRK-PTAX-CAMPOS.
           UNSTRING PTAX-IN-REC DELIMITED BY ';'
               INTO WRK-PT-DATA WRK-PT-CODIGO WRK-PT-TIPO
                    WRK-PT-MOEDA WRK-PT-COMPRA WRK-PT-VENDA.
           IF WRK-PT-DATA IS NOT NUMERIC
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LIDAS.
           MOVE WRK-PT-ANO TO WRK-DP-ANO.
           MOVE WRK-PT-MES TO WRK-DP-MES.
           MOVE WRK-PT-DIA TO WRK-DP-DIA.
           IF WRK-DATA-PTAX-N NOT = WRK-DATA-EXEC
              ADD 1 TO WRK-QTD-OUTRA-DATA
              GO TO 2200-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2210-PROCURAR-MOEDA THRU 2210-EXIT
              VARYING WRK-IDX-MOEDA FROM 1 BY 1
              UNTIL WRK-IDX-MOEDA > WRK-QTD-MOEDAS
                 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO WRK-TAXA-INT-TXT WRK-TAXA-DEC-TXT.
           UNSTRING WRK-PT-VENDA DELIMITED BY ',' OR ALL SPACE
               INTO WRK-TAXA-INT-TXT WRK-TAXA-DEC-TXT.
           INSPECT WRK-TAXA-INT-TXT REPLACING ALL SPACE BY ZERO.
           INSPECT WRK-TAXA-DEC-TXT REPLACING ALL SPACE BY ZERO.
           IF WRK-TAXA-INT-TXT IS NOT NUMERIC
              OR WRK-TAXA-DEC-TXT IS NOT NUMERIC
              MOVE SPACES TO WRK-LINHA
              STRING 'TAXA DE VENDA INVALIDA NO BOLETIM PARA '
                     DELIMITED BY SIZE
                     WRK-PT-MOEDA DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     WRK-PT-VENDA DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              GO TO 2200-EXIT
           END-IF.
           MOVE WRK-TAXA-INT-TXT TO WRK-TAXA-INT.
           MOVE WRK-TAXA-DEC-TXT TO WRK-TAXA-DEC.
           IF WRK-TAXA-N = ZERO
              GO TO 2200-EXIT
           END-IF.
           MOVE WRK-TAXA-N TO WRK-TM-TAXA(WRK-IDX-ACHADO).
           SET TM-TEM-COTACAO(WRK-IDX-ACHADO) TO TRUE.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-MOEDA.
           IF WRK-TM-MOEDA(WRK-IDX-MOEDA) = WRK-PT-MOEDA
              MOVE WRK-IDX-MOEDA TO WRK-IDX-ACHADO
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CARREGAR-MOEDA - Uma moeda de PARM-CAMBIO: sem cotacao da
      * data, recusa; com cotacao, confere a variacao sobre a taxa
      * vigente no dia anterior contra a tolerancia e, dentro dela,
      * grava a taxa na data de movimento e nos dias nao uteis ate o
      * proximo dia util.
      *****************************************************************
       3000-CARREGAR-MOEDA.
           IF NOT TM-TEM-COTACAO(WRK-IDX-MOEDA)
              ADD 1 TO WRK-QTD-RECUSADAS
              MOVE SPACES TO WRK-LINHA
              STRING 'SEM COTACAO PTAX DE ' DELIMITED BY SIZE
                     WRK-DATA-EXEC DELIMITED BY SIZE
                     ' PARA ' DELIMITED BY SIZE
                     WRK-TM-MOEDA(WRK-IDX-MOEDA) DELIMITED BY SIZE
                     ' - TAXA NAO CARREGADA' DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-ACHAR-TAXA-ANTERIOR THRU 3100-EXIT.
           IF WRK-TAXA-ANTERIOR > ZERO
              AND WRK-TM-TOLERANCIA(WRK-IDX-MOEDA) > ZERO
              COMPUTE WRK-DIFERENCA = WRK-TM-TAXA(WRK-IDX-MOEDA)
                                    - WRK-TAXA-ANTERIOR
              IF WRK-DIFERENCA < ZERO
                 COMPUTE WRK-DIFERENCA = ZERO - WRK-DIFERENCA
              END-IF
              COMPUTE WRK-VARIACAO ROUNDED =
                  WRK-DIFERENCA * 100 / WRK-TAXA-ANTERIOR
              IF WRK-VARIACAO > WRK-TM-TOLERANCIA(WRK-IDX-MOEDA)
                 PERFORM 3200-RECUSAR-VARIACAO THRU 3200-EXIT
                 GO TO 3000-EXIT
              END-IF
           END-IF.
           MOVE WRK-DATA-EXEC TO WRK-DATA-GRAVAR.
           PERFORM 3300-GRAVAR-TAXA THRU 3300-EXIT.
           IF TAXA-GRAVADA
              ADD 1 TO WRK-QTD-GRAVADAS
              MOVE ' - CARREGADA' TO WRK-SITUACAO
           ELSE
              ADD 1 TO WRK-QTD-MANTIDAS
              MOVE ' - JA CADASTRADA, MANTIDA' TO WRK-SITUACAO
           END-IF.
           MOVE WRK-TM-TAXA(WRK-IDX-MOEDA) TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-TM-MOEDA(WRK-IDX-MOEDA) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-EXEC DELIMITED BY SIZE
                  ' TAXA ' DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  WRK-SITUACAO DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           MOVE WRK-DATA-EXEC TO WRK-DATA-SOMA-N.
           PERFORM 7000-SOMAR-UM-DIA THRU 7000-EXIT.
           PERFORM 3400-PREENCHER-DIA THRU 3400-EXIT
              UNTIL WRK-DATA-SOMA-N NOT < WRK-PROX-UTIL.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-ACHAR-TAXA-ANTERIOR - Taxa vigente na vespera da data de
      * movimento: a de vigencia mais recente anterior a ela.
      *****************************************************************
       3100-ACHAR-TAXA-ANTERIOR.
           MOVE ZEROS TO WRK-TAXA-ANTERIOR WRK-DATA-ANTERIOR.
           MOVE 'N' TO WRK-FIM-CAMBIO.
           MOVE WRK-TM-MOEDA(WRK-IDX-MOEDA) TO CB-MOEDA.
           MOVE ZEROS TO CB-DATA-VIGENCIA.
           START CAMBIO KEY IS NOT LESS THAN CB-CHAVE
               INVALID KEY SET FIM-CAMBIO TO TRUE
           END-START.
           PERFORM 3110-LER-CAMBIO THRU 3110-EXIT
              UNTIL FIM-CAMBIO.
       3100-EXIT.
           EXIT.

       3110-LER-CAMBIO.
           READ CAMBIO NEXT RECORD
               AT END
                  SET FIM-CAMBIO TO TRUE
                  GO TO 3110-EXIT
           END-READ.
           IF CB-MOEDA NOT = WRK-TM-MOEDA(WRK-IDX-MOEDA)
              OR CB-DATA-VIGENCIA NOT < WRK-DATA-EXEC
              SET FIM-CAMBIO TO TRUE
              GO TO 3110-EXIT
           END-IF.
           MOVE CB-TAXA          TO WRK-TAXA-ANTERIOR.
           MOVE CB-DATA-VIGENCIA TO WRK-DATA-ANTERIOR.
       3110-EXIT.
           EXIT.

       3200-RECUSAR-VARIACAO.
           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE 8 TO RETURN-CODE.
           MOVE WRK-TM-TAXA(WRK-IDX-MOEDA) TO WRK-TAXA-ED.
           MOVE WRK-TAXA-ANTERIOR TO WRK-TAXA-ANT-ED.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-ED.
           MOVE WRK-TM-TOLERANCIA(WRK-IDX-MOEDA) TO WRK-TOLERANCIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECUSADA ' DELIMITED BY SIZE
                  WRK-TM-MOEDA(WRK-IDX-MOEDA) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-DATA-EXEC DELIMITED BY SIZE
                  ' TAXA ' DELIMITED BY SIZE
                  WRK-TAXA-ED DELIMITED BY SIZE
                  ' ANTERIOR ' DELIMITED BY SIZE
                  WRK-TAXA-ANT-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING '   VARIACAO DE ' DELIMITED BY SIZE
                  WRK-VARIACAO-ED DELIMITED BY SIZE
                  '% ACIMA DA TOLERANCIA DE ' DELIMITED BY SIZE
                  WRK-TOLERANCIA-ED DELIMITED BY SIZE
                  '% - CONFERIR E DIGITAR EM MANTER-CAMBIO'
                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-GRAVAR-TAXA - Grava a taxa PTAX da moeda na vigencia
      * WRK-DATA-GRAVAR, com a data de movimento como referencia, e a
      * leva ao jornal de alteracoes. Vigencia ja cadastrada (taxa
      * manual ou PTAX de uma execucao anterior) fica como esta.
      *****************************************************************
       3300-GRAVAR-TAXA.
           MOVE 'N' TO WRK-GRAVOU.
           MOVE SPACES TO CAMBIO-REC.
           MOVE WRK-TM-MOEDA(WRK-IDX-MOEDA) TO CB-MOEDA.
           MOVE WRK-DATA-GRAVAR TO CB-DATA-VIGENCIA.
           MOVE WRK-TM-TAXA(WRK-IDX-MOEDA) TO CB-TAXA.
           SET CB-ORIGEM-PTAX TO TRUE.
           MOVE WRK-DATA-EXEC TO CB-DATA-REFERENCIA.
           WRITE CAMBIO-REC
               INVALID KEY
                  GO TO 3300-EXIT
           END-WRITE.
           SET TAXA-GRAVADA TO TRUE.
           MOVE 'CAMBIO' TO GJ-ARQUIVO.
           MOVE CB-CHAVE TO GJ-CHAVE.
           MOVE 'IMPORTA-PTAX' TO GJ-PROGRAMA.
           MOVE 'PTAX BANCO CENTRAL' TO GJ-OPERADOR.
           SET GJ-INCLUSAO TO TRUE.
           MOVE 28 TO GJ-TAMANHO.
           MOVE SPACES TO GJ-ANTES.
           MOVE CAMBIO-REC TO GJ-DEPOIS.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-PREENCHER-DIA - Dia nao util entre a data de movimento e
      * o proximo dia util: recebe a taxa do dia, com a data de
      * movimento como referencia.
      *****************************************************************
       3400-PREENCHER-DIA.
           MOVE WRK-DATA-SOMA-N TO WRK-DATA-GRAVAR.
           PERFORM 3300-GRAVAR-TAXA THRU 3300-EXIT.
           IF TAXA-GRAVADA
              ADD 1 TO WRK-QTD-PREENCHIDAS
              MOVE SPACES TO WRK-LINHA
              STRING '   DIA NAO UTIL ' DELIMITED BY SIZE
                     WRK-DATA-GRAVAR DELIMITED BY SIZE
                     ' COM A TAXA DE ' DELIMITED BY SIZE
                     WRK-DATA-EXEC DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
           END-IF.
           PERFORM 7000-SOMAR-UM-DIA THRU 7000-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Totais no relatorio e no console e fecho dos
      * arquivos. Moeda recusada termina com RC 8 mesmo que uma moeda
      * carregada depois tenha zerado RETURN-CODE no CALL do jornal.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS DO BOLETIM: ' DELIMITED BY SIZE
                  WRK-QTD-LIDAS DELIMITED BY SIZE
                  ' DE OUTRA DATA: ' DELIMITED BY SIZE
                  WRK-QTD-OUTRA-DATA DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CARREGADAS: ' DELIMITED BY SIZE
                  WRK-QTD-GRAVADAS DELIMITED BY SIZE
                  ' DIAS NAO UTEIS: ' DELIMITED BY SIZE
                  WRK-QTD-PREENCHIDAS DELIMITED BY SIZE
                  ' JA CADASTRADAS: ' DELIMITED BY SIZE
                  WRK-QTD-MANTIDAS DELIMITED BY SIZE
                  ' RECUSADAS: ' DELIMITED BY SIZE
                  WRK-QTD-RECUSADAS DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           CLOSE PTAX-REPORT.
           IF TEM-CAMBIO
              CLOSE CAMBIO
           END-IF.
           IF WRK-QTD-RECUSADAS > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-SOMAR-UM-DIA - Avanca WRK-DATA-SOMA um dia corrido, com
      * fevereiro de 29 dias no ano bissexto.
      *****************************************************************
       7000-SOMAR-UM-DIA.
           MOVE WRK-DIAS-MES(WRK-DS-MES) TO WRK-ULTIMO-DIA.
           IF WRK-DS-MES = 2
              DIVIDE WRK-DS-ANO BY 4
                  GIVING WRK-QUOC REMAINDER WRK-RESTO4
              DIVIDE WRK-DS-ANO BY 100
                  GIVING WRK-QUOC REMAINDER WRK-RESTO100
              DIVIDE WRK-DS-ANO BY 400
                  GIVING WRK-QUOC REMAINDER WRK-RESTO400
              IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                                 OR WRK-RESTO400 = 0
                 MOVE 29 TO WRK-ULTIMO-DIA
              END-IF
           END-IF.
           ADD 1 TO WRK-DS-DIA.
           IF WRK-DS-DIA > WRK-ULTIMO-DIA
              MOVE 1 TO WRK-DS-DIA
              ADD 1 TO WRK-DS-MES
              IF WRK-DS-MES > 12
                 MOVE 1 TO WRK-DS-MES
                 ADD 1 TO WRK-DS-ANO
              END-IF
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-IMPRIMIR - Linha montada em WRK-LINHA no relatorio e no
      * console.
      *****************************************************************
       8000-IMPRIMIR.
           MOVE WRK-LINHA TO PTAX-REPORT-REC.
           WRITE PTAX-REPORT-REC.
           DISPLAY WRK-LINHA.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PTAX-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PTAX-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PTAX-REPORT' TO AG-RELATORIO.
           MOVE 'IMPORTA-PTAX' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PTAX-REPORT-RELIDO.
           MOVE WRK-QTD-LIDAS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PTAX-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PTAX-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com as linhas do boletim lidas e o
      * RC corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-LIDAS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'IMPORTA-PTAX' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
