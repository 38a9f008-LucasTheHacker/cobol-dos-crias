       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INADIMPLENCIA.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Relatorio de inadimplencia (aging) das mensalidades:
      *           varre TITULO-RECEBER e, para cada titulo em aberto
      *           com vencimento anterior a data do processamento,
      *           lista o saldo devedor (valor menos o ja pago) e os
      *           dias de atraso, acumulando por campus nas faixas de
      *           1-30, 31-60, 61-90 e mais de 90 dias. O nome do
      *           campus vem da tabela de INSTCFG; campus fora da
      *           tabela totaliza numa linha propria. O relatorio
      *           INADIMPLENCIA-REPORT termina com o trailer padrao
      *           (titulos vencidos e saldo devedor total). A data de
      *           execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio. Inicio e fim de cada
      *           execucao ficam no historico de execucao dos lotes
      *           (rotina GRAVA-EXECUCAO), com os registros processados
      *           e o RC, para o relatorio semanal RELAT-EXECUCAO.
      *           Copia de INADIMPLENCIA-REPORT guardada no arquivo de
      *           relatorios (rotina ARQUIVA-RELATORIO), com os totais
      *           de controle, para consulta e reimpressao pela opcao 43
      *           do menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TITULO-RECEBER ASSIGN TO "TITULO-RECEBER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CHAVE
               FILE STATUS IS WRK-TI-STATUS.
           SELECT INADIMPLENCIA-REPORT ASSIGN TO "INADIMPLENCIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INADIMPLENCIA-RELIDO ASSIGN TO "INADIMPLENCIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TITULO-RECEBER.
           COPY TITULO.

       FD  INADIMPLENCIA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  INADIMPLENCIA-REPORT-REC PIC X(80).
           COPY TRAILER.

       FD  INADIMPLENCIA-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  INADIMPLENCIA-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-TI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-TITULOS    PIC X(01)      VALUE 'N'.
           88 FIM-TITULOS                    VALUE 'S'.
       77  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       77  WRK-SALDO          PIC 9(07)V99   VALUE ZEROS.
       77  WRK-DIAS-ATRASO    PIC 9(08) COMP VALUE ZERO.
       77  WRK-IDX-CAMPUS     PIC 9(01) COMP VALUE ZERO.
       77  WRK-IDX-FAIXA      PIC 9(01) COMP VALUE ZERO.
       77  WRK-QTD-VENCIDOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-TOTAL-VENCIDO  PIC 9(11)V99   VALUE ZEROS.
       77  WRK-ATRASO-ED      PIC ZZZZ9      VALUE ZEROS.
       77  WRK-VALOR-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Saldo vencido por campus (os dois da tabela de INSTCFG e uma
      * terceira linha para campus nao cadastrado) e por faixa de
      * atraso: 1 = 1-30, 2 = 31-60, 3 = 61-90, 4 = mais de 90 dias.
       01  WRK-TAB-AGING.
           05 WRK-AG-CAMPUS OCCURS 3 TIMES.
              10 WRK-AG-FAIXA OCCURS 4 TIMES.
                 15 WRK-AG-QTD      PIC 9(05).
                 15 WRK-AG-VALOR    PIC 9(09)V99.
       01  WRK-TAB-ROTULO-FAIXA VALUE
           '01 A 30 DIAS31 A 60 DIAS61 A 90 DIASMAIS DE 90  '.
           05 WRK-ROTULO-FAIXA OCCURS 4 TIMES PIC X(12).
      *
      * Conversao de data em dias absolutos, como em PURGA-DADOS, para
      * medir o atraso por subtracao simples.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV    PIC 9(02)     VALUE ZEROS.
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO       PIC X(01)     VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT   PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
       77  WRK-DIAS-HOJE      PIC 9(08) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'INADIMPLENCIA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-APURAR THRU 2000-EXIT.
           PERFORM 3000-IMPRIMIR-RESUMO THRU 3000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Data do processamento em dias absolutos,
      * abertura dos arquivos e cabecalho. Sem titulos emitidos nao ha
      * o que relatar (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           INITIALIZE WRK-TAB-AGING.
           OPEN INPUT TITULO-RECEBER.
           IF WRK-TI-STATUS NOT = '00'
              DISPLAY 'TITULO-RECEBER AUSENTE - NADA A RELATAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT INADIMPLENCIA-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INADIMPLENCIA DE MENSALIDADES EM ' DELIMITED BY SIZE
                  WRK-DATA-EXEC  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
           MOVE 'MATRICULA  COMPET CP VENCIMEN ATRASO          SALDO'
             TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR - Varre TITULO-RECEBER pela chave.
      *****************************************************************
       2000-APURAR.
           MOVE LOW-VALUES TO TI-CHAVE.
           START TITULO-RECEBER KEY IS NOT LESS THAN TI-CHAVE
               INVALID KEY SET FIM-TITULOS TO TRUE
           END-START.
           PERFORM 2100-AVALIAR-TITULO THRU 2100-EXIT
              UNTIL FIM-TITULOS.
           CLOSE TITULO-RECEBER.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-AVALIAR-TITULO - Titulo em aberto e vencido: calcula o
      * atraso, lista o saldo e acumula na faixa do campus.
      *****************************************************************
       2100-AVALIAR-TITULO.
           READ TITULO-RECEBER NEXT RECORD
               AT END
                  SET FIM-TITULOS TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF TI-QUITADO OR TI-DATA-VENCIMENTO >= WRK-DATA-EXEC
              GO TO 2100-EXIT
           END-IF.
           MOVE TI-DATA-VENCIMENTO TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           COMPUTE WRK-DIAS-ATRASO =
               WRK-DIAS-HOJE - WRK-DIAS-TOTAL-CONV.
           IF TI-VALOR-PAGO < TI-VALOR
              COMPUTE WRK-SALDO = TI-VALOR - TI-VALOR-PAGO
           ELSE
              MOVE ZEROS TO WRK-SALDO
           END-IF.
           EVALUATE TRUE
               WHEN WRK-DIAS-ATRASO <= 30
                  MOVE 1 TO WRK-IDX-FAIXA
               WHEN WRK-DIAS-ATRASO <= 60
                  MOVE 2 TO WRK-IDX-FAIXA
               WHEN WRK-DIAS-ATRASO <= 90
                  MOVE 3 TO WRK-IDX-FAIXA
               WHEN OTHER
                  MOVE 4 TO WRK-IDX-FAIXA
           END-EVALUATE.
           MOVE 3 TO WRK-IDX-CAMPUS.
           IF TI-CAMPUS = INST-CAMPUS-CODIGO(1) OR TI-CAMPUS = SPACES
              MOVE 1 TO WRK-IDX-CAMPUS
           END-IF.
           IF TI-CAMPUS = INST-CAMPUS-CODIGO(2)
              MOVE 2 TO WRK-IDX-CAMPUS
           END-IF.
           ADD 1 TO WRK-AG-QTD(WRK-IDX-CAMPUS, WRK-IDX-FAIXA).
           ADD WRK-SALDO TO WRK-AG-VALOR(WRK-IDX-CAMPUS, WRK-IDX-FAIXA).
           ADD 1 TO WRK-QTD-VENCIDOS.
           ADD WRK-SALDO TO WRK-TOTAL-VENCIDO.
           MOVE WRK-DIAS-ATRASO TO WRK-ATRASO-ED.
           MOVE WRK-SALDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING TI-MATRICULA       DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TI-COMPETENCIA     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TI-CAMPUS          DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  TI-DATA-VENCIMENTO DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-ATRASO-ED      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-VALOR-ED       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-IMPRIMIR-RESUMO - Quadro de faixas por campus.
      *****************************************************************
       3000-IMPRIMIR-RESUMO.
           MOVE SPACES TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
           MOVE 'RESUMO POR CAMPUS E FAIXA DE ATRASO'
             TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
           PERFORM 3100-IMPRIMIR-CAMPUS THRU 3100-EXIT
              VARYING WRK-IDX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IDX-CAMPUS > 3.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-CAMPUS.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-IDX-CAMPUS < 3
              STRING 'CAMPUS '      DELIMITED BY SIZE
                     INST-CAMPUS-CODIGO(WRK-IDX-CAMPUS)
                                    DELIMITED BY SIZE
                     ' - '          DELIMITED BY SIZE
                     INST-CAMPUS-NOME(WRK-IDX-CAMPUS)
                                    DELIMITED BY SIZE
                     INTO WRK-LINHA
           ELSE
              MOVE 'CAMPUS NAO CADASTRADO' TO WRK-LINHA
           END-IF.
           MOVE WRK-LINHA TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
           PERFORM 3200-IMPRIMIR-FAIXA THRU 3200-EXIT
              VARYING WRK-IDX-FAIXA FROM 1 BY 1
              UNTIL WRK-IDX-FAIXA > 4.
       3100-EXIT.
           EXIT.

       3200-IMPRIMIR-FAIXA.
           MOVE WRK-AG-VALOR(WRK-IDX-CAMPUS, WRK-IDX-FAIXA)
             TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   '           DELIMITED BY SIZE
                  WRK-ROTULO-FAIXA(WRK-IDX-FAIXA) DELIMITED BY SIZE
                  ' TITULOS: '    DELIMITED BY SIZE
                  WRK-AG-QTD(WRK-IDX-CAMPUS, WRK-IDX-FAIXA)
                                  DELIMITED BY SIZE
                  ' SALDO: '      DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO INADIMPLENCIA-REPORT-REC.
           WRITE INADIMPLENCIA-REPORT-REC.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Trailer padrao (titulos vencidos e saldo
      * devedor total) e resumo no console.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO INADIMPLENCIA-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-VENCIDOS  TO BT-QTD-REGISTROS.
           MOVE WRK-TOTAL-VENCIDO TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE INADIMPLENCIA-REPORT.
           MOVE WRK-TOTAL-VENCIDO TO WRK-VALOR-ED.
           DISPLAY 'TITULOS VENCIDOS: ' WRK-QTD-VENCIDOS.
           DISPLAY 'SALDO VENCIDO...: ' WRK-VALOR-ED.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-DATA-EM-DIAS - WRK-DATA-CONV (AAAAMMDD) em dias
      * absolutos em WRK-DIAS-TOTAL-CONV, como em PURGA-DADOS.
      *****************************************************************
       7000-CONVERTER-DATA-EM-DIAS.
           PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT.
           COMPUTE WRK-DIAS-TOTAL-CONV =
               (WRK-ANO-CONV * 365) + WRK-DIAS-ACUM(WRK-MES-CONV)
                                     + WRK-DIA-CONV.
           COMPUTE WRK-ANO-CONV-ANT = WRK-ANO-CONV - 1.
           DIVIDE WRK-ANO-CONV-ANT BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           SUBTRACT WRK-QUOC FROM WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           IF WRK-MES-CONV > 2 AND ANO-BISSEXTO
              ADD 1 TO WRK-DIAS-TOTAL-CONV
           END-IF.
       7000-EXIT.
           EXIT.

       7100-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONV BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONV BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONV BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de INADIMPLENCIA-REPORT
      * desta execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT INADIMPLENCIA-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'INADIMPLENCIA-REPORT' TO AG-RELATORIO.
           MOVE 'INADIMPLENCIA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE INADIMPLENCIA-RELIDO.
           MOVE WRK-QTD-VENCIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ INADIMPLENCIA-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE INADIMPLENCIA-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-VENCIDOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'INADIMPLENCIA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
