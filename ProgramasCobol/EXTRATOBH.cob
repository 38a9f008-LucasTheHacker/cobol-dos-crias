       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXTRATO-BANCO-HORAS.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Extrato mensal do banco de horas, para o RH entregar
      *           a cada empregado com hora extra em banco: para a
      *           competencia do PARM (MES=AAAAMM; em branco ou
      *           invalido, a corrente), percorre BANCO-HORAS na ordem
      *           da chave e emite em BH-REPORT uma secao por
      *           empregado com movimento no mes ou saldo a compensar
      *           - o credito do mes, os creditos anteriores ainda com
      *           saldo, as folgas e os saldos vencidos pagos no mes -
      *           e o resumo com o saldo atual e as horas que vencem
      *           na competencia seguinte (serao pagas como hora extra
      *           se nao houver folga ate la). Trailer padrao:
      *           lancamentos listados e saldo total. Sem o banco de
      *           horas nao ha o que listar (RC 8). A data de execucao
      *           vem da data de movimento (rotina LE-DATA-MOV), nao do
      *           relogio.
      *           Copia de BH-REPORT guardada no arquivo de relatorios
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
           SELECT BANCO-HORAS ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WRK-BH-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT BH-REPORT ASSIGN TO "BH-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BH-REPORT-RELIDO ASSIGN TO "BH-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  BANCO-HORAS.
           COPY BANCOHOR.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  BH-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  BH-REPORT-REC            PIC X(80).
           COPY TRAILER.

       FD  BH-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  BH-REPORT-RELIDO-REC     PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-BH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-BH         PIC X(01)      VALUE 'N'.
           88 FIM-BH                         VALUE 'S'.
       77  WRK-TEM-EMP-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       77  WRK-CABECALHO      PIC X(01)      VALUE 'N'.
           88 CABECALHO-EMITIDO              VALUE 'S'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       01  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       01  WRK-MES-REF-R REDEFINES WRK-MES-REF.
           05 WRK-REF-ANO     PIC 9(04).
           05 WRK-REF-MES     PIC 9(02).
       01  WRK-MES-PROX.
           05 WRK-PROX-ANO    PIC 9(04)      VALUE ZEROS.
           05 WRK-PROX-MES    PIC 9(02)      VALUE ZEROS.
       01  WRK-MES-PROX-NUM REDEFINES WRK-MES-PROX PIC 9(06).
       77  WRK-ID-ATUAL       PIC X(06)      VALUE SPACES.
       77  WRK-NOME-ATUAL     PIC X(20)      VALUE SPACES.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-EMPREGADOS PIC 9(05)      VALUE ZEROS.
       77  WRK-SALDO-EMP      PIC 9(05)      VALUE ZEROS.
       77  WRK-VENCE-EMP      PIC 9(05)      VALUE ZEROS.
       77  WRK-SALDO-GERAL    PIC 9(07)      VALUE ZEROS.
       77  WRK-VENCE-GERAL    PIC 9(07)      VALUE ZEROS.
       77  WRK-HORAS-ED       PIC Z.ZZ9      VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZ9    VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZ9     VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Linha de detalhe de um lancamento do banco.
       01  WRK-DETALHE.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-DET-COMP          PIC 9(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DATA          PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-TIPO          PIC X(12).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 WRK-DET-HORAS         PIC ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 WRK-DET-SALDO         PIC ZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-VENCE         PIC X(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-OBS           PIC X(30).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-LER-LANCAMENTO THRU 2000-EXIT.
           PERFORM 3000-TRATAR-LANCAMENTO THRU 3000-EXIT
              UNTIL FIM-BH.
           PERFORM 3900-FECHAR-EMPREGADO THRU 3900-EXIT.
           CLOSE BANCO-HORAS.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, corrente
      * quando em branco ou invalida) e a seguinte, abertura do banco
      * de horas (sem ele nao ha o que listar - RC 8), do cadastro de
      * empregados (opcional, so para o nome) e do relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-MES-EXEC TO WRK-MES-REF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'MES='
              AND WRK-PARM-JCL-TEXTO(5:6) IS NUMERIC
              AND WRK-PARM-JCL-TEXTO(9:2) >= '01'
              AND WRK-PARM-JCL-TEXTO(9:2) <= '12'
              MOVE WRK-PARM-JCL-TEXTO(5:6) TO WRK-MES-REF
           END-IF.
           MOVE WRK-REF-ANO TO WRK-PROX-ANO.
           COMPUTE WRK-PROX-MES = WRK-REF-MES + 1.
           IF WRK-PROX-MES > 12
              MOVE 1 TO WRK-PROX-MES
              ADD 1 TO WRK-PROX-ANO
           END-IF.
           OPEN INPUT BANCO-HORAS.
           IF WRK-BH-STATUS NOT = '00'
              DISPLAY 'BANCO-HORAS AUSENTE - NADA A LISTAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           END-IF.
           OPEN OUTPUT BH-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXTRATO DO BANCO DE HORAS - '
                                        DELIMITED BY SIZE
                  'COMPETENCIA '        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LER-LANCAMENTO - Proximo lancamento na ordem da chave
      * (empregado, competencia, tipo, sequencia).
      *****************************************************************
       2000-LER-LANCAMENTO.
           READ BANCO-HORAS NEXT RECORD
               AT END SET FIM-BH TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-TRATAR-LANCAMENTO - Quebra por empregado e selecao do
      * lancamento: lancamentos de competencia posterior a do PARM
      * ficam de fora; o credito soma ao saldo e sai listado se for
      * do mes ou ainda tiver saldo; folga e vencido so os do mes.
      *****************************************************************
       3000-TRATAR-LANCAMENTO.
           IF BH-EM-ID NOT = WRK-ID-ATUAL
              PERFORM 3900-FECHAR-EMPREGADO THRU 3900-EXIT
              MOVE BH-EM-ID TO WRK-ID-ATUAL
              MOVE 'N' TO WRK-CABECALHO
              MOVE ZEROS TO WRK-SALDO-EMP WRK-VENCE-EMP
           END-IF.
           IF BH-COMPETENCIA > WRK-MES-REF
              GO TO 3000-PROXIMO
           END-IF.
           IF BH-CREDITO
              ADD BH-SALDO TO WRK-SALDO-EMP
              IF BH-SALDO > 0
                 AND BH-COMP-VENCIMENTO NOT > WRK-MES-PROX-NUM
                 ADD BH-SALDO TO WRK-VENCE-EMP
              END-IF
              IF BH-SALDO = 0 AND BH-COMPETENCIA NOT = WRK-MES-REF
                 GO TO 3000-PROXIMO
              END-IF
           ELSE
              IF BH-COMPETENCIA NOT = WRK-MES-REF
                 GO TO 3000-PROXIMO
              END-IF
           END-IF.
           PERFORM 3100-EMITIR-CABECALHO THRU 3100-EXIT.
           PERFORM 3200-EMITIR-LANCAMENTO THRU 3200-EXIT.
       3000-PROXIMO.
           PERFORM 2000-LER-LANCAMENTO THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-EMITIR-CABECALHO - Cabecalho da secao do empregado, so
      * na primeira linha que ele tiver no extrato.
      *****************************************************************
       3100-EMITIR-CABECALHO.
           IF CABECALHO-EMITIDO
              GO TO 3100-EXIT
           END-IF.
           SET CABECALHO-EMITIDO TO TRUE.
           ADD 1 TO WRK-QTD-EMPREGADOS.
           MOVE SPACES TO WRK-NOME-ATUAL.
           IF TEM-EMP-MASTER
              MOVE WRK-ID-ATUAL TO EM-ID
              READ EMP-MASTER
                  NOT INVALID KEY MOVE EM-NOME TO WRK-NOME-ATUAL
              END-READ
           END-IF.
           MOVE SPACES TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMPREGADO: '       DELIMITED BY SIZE
                  WRK-ID-ATUAL        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-NOME-ATUAL      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           MOVE '  COMP.  DATA     LANCAMENTO   HORAS SALDO VENCE'
             TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
       3100-EXIT.
           EXIT.

       3200-EMITIR-LANCAMENTO.
           MOVE BH-COMPETENCIA    TO WRK-DET-COMP.
           MOVE BH-DATA-MOVIMENTO TO WRK-DET-DATA.
           MOVE BH-HORAS          TO WRK-DET-HORAS.
           MOVE BH-OBSERVACAO     TO WRK-DET-OBS.
           EVALUATE TRUE
              WHEN BH-CREDITO
                 MOVE 'CREDITO'            TO WRK-DET-TIPO
                 MOVE BH-SALDO             TO WRK-DET-SALDO
                 MOVE BH-COMP-VENCIMENTO   TO WRK-DET-VENCE
              WHEN BH-DEBITO
                 MOVE 'FOLGA'              TO WRK-DET-TIPO
                 MOVE ZEROS                TO WRK-DET-SALDO
                 MOVE SPACES               TO WRK-DET-VENCE
              WHEN OTHER
                 MOVE 'VENCIDO/PAGO'       TO WRK-DET-TIPO
                 MOVE ZEROS                TO WRK-DET-SALDO
                 MOVE SPACES               TO WRK-DET-VENCE
           END-EVALUATE.
           MOVE WRK-DETALHE TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3900-FECHAR-EMPREGADO - Resumo do empregado que terminou: o
      * saldo a compensar e o que vence na competencia seguinte.
      * Empregado sem linha no extrato nao tem resumo.
      *****************************************************************
       3900-FECHAR-EMPREGADO.
           IF NOT CABECALHO-EMITIDO
              GO TO 3900-EXIT
           END-IF.
           MOVE WRK-SALDO-EMP TO WRK-HORAS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  SALDO ATUAL: '   DELIMITED BY SIZE
                  WRK-HORAS-ED        DELIMITED BY SIZE
                  'H'                 DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           MOVE WRK-VENCE-EMP TO WRK-HORAS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  A VENCER ATE ' DELIMITED BY SIZE
                  WRK-MES-PROX-NUM  DELIMITED BY SIZE
                  ' (PAGO COMO EXTRA SEM FOLGA): '
                                    DELIMITED BY SIZE
                  WRK-HORAS-ED      DELIMITED BY SIZE
                  'H'               DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           ADD WRK-SALDO-EMP TO WRK-SALDO-GERAL.
           ADD WRK-VENCE-EMP TO WRK-VENCE-GERAL.
           MOVE 'N' TO WRK-CABECALHO.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo (empregados listados, saldo total e a
      * vencer), trailer padrao e fechamento.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           IF WRK-QTD-EMPREGADOS = 0
              MOVE '  (NENHUM EMPREGADO COM BANCO DE HORAS NO MES)'
                TO BH-REPORT-REC
              WRITE BH-REPORT-REC
           END-IF.
           MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED.
           MOVE WRK-SALDO-GERAL    TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMPREGADOS: '     DELIMITED BY SIZE
                  WRK-QTD-ED         DELIMITED BY SIZE
                  '  SALDO TOTAL: '  DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  'H'                DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE WRK-VENCE-GERAL    TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'A VENCER ATE '    DELIMITED BY SIZE
                  WRK-MES-PROX-NUM   DELIMITED BY SIZE
                  ': '               DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  'H'                DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BH-REPORT-REC.
           WRITE BH-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO BH-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-SALDO-GERAL TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE BH-REPORT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de BH-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT BH-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'BH-REPORT' TO AG-RELATORIO.
           MOVE 'EXTRATO-BANCO-HORAS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE BH-REPORT-RELIDO.
           MOVE WRK-QTD-EMPREGADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ BH-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE BH-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
