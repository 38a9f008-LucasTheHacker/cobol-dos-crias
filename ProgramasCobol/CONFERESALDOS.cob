       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONFERE-SALDOS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Conferencia da integridade dos saldos das
      *           referencias: o AD-SALDO de ACUM-DIA passa de uma
      *           execucao para a outra e nada provava que ainda e a
      *           soma dos movimentos do jornal permanente
      *           (TRANS-JOURNAL). O programa refaz do jornal inteiro
      *           o saldo de cada referencia (credito em JR-SOMA,
      *           debito em JR-SUBTRACAO; nos movimentos antigos, sem
      *           tipo, o saldo recomecava a cada dia, como PROGCOB05
      *           fazia entao) e o compara com o JR-SALDO gravado em
      *           cada movimento, com o JR-SALDO do ultimo movimento
      *           e com o AD-SALDO atual de ACUM-DIA. Cada quebra sai
      *           no relatorio de conferencia com os tres saldos e a
      *           primeira data do jornal em que o saldo corrido
      *           diverge do gravado (em branco quando o jornal
      *           confere consigo mesmo e so ACUM-DIA difere).
      *           Referencia com saldo em ACUM-DIA e sem movimento no
      *           jornal, ou com saldo no jornal e sem ACUM-DIA,
      *           tambem e quebra. Roda no fechamento do mes, depois
      *           de APURA-JUROS e antes de EXTRATO-MENSAL; qualquer
      *           quebra, jornal ausente ou referencias alem da tabela
      *           (nao conferidas) termina com RC 8. A data de execucao
      *           vem da data de movimento (rotina LE-DATA-MOV), nao do
      *           relogio.
      *           Copia de CONFERE-SALDOS guardada no arquivo de
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
           SELECT TRANS-JOURNAL ASSIGN TO "TRANS-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JR-STATUS.
           SELECT ACUM-DIA-FILE ASSIGN TO "ACUM-DIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AD-REFERENCIA
               FILE STATUS IS WRK-ACUM-STATUS.
           SELECT CONFERE-REPORT ASSIGN TO "CONFERE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFERE-REPORT-RELIDO ASSIGN TO "CONFERE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-JOURNAL
           RECORD CONTAINS 82 CHARACTERS.
           COPY JORNAL.

       FD  ACUM-DIA-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY ACUMDIA.

       FD  CONFERE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFERE-REPORT-REC       PIC X(80).

       FD  CONFERE-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFERE-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-JR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-ACUM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-FIM-JR        PIC X(01)      VALUE 'N'.
           88 FIM-JR                        VALUE 'S'.
       77  WRK-FIM-ACUM      PIC X(01)      VALUE 'N'.
           88 FIM-ACUM                      VALUE 'S'.
       77  WRK-TEM-ACUM      PIC X(01)      VALUE 'N'.
           88 TEM-ACUM                      VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO    PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-REFS      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-MOVIMENTOS PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-DESCARTADAS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-CONFERIDAS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-QUEBRAS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-JORNAL PIC 9(05)     VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
      *
      * Referencias do jornal: o saldo refeito dos movimentos, o
      * JR-SALDO e a data do ultimo movimento, a primeira data em que
      * o saldo refeito diverge do gravado e o AD-SALDO de ACUM-DIA.
      * Ate 500 referencias.
       01  WRK-TAB-REFS.
           05 WRK-REF-ENT OCCURS 500 TIMES.
              10 WRK-CS-REF         PIC X(10).
              10 WRK-CS-SALDO       PIC S9(08)V99.
              10 WRK-CS-SALDO-JR    PIC S9(08)V99.
              10 WRK-CS-DATA-ULT    PIC 9(08).
              10 WRK-CS-DATA-DIVERGE PIC 9(08).
              10 WRK-CS-SALDO-ACUM  PIC S9(08)V99.
              10 WRK-CS-TEM-ACUM    PIC X(01).
                 88 CS-TEM-ACUM             VALUE 'S'.
      *
      * Linha de quebra do relatorio de conferencia.
       01  WRK-DET.
           05 WRK-DET-REF           PIC X(10).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-RECALCULADO   PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-JORNAL        PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-ACUM          PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DIVERGE       PIC X(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-OBS           PIC X(15).
       01  WRK-CABEC-COLUNAS.
           05 FILLER                PIC X(25)  VALUE
              'REFERENCIA    RECALCULADO'.
           05 FILLER                PIC X(15)  VALUE
              '         JORNAL'.
           05 FILLER                PIC X(15)  VALUE
              '       ACUM-DIA'.
           05 FILLER                PIC X(25)  VALUE
              ' DIVERGE  OBSERVACAO'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           MOVE 0 TO RETURN-CODE.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           PERFORM 1000-REFAZER-SALDOS THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-LER-ACUMULADOR THRU 2000-EXIT.
           PERFORM 3000-ABRIR-RELATORIO THRU 3000-EXIT.
           PERFORM 4000-CONFERIR-REFERENCIA THRU 4000-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-REFAZER-SALDOS - Passada unica pelo jornal inteiro,
      * refazendo o saldo de cada referencia movimento a movimento e
      * guardando a primeira data em que ele deixa de bater com o
      * JR-SALDO gravado. Sem jornal nada e conferido (RC 8).
      *****************************************************************
       1000-REFAZER-SALDOS.
           OPEN INPUT TRANS-JOURNAL.
           IF WRK-JR-STATUS NOT = '00'
              DISPLAY 'TRANS-JOURNAL AUSENTE - NADA CONFERIDO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-JORNAL THRU 1100-EXIT.
           PERFORM UNTIL FIM-JR
              PERFORM 1200-TRATAR-MOVIMENTO THRU 1200-EXIT
              PERFORM 1100-LER-JORNAL THRU 1100-EXIT
           END-PERFORM.
           CLOSE TRANS-JOURNAL.
           IF WRK-QTD-DESCARTADAS > 0
              DISPLAY 'MOVIMENTOS DE REFERENCIAS ALEM DA TABELA DE '
                      '500 (NAO CONFERIDOS): ' WRK-QTD-DESCARTADAS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LER-JORNAL.
           READ TRANS-JOURNAL
               AT END SET FIM-JR TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-TRATAR-MOVIMENTO - Localiza (ou inclui) a referencia e
      * aplica o movimento ao saldo refeito. Movimento antigo, sem
      * tipo, de um dia novo parte de saldo zero.
      *****************************************************************
       1200-TRATAR-MOVIMENTO.
           ADD 1 TO WRK-QTD-MOVIMENTOS.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 1210-PROCURAR-REFERENCIA THRU 1210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-REFS >= 500
                 ADD 1 TO WRK-QTD-DESCARTADAS
                 GO TO 1200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-REFS
              MOVE WRK-QTD-REFS TO WRK-IDX-ACHADO
              MOVE JR-REFERENCIA TO WRK-CS-REF(WRK-IDX-ACHADO)
              MOVE ZEROS TO WRK-CS-SALDO(WRK-IDX-ACHADO)
                            WRK-CS-SALDO-JR(WRK-IDX-ACHADO)
                            WRK-CS-DATA-ULT(WRK-IDX-ACHADO)
                            WRK-CS-DATA-DIVERGE(WRK-IDX-ACHADO)
                            WRK-CS-SALDO-ACUM(WRK-IDX-ACHADO)
              MOVE 'N' TO WRK-CS-TEM-ACUM(WRK-IDX-ACHADO)
           END-IF.
           IF JR-ARITMETICA
              AND JR-DATA NOT = WRK-CS-DATA-ULT(WRK-IDX-ACHADO)
              MOVE ZEROS TO WRK-CS-SALDO(WRK-IDX-ACHADO)
           END-IF.
           ADD JR-SOMA TO WRK-CS-SALDO(WRK-IDX-ACHADO).
           SUBTRACT JR-SUBTRACAO FROM WRK-CS-SALDO(WRK-IDX-ACHADO).
           IF WRK-CS-SALDO(WRK-IDX-ACHADO) NOT = JR-SALDO
              AND WRK-CS-DATA-DIVERGE(WRK-IDX-ACHADO) = ZEROS
              MOVE JR-DATA TO WRK-CS-DATA-DIVERGE(WRK-IDX-ACHADO)
           END-IF.
           MOVE JR-SALDO TO WRK-CS-SALDO-JR(WRK-IDX-ACHADO).
           MOVE JR-DATA  TO WRK-CS-DATA-ULT(WRK-IDX-ACHADO).
       1200-EXIT.
           EXIT.

       1210-PROCURAR-REFERENCIA.
           IF WRK-CS-REF(WRK-IDX) = JR-REFERENCIA
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LER-ACUMULADOR - Varre ACUM-DIA guardando o AD-SALDO de
      * cada referencia do jornal. Referencia de ACUM-DIA sem
      * movimento no jornal e com saldo e contada como quebra; ACUM-DIA
      * ausente deixa todas as referencias do jornal sem acumulador.
      *****************************************************************
       2000-LER-ACUMULADOR.
           OPEN INPUT ACUM-DIA-FILE.
           IF WRK-ACUM-STATUS NOT = '00'
              DISPLAY 'ACUM-DIA AUSENTE - SALDOS SO DO JORNAL'
              GO TO 2000-EXIT
           END-IF.
           SET TEM-ACUM TO TRUE.
           PERFORM 2100-LER-ACUM THRU 2100-EXIT.
           PERFORM UNTIL FIM-ACUM
              PERFORM 2200-TRATAR-ACUM THRU 2200-EXIT
              PERFORM 2100-LER-ACUM THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-LER-ACUM.
           READ ACUM-DIA-FILE NEXT RECORD
               AT END SET FIM-ACUM TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-TRATAR-ACUM.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2210-PROCURAR-ACUM THRU 2210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              MOVE AD-SALDO TO WRK-CS-SALDO-ACUM(WRK-IDX-ACHADO)
              MOVE 'S' TO WRK-CS-TEM-ACUM(WRK-IDX-ACHADO)
              GO TO 2200-EXIT
           END-IF.
           IF AD-SALDO NOT = ZEROS AND WRK-QTD-DESCARTADAS = 0
              ADD 1 TO WRK-QTD-SEM-JORNAL
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-ACUM.
           IF WRK-CS-REF(WRK-IDX) = AD-REFERENCIA
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ABRIR-RELATORIO - Cabecalho do relatorio de conferencia.
      * As referencias de ACUM-DIA sem jornal sao relidas aqui, ja com
      * o relatorio aberto, para sairem antes das demais quebras.
      *****************************************************************
       3000-ABRIR-RELATORIO.
           OPEN OUTPUT CONFERE-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONFERENCIA DOS SALDOS DAS REFERENCIAS  EM: '
                  DELIMITED BY SIZE
                  WRK-DATA-EXEC DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           MOVE WRK-CABEC-COLUNAS TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           IF WRK-QTD-SEM-JORNAL = 0
              GO TO 3000-EXIT
           END-IF.
           CLOSE ACUM-DIA-FILE.
           OPEN INPUT ACUM-DIA-FILE.
           MOVE 'N' TO WRK-FIM-ACUM.
           PERFORM 2100-LER-ACUM THRU 2100-EXIT.
           PERFORM UNTIL FIM-ACUM
              PERFORM 3100-IMPRIMIR-SEM-JORNAL THRU 3100-EXIT
              PERFORM 2100-LER-ACUM THRU 2100-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3100-IMPRIMIR-SEM-JORNAL.
           IF AD-SALDO = ZEROS
              GO TO 3100-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2210-PROCURAR-ACUM THRU 2210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              GO TO 3100-EXIT
           END-IF.
           MOVE AD-REFERENCIA TO WRK-DET-REF.
           MOVE ZEROS         TO WRK-DET-RECALCULADO WRK-DET-JORNAL.
           MOVE AD-SALDO      TO WRK-DET-ACUM.
           MOVE SPACES        TO WRK-DET-DIVERGE.
           MOVE 'SEM JORNAL'  TO WRK-DET-OBS.
           MOVE WRK-DET TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           ADD 1 TO WRK-QTD-QUEBRAS.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CONFERIR-REFERENCIA - Referencia WRK-IDX do jornal: o
      * saldo refeito tem de bater com cada JR-SALDO gravado (data de
      * divergencia zerada), com o do ultimo movimento e com o
      * AD-SALDO; referencia sem acumulador so confere com saldo zero.
      *****************************************************************
       4000-CONFERIR-REFERENCIA.
           ADD 1 TO WRK-QTD-CONFERIDAS.
           IF WRK-CS-DATA-DIVERGE(WRK-IDX) = ZEROS
              AND WRK-CS-SALDO(WRK-IDX) = WRK-CS-SALDO-JR(WRK-IDX)
              AND WRK-CS-SALDO(WRK-IDX) = WRK-CS-SALDO-ACUM(WRK-IDX)
              GO TO 4000-EXIT
           END-IF.
           MOVE WRK-CS-REF(WRK-IDX)       TO WRK-DET-REF.
           MOVE WRK-CS-SALDO(WRK-IDX)     TO WRK-DET-RECALCULADO.
           MOVE WRK-CS-SALDO-JR(WRK-IDX)  TO WRK-DET-JORNAL.
           MOVE WRK-CS-SALDO-ACUM(WRK-IDX) TO WRK-DET-ACUM.
           IF WRK-CS-DATA-DIVERGE(WRK-IDX) = ZEROS
              MOVE SPACES TO WRK-DET-DIVERGE
           ELSE
              MOVE WRK-CS-DATA-DIVERGE(WRK-IDX) TO WRK-DET-DIVERGE
           END-IF.
           EVALUATE TRUE
              WHEN NOT CS-TEM-ACUM(WRK-IDX)
                 MOVE 'SEM ACUM-DIA' TO WRK-DET-OBS
              WHEN WRK-CS-DATA-DIVERGE(WRK-IDX) NOT = ZEROS
                 MOVE 'JORNAL' TO WRK-DET-OBS
              WHEN OTHER
                 MOVE 'ACUM-DIA' TO WRK-DET-OBS
           END-EVALUATE.
           MOVE WRK-DET TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           ADD 1 TO WRK-QTD-QUEBRAS.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Totais do relatorio e RC: 8 com qualquer
      * quebra ou referencia nao conferida, 0 com tudo batendo.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOVIMENTOS: '        DELIMITED BY SIZE
                  WRK-QTD-MOVIMENTOS    DELIMITED BY SIZE
                  '  REFERENCIAS: '     DELIMITED BY SIZE
                  WRK-QTD-CONFERIDAS    DELIMITED BY SIZE
                  '  QUEBRAS: '         DELIMITED BY SIZE
                  WRK-QTD-QUEBRAS       DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           IF WRK-QTD-DESCARTADAS > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'MOVIMENTOS NAO CONFERIDOS (TABELA CHEIA): '
                     DELIMITED BY SIZE
                     WRK-QTD-DESCARTADAS DELIMITED BY SIZE
                     INTO WRK-LINHA
              END-STRING
              MOVE WRK-LINHA TO CONFERE-REPORT-REC
              WRITE CONFERE-REPORT-REC
           END-IF.
           CLOSE CONFERE-REPORT.
           IF TEM-ACUM
              CLOSE ACUM-DIA-FILE
           END-IF.
           DISPLAY 'SALDOS CONFERIDOS - REFERENCIAS: '
                   WRK-QTD-CONFERIDAS ' QUEBRAS: ' WRK-QTD-QUEBRAS.
           IF WRK-QTD-QUEBRAS > 0 OR WRK-QTD-DESCARTADAS > 0
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CONFERE-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CONFERE-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CONFERE-SALDOS' TO AG-RELATORIO.
           MOVE 'CONFERE-SALDOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CONFERE-REPORT-RELIDO.
           MOVE WRK-QTD-REFS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CONFERE-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CONFERE-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
