      *           calendario na mao a cada trimestre. Sai em
      *           CALENDARIO-REPORT, uma linha por empregado com as
      *           tres datas.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copia de CALENDARIO-REPORT guardada no
      *                       arquivo de relatorios (rotina
      *                       ARQUIVA-RELATORIO, depois do fechamento),
      *                       com paginas, registros processados, valor
      *                       de controle e RC do passo, para consulta e
      *                       reimpressao pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT CALENDARIO-REPORT ASSIGN TO "CALENDARIO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDARIO-REPORT-RELIDO ASSIGN TO "CALENDARIO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDARIO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDARIO-REPORT-REC   PIC X(80).

       FD  CALENDARIO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  CALENDARIO-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY DIAUTIL.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-YTD       PIC X(01)      VALUE 'N'.
           88 FIM-YTD                       VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           OPEN OUTPUT CALENDARIO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO CALENDARIO-REPORT-REC.
           WRITE CALENDARIO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           CLOSE CALENDARIO-REPORT.
           DISPLAY 'EMPREGADOS NO CALENDARIO: ' WRK-QTD-EMPREGADOS.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
           WRITE CALENDARIO-REPORT-REC.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CALENDARIO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CALENDARIO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CALENDARIO-REPORT' TO AG-RELATORIO.
           MOVE 'CALENDARIO-PAGAMENTO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CALENDARIO-REPORT-RELIDO.
           MOVE WRK-QTD-EMPREGADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CALENDARIO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CALENDARIO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
