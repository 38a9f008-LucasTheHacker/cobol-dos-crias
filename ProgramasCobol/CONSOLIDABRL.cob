      *           usadas saem declaradas no cabecalho; pagamento em
      *           moeda sem taxa cadastrada e contado e denunciado,
      *           nunca convertido por um numero inventado.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copia de CONSOL-REPORT guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT CONSOL-REPORT ASSIGN TO "CONSOL-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONSOL-REPORT-RELIDO ASSIGN TO "CONSOL-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSOL-REPORT-REC        PIC X(80).
           COPY TRAILER.

       FD  CONSOL-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  CONSOL-REPORT-RELIDO-REC PIC X(80).
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
       77  WRK-CB-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-APURAR-PAGAMENTOS THRU 2000-EXIT.
           PERFORM 3000-EMITIR-RELATORIO THRU 3000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * no cabecalho.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           OPEN INPUT CAMBIO.
           IF WRK-CB-STATUS = '00'
              DISPLAY 'TABELA CAMBIO AUSENTE - NADA SERA CONVERTIDO'
           END-IF.
           OPEN OUTPUT CONSOL-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO CONSOL-REPORT-REC.
           WRITE CONSOL-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           DISPLAY 'SEM TAXA...........: ' WRK-QTD-SEM-TAXA.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CONSOL-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CONSOL-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CONSOL-REPORT' TO AG-RELATORIO.
           MOVE 'CONSOLIDA-BRL' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CONSOL-REPORT-RELIDO.
           MOVE WRK-QTD-EMP TO AG-QTD-REGISTROS.
           MOVE WRK-TOTAL-CASA TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CONSOL-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CONSOL-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
