      *                    relatorio, para a turma efetiva nao se
      *                    misturar com quem ja saiu. Cadastro ausente
      *                    mantem a apuracao de sempre.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de ANALISE-REPORT guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT ANALISE-REPORT ASSIGN TO "ANALISE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANALISE-REPORT-RELIDO ASSIGN TO "ANALISE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
      *****************************************************************
       DATA DIVISION.
       01  ANALISE-REPORT-REC       PIC X(80).
           COPY TRAILER.

       FD  ANALISE-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  ANALISE-REPORT-RELIDO-REC PIC X(80).

       FD  STUDENT-MASTER.
           COPY STUMSTR.
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
       77  WRK-HIST-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-TERMO-FILTRO  PIC X(06)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-APURAR THRU 2000-EXIT.
           PERFORM 3000-EMITIR-RELATORIO THRU 3000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'TERMO='
              VARYING WRK-IDX-PARM FROM 1 BY 1
              UNTIL WRK-IDX-PARM > 71 OR FILTRO-CAMPUS-ATIVO.
           OPEN OUTPUT ANALISE-REPORT.
           SET ARQREL-GERADO TO TRUE.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              SET TEM-CATALOGO TO TRUE
           DISPLAY 'REGISTROS APURADOS.: ' WRK-BT-CONTADOR.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de ANALISE-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT ANALISE-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'ANALISE-REPORT' TO AG-RELATORIO.
           MOVE 'ANALISE-NOTAS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE ANALISE-REPORT-RELIDO.
           MOVE WRK-QTD-CURSOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ ANALISE-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE ANALISE-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
