      *                    arquivo sem abrir, nenhum ramo do INVALID
      *                    KEY rodava e um cadastro inteiro sumido
      *                    passava na conferencia com RC 0).
      * 15/10/2026 Tutu - Copia de CONFERE-ALUNOS guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT CONFERE-REPORT ASSIGN TO "CONFERE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFERE-REPORT-RELIDO ASSIGN TO "CONFERE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONFERE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFERE-REPORT-REC       PIC X(80).

       FD  CONFERE-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  CONFERE-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-HIST-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-HIST      PIC X(01)      VALUE 'N'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           OPEN OUTPUT CONFERE-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'CONFERENCIA STUDENT-MASTER X HIST-NOTAS'
             TO CONFERE-REPORT-REC.
           WRITE CONFERE-REPORT-REC.
           PERFORM 3000-CONFERIR-CADASTRO THRU 3000-EXIT.
           PERFORM 4000-RESUMIR THRU 4000-EXIT.
           CLOSE CONFERE-REPORT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
           END-IF.
       4000-EXIT.
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
           MOVE 'CONFERE-ALUNOS' TO AG-RELATORIO.
           MOVE 'CONFERE-ALUNOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CONFERE-REPORT-RELIDO.
           MOVE WRK-QTD-ALUNOS TO AG-QTD-REGISTROS.
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
