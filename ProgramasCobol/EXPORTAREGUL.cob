      *           na listagem de rejeitos EXPORT-REJEITOS e fora da
      *           submissao. O termo vem de TERMO=AAAAPP no PARM do
      *           EXEC PGM= ou do console.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de EXPORT-REJEITOS guardada no arquivo
      *                    de relatorios (rotina ARQUIVA-RELATORIO,
      *                    depois do fechamento), com paginas, registros
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
           SELECT EXPORT-REGUL ASSIGN TO "EXPORT-REGUL"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-REJEITOS ASSIGN TO "EXPORT-REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-REJEITOS-RELIDO ASSIGN TO "EXPORT-REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXPORT-REJEITOS
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPORT-REJEITO-REC      PIC X(80).

       FD  EXPORT-REJEITOS-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXPORT-REJEITOS-RELIDO-REC PIC X(80).
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
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TERMO-PEDIDO  PIC X(06)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EXPORTAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * cabecalho da submissao.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'TERMO='
              MOVE WRK-PARM-JCL-TEXTO(7:6) TO WRK-TERMO-PEDIDO
           END-IF.
           OPEN OUTPUT EXPORT-REGUL.
           OPEN OUTPUT EXPORT-REJEITOS.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'LISTAGEM DE REJEITOS DA EXPORTACAO REGULATORIA'
             TO EXPORT-REJEITO-REC.
           WRITE EXPORT-REJEITO-REC.
           DISPLAY 'REJEITADOS.........: ' WRK-QTD-REJEITOS.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXPORT-REJEITOS desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXPORT-REJEITOS-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'EXPORT-REJEITOS' TO AG-RELATORIO.
           MOVE 'EXPORTA-REGULADOR' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXPORT-REJEITOS-RELIDO.
           MOVE WRK-QTD-DETALHES TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ EXPORT-REJEITOS-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE EXPORT-REJEITOS-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
