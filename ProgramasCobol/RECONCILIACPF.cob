      *                       terminava RC 0 com FALTANTES 0 -
      *                       passando exatamente no cenario que ela
      *                       existe para pegar).
      * 15/10/2026 Batista - Copia de RECON-CPF guardada no arquivo de
      *                       relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-CM-STATUS.
           SELECT RECON-CPF-OUT ASSIGN TO "RECON-CPF"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-CPF-OUT-RELIDO ASSIGN TO "RECON-CPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RECON-CPF-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-CPF-REC            PIC X(80).

       FD  RECON-CPF-OUT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-CPF-OUT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-CSV-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-CM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-CSV       PIC X(01)      VALUE 'N'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           OPEN OUTPUT RECON-CPF-OUT.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'RECONCILIACAO CPF-CSV X CPF-MASTER' TO RECON-CPF-REC.
           WRITE RECON-CPF-REC.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 4000-RESUMIR THRU 4000-EXIT.
           CLOSE RECON-CPF-OUT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de RECON-CPF-OUT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT RECON-CPF-OUT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'RECON-CPF' TO AG-RELATORIO.
           MOVE 'RECONCILIA-CPF' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE RECON-CPF-OUT-RELIDO.
           MOVE WRK-QTD-VALIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ RECON-CPF-OUT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE RECON-CPF-OUT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
