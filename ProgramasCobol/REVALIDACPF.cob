      *           era conferido. Registro reprovado e marcado inativo
      *           (CM-STATUS 'I') e denunciado no relatorio
      *           REVALIDA-REPORT, sem apagar nada.
      * Alteracoes:
      * 15/10/2026 Batista - Copia de REVALIDA-REPORT guardada no
      *                       arquivo de relatorios (rotina
      *                       ARQUIVA-RELATORIO, depois do fechamento),
      *                       com paginas, registros processados e RC
      *                       do passo, para consulta e reimpressao pela
      *                       opcao 43 do menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-CM-STATUS.
           SELECT REVALIDA-REPORT ASSIGN TO "REVALIDA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVALIDA-REPORT-RELIDO ASSIGN TO "REVALIDA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REVALIDA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  REVALIDA-REPORT-REC      PIC X(80).

       FD  REVALIDA-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  REVALIDA-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY VALIDCPF.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-CM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-CPF       PIC X(01)      VALUE 'N'.
           88 FIM-CPF                       VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           OPEN OUTPUT REVALIDA-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'RECONFERENCIA DO CADASTRO DE CPF'
             TO REVALIDA-REPORT-REC.
           WRITE REVALIDA-REPORT-REC.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 4000-RESUMIR THRU 4000-EXIT.
           CLOSE REVALIDA-REPORT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
           DISPLAY WRK-LINHA.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de REVALIDA-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT REVALIDA-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'REVALIDA-REPORT' TO AG-RELATORIO.
           MOVE 'REVALIDA-CPF' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE REVALIDA-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ REVALIDA-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE REVALIDA-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
