      *           moeda e os acumulados de YTD-SAL. O ano vem de
      *           ANO=AAAA no PARM do EXEC PGM= ou do console (branco
      *           = ano corrente).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Descontos de cada pagamento recalculados
      *                       pela tabela de INSS/IRRF vigente na
      *                       competencia do proprio pagamento (o 13o
      *                       pela de dezembro) e com os dependentes
      *                       vigentes na epoca, em vez da tabela do dia
      *                       da emissao. Pagamento de competencia sem
      *                       tabela sai com descontos zerados, contado
      *                       no console com RC 4.
      * 15/10/2026 Batista - A chamada a CALC-DESCONTO passa zeros na
      *                       nova deducao de pensao alimenticia da base
      *                       do IRRF (CD-DEDUCAO-PENSAO).
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copia de INFORME-REPORT guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-PH-STATUS.
           SELECT INFORME-REPORT ASSIGN TO "INFORME-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INFORME-REPORT-RELIDO ASSIGN TO "INFORME-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  INFORME-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  INFORME-REPORT-REC      PIC X(80).

       FD  INFORME-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  INFORME-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY CALCDESC.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-YTD       PIC X(01)      VALUE 'N'.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESC-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-QTD-SEM-TABELA PIC 9(05)     VALUE ZEROS.
      *
      * Totais do ano do empregado corrente, por moeda: bruto, INSS,
      * IRRF e liquido (estornos abatidos do bruto; os descontos so
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-EMITIR-INFORMES THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * console) e abre o relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'ANO='
              MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-PEDIDO
           END-IF.
           OPEN OUTPUT INFORME-REPORT.
           SET ARQREL-GERADO TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-LISTAR-COMPETENCIAS - Varre PAY-HIST listando cada
      * pagamento do ano do empregado corrente (pelo PH-ID), com os
      * descontos da rotina comum pela tabela de INSS/IRRF vigente na
      * competencia de cada pagamento e os dependentes da epoca;
      * estorno sai sinalizado e abatido do total bruto, sem
      * descontos.
      *****************************************************************
       3100-LISTAR-COMPETENCIAS.
           MOVE 'N' TO WRK-FIM-PH.
              WHEN OTHER ADD PH-VALOR TO WRK-TOT-BRUTO-BRL
           END-EVALUATE.
           MOVE PH-VALOR TO CD-SALARIO-BRUTO.
           MOVE PH-COMPETENCIA TO CD-COMPETENCIA.
           MOVE PH-ID TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              ADD 1 TO WRK-QTD-SEM-TABELA
           END-IF.
           ADD CD-DESC-INSS       TO WRK-TOT-INSS.
           ADD CD-DESC-IRRF       TO WRK-TOT-IRRF.
           ADD CD-SALARIO-LIQUIDO TO WRK-TOT-LIQUIDO.
       5000-FINALIZAR.
           CLOSE INFORME-REPORT.
           DISPLAY 'INFORMES EMITIDOS: ' WRK-QTD-INFORMES.
           IF WRK-QTD-SEM-TABELA > 0
              DISPLAY 'PAGAMENTOS SEM TABELA DE INSS/IRRF VIGENTE '
                      '(DESCONTOS ZERADOS): ' WRK-QTD-SEM-TABELA
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de INFORME-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT INFORME-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'INFORME-REPORT' TO AG-RELATORIO.
           MOVE 'INFORME-RENDIMENTOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE INFORME-REPORT-RELIDO.
           MOVE WRK-QTD-INFORMES TO AG-QTD-REGISTROS.
           MOVE WRK-TOT-LIQUIDO TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ INFORME-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE INFORME-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
