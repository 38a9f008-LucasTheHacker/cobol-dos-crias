      *                    relatorio passa a sair em tres linhas, uma
      *                    por moeda, em vez de uma soma unica de
      *                    unidades incompativeis.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com os
      *                    descontos fixos da folha: RECORD CONTAINS 104
      *                    -> 160.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com a
      *                    pensao alimenticia judicial: RECORD CONTAINS
      *                    160 -> 171.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com o ID
      *                    do empregado: RECORD CONTAINS 171 -> 177.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com os
      *                    dias e o desconto de ausencia ao final do
      *                    registro: RECORD CONTAINS 177 -> 191.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      * 15/10/2026 Tutu - Copia de RECON-TERMO guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      * 15/10/2026 Tutu - PAYSLIP-OUT com RECORD CONTAINS 191 -> 192: o
      *                    registro do copybook PAYSLIP tem 192 posicoes
      *                    e a FD menor cortava o ultimo digito de
      *                    PO-AUSENCIA-ED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT RECON-TERMO-OUT ASSIGN TO "RECON-TERMO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-TERMO-OUT-RELIDO ASSIGN TO "RECON-TERMO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY HISTNOTA.

       FD  PAYSLIP-IN
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.

       FD  YTD-SAL-FILE.
       FD  RECON-TERMO-OUT
           RECORD CONTAINS 80 CHARACTERS.
           COPY RECONTRM.

       FD  RECON-TERMO-OUT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  RECON-TERMO-OUT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY EXECGRV.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77 WRK-TERMO-FILTRO     PIC X(06)      VALUE SPACES.
       77 WRK-FILTRO-TERMO     PIC X(01)      VALUE 'N'.
           88 FILTRO-TERMO-ATIVO              VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'RECONCILIACAO-TERMO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-APURAR-NOTAS THRU 2000-EXIT.
           PERFORM 3000-APURAR-FOLHA THRU 3000-EXIT.
           PERFORM 4000-EMITIR-RELATORIO THRU 4000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
              VARYING WRK-IDX-PARM FROM 1 BY 1
              UNTIL WRK-IDX-PARM > 71 OR FILTRO-CAMPUS-ATIVO.
           OPEN OUTPUT RECON-TERMO-OUT.
           SET ARQREL-GERADO TO TRUE.
       1000-EXIT.
           EXIT.

                   "GERADO".
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de RECON-TERMO-OUT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT RECON-TERMO-OUT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'RECON-TERMO' TO AG-RELATORIO.
           MOVE 'RECONCILIACAO-TERMO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE RECON-TERMO-OUT-RELIDO.
           COMPUTE AG-QTD-REGISTROS = WRK-QTD-APROVADO
               + WRK-QTD-EXAME
               + WRK-QTD-RECUPERACAO
               + WRK-QTD-REPROVADO
               + WRK-QTD-OUTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ RECON-TERMO-OUT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE RECON-TERMO-OUT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           COMPUTE GE-QTD-REGISTROS = WRK-QTD-APROVADO
               + WRK-QTD-EXAME
               + WRK-QTD-RECUPERACAO
               + WRK-QTD-REPROVADO
               + WRK-QTD-OUTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'RECONCILIACAO-TERMO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
