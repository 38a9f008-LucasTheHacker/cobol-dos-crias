      *           passivo durante o ano em vez de descobri-lo em
      *           dezembro. O ano vem de ANO=AAAA no PARM do EXEC
      *           PGM= ou do console (branco = ano corrente).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Descontos do 13o pela tabela de INSS/IRRF
      *                       vigente em dezembro do ano apurado, com os
      *                       dependentes do empregado deduzidos da base
      *                       do IRRF. Sem tabela vigente o 13o nao e
      *                       apurado (RC 8).
      * 15/10/2026 Batista - Ferias pagas por PAGA-FERIAS (PAY-HIST tipo
      *                       F) ficam fora da base do 13o.
      * 15/10/2026 Batista - Acertos de rescisao (PAY-HIST tipo R) ficam
      *                       fora da base, e o empregado com acerto no
      *                       ano nao recebe o 13o de novo: o
      *                       proporcional ja saiu no acerto.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com os
      *                       descontos fixos da folha: RECORD CONTAINS
      *                       104 -> 160.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com a
      *                       pensao alimenticia judicial: RECORD
      *                       CONTAINS 160 -> 171. A chamada a
      *                       CALC-DESCONTO passa zeros na nova deducao
      *                       de pensao da base do IRRF
      *                       (CD-DEDUCAO-PENSAO).
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com o
      *                       ID do empregado (PO-ID), gravado em cada
      *                       linha de pagamento para a remessa bancaria
      *                       buscar a conta de credito: RECORD CONTAINS
      *                       171 -> 177.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com os
      *                       dias e o desconto de ausencia ao final do
      *                       registro: RECORD CONTAINS 177 -> 191.
      * 15/10/2026 Batista - Competencia AAAA13 fechada por FECHA-FOLHA
      *                       (rotina CONSULTA-FECHAMENTO) recusa a
      *                       apuracao (RC 8) ate ser reaberta em
      *                       REABRE-FOLHA.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copias de PROVISAO-REPORT e PAYSLIP-13
      *                       guardadas no arquivo de relatorios (rotina
      *                       ARQUIVA-RELATORIO, depois do fechamento),
      *                       com paginas, registros processados, valor
      *                       de controle e RC do passo, para consulta e
      *                       reimpressao pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      * 15/10/2026 Batista - PAYSLIP-OUT com RECORD CONTAINS 191 -> 192:
      *                       o registro do copybook PAYSLIP tem 192
      *                       posicoes e a FD menor cortava o ultimo
      *                       digito de PO-AUSENCIA-ED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-PH-STATUS.
           SELECT PAYSLIP-13 ASSIGN TO "PAYSLIP-13"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-13-RELIDO ASSIGN TO "PAYSLIP-13"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL2-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT PROVISAO-REPORT ASSIGN TO "PROVISAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISAO-REPORT-RELIDO ASSIGN TO "PROVISAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY PAYHIST.

       FD  PAYSLIP-13
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.
           COPY TRAILER.
       01  PAYSLIP-13-LINHA        PIC X(192).

       FD  PAYSLIP-13-RELIDO
           RECORD CONTAINS 192 CHARACTERS.
       01  PAYSLIP-13-RELIDO-REC    PIC X(192).

       FD  YTD-SAL-FILE.
           COPY YTDSAL.
       FD  PROVISAO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  PROVISAO-REPORT-REC     PIC X(80).

       FD  PROVISAO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  PROVISAO-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY TRAVAARQ.
       COPY JCLPARM.
       COPY CALCDESC.
       COPY FECHCONS.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL2-STATUS PIC X(02)     VALUE '00'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-ARQREL2-GERADO PIC X(01)     VALUE 'N'.
           88 ARQREL2-GERADO                VALUE 'S'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-PH        PIC X(01)      VALUE 'N'.
       77  WRK-NUM-PAGINA    PIC 9(03)      VALUE ZERO.
       77  WRK-LINHA-PAGINA  PIC 9(03)      VALUE ZERO.
       77  WRK-MAX-LINHAS    PIC 9(03)      VALUE 20.
       77  WRK-TABELA-OK     PIC X(01)      VALUE 'N'.
           88 TABELA-FISCAL-OK              VALUE 'S'.
       77  WRK-COMP-ABERTA   PIC X(01)      VALUE 'S'.
           88 COMPETENCIA-ABERTA            VALUE 'S'.
      *
      * Base do 13o por empregado e moeda: soma dos brutos pagos no
      * ano e o mapa dos meses com pagamento (para os meses
              10 WRK-TE-SOMA        PIC S9(10)V99.
              10 WRK-TE-MES         PIC X(01) OCCURS 12 TIMES.
      *
      * Empregados com acerto de rescisao no ano (13o pago no acerto).
       77  WRK-QTD-RESCINDIDOS PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-RESC      PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-RESC-ACHADO PIC 9(03) COMP VALUE ZERO.
       01  WRK-TAB-RESCINDIDOS.
           05 WRK-RESCINDIDO-ID PIC X(06) OCCURS 200 TIMES.
      *
      * Provisao mensal: um doze avos dos brutos pagos em cada mes do
      * ano, por moeda (BRL/USD/EUR).
       01  WRK-TAB-PROVISAO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           MOVE 'N' TO WRK-ARQREL2-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT COMPETENCIA-ABERTA
              DISPLAY 'COMPETENCIA ' CF-COMPETENCIA ' FECHADA EM '
                      CF-DATA-FECHAMENTO ' - 13o NAO APURADO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF NOT TABELA-FISCAL-OK
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE EM DEZEMBRO DE '
                      WRK-ANO-PEDIDO ' - 13o NAO APURADO'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-APURAR-BASE THRU 2000-EXIT.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9820-ARQUIVAR-HOLERITE THRU 9820-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o ano pedido (PARM do JCL ou
      * console; branco vale o ano corrente), confere que a
      * competencia AAAA13 nao foi fechada por FECHA-FOLHA, que ha
      * tabela de INSS/IRRF vigente em dezembro do ano (a do 13o) e
      * abre as saidas.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'ANO='
              MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO-PEDIDO
           END-IF.
           DISPLAY 'APURANDO 13o DO ANO ' WRK-ANO-PEDIDO.
           COMPUTE CF-COMPETENCIA = WRK-ANO-PEDIDO * 100 + 13.
           CALL 'CONSULTA-FECHAMENTO' USING CONSULTA-FECHAMENTO-LNK.
           IF CF-FECHADA
              MOVE 'N' TO WRK-COMP-ABERTA
              GO TO 1000-EXIT
           END-IF.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           COMPUTE CD-COMPETENCIA = WRK-ANO-PEDIDO * 100 + 12.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              GO TO 1000-EXIT
           END-IF.
           SET TABELA-FISCAL-OK TO TRUE.
           OPEN OUTPUT PAYSLIP-13.
           SET ARQREL2-GERADO TO TRUE.
           PERFORM 3040-EMITIR-CABECALHO THRU 3040-EXIT.
           OPEN OUTPUT PROVISAO-REPORT.
           SET ARQREL-GERADO TO TRUE.
       1000-EXIT.
           EXIT.

              IF WRK-COMPETENCIA-ANO = WRK-ANO-PEDIDO
                 AND WRK-COMPETENCIA-MES >= 1
                 AND WRK-COMPETENCIA-MES <= 12
                 AND NOT PH-FERIAS AND NOT PH-RESCISAO
                 PERFORM 2200-ACUMULAR-BASE THRU 2200-EXIT
              END-IF
              IF PH-RESCISAO
                 AND WRK-COMPETENCIA-ANO = WRK-ANO-PEDIDO
                 PERFORM 2300-GUARDAR-RESCINDIDO THRU 2300-EXIT
              END-IF
              PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GUARDAR-RESCINDIDO - Empregado com acerto de rescisao no
      * ano ja recebeu o 13o proporcional no acerto e fica fora do
      * pagamento.
      *****************************************************************
       2300-GUARDAR-RESCINDIDO.
           IF WRK-QTD-RESCINDIDOS < 200
              ADD 1 TO WRK-QTD-RESCINDIDOS
              MOVE PH-ID TO WRK-RESCINDIDO-ID(WRK-QTD-RESCINDIDOS)
           END-IF.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 3000-PAGAR-DECIMO - Para cada empregado/moeda apurado: 13o =
      * media mensal dos brutos pagos vezes meses trabalhados sobre
           EXIT.

       3100-PAGAR-UM.
           MOVE ZERO TO WRK-IDX-RESC-ACHADO.
           PERFORM 3105-PROCURAR-RESCINDIDO THRU 3105-EXIT
              VARYING WRK-IDX-RESC FROM 1 BY 1
              UNTIL WRK-IDX-RESC > WRK-QTD-RESCINDIDOS
                 OR WRK-IDX-RESC-ACHADO > 0.
           IF WRK-IDX-RESC-ACHADO > 0
              DISPLAY '13o DE ' WRK-TE-ID(WRK-IDX)
                      ' JA PAGO NO ACERTO DE RESCISAO'
              GO TO 3100-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-MESES.
           PERFORM 3110-CONTAR-MES THRU 3110-EXIT
              VARYING WRK-IDX-MES FROM 1 BY 1
           PERFORM 3045-CONTROLAR-PAGINA THRU 3045-EXIT.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE WRK-TE-NOME(WRK-IDX) TO PO-NOME.
           MOVE WRK-TE-ID(WRK-IDX)   TO PO-ID.
           MOVE WRK-SALARIO-MASK     TO PO-SALARIO-MASK.
           MOVE '13o SALARIO'        TO PO-SITUACAO.
           MOVE WRK-DECIMO TO CD-SALARIO-BRUTO.
           COMPUTE CD-COMPETENCIA = WRK-ANO-PEDIDO * 100 + 12.
           MOVE WRK-TE-ID(WRK-IDX) TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           MOVE CD-SALARIO-BRUTO   TO PO-BRUTO-ED.
           MOVE CD-DESC-INSS       TO PO-INSS-ED.
       3100-EXIT.
           EXIT.

       3105-PROCURAR-RESCINDIDO.
           IF WRK-RESCINDIDO-ID(WRK-IDX-RESC) = WRK-TE-ID(WRK-IDX)
              MOVE WRK-IDX-RESC TO WRK-IDX-RESC-ACHADO
           END-IF.
       3105-EXIT.
           EXIT.

       3110-CONTAR-MES.
           IF WRK-TE-MES(WRK-IDX WRK-IDX-MES) = 'S'
              ADD 1 TO WRK-QTD-MESES
                                YS-TOTAL-EUR
                  MOVE WRK-TE-FREQ(WRK-IDX) TO YS-FREQ-PAGAMENTO
                  PERFORM 3125-SOMAR-NA-MOEDA THRU 3125-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  WRITE YTD-SAL-REC
               NOT INVALID KEY
                  PERFORM 3125-SOMAR-NA-MOEDA THRU 3125-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  REWRITE YTD-SAL-REC
           END-READ.
           CLOSE YTD-SAL-FILE.
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PROVISAO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PROVISAO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PROVISAO-REPORT' TO AG-RELATORIO.
           MOVE 'DECIMO-TERCEIRO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PROVISAO-REPORT-RELIDO.
           MOVE WRK-QTD-EMP TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PROVISAO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PROVISAO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9820-ARQUIVAR-HOLERITE - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PAYSLIP-13 desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9820-ARQUIVAR-HOLERITE.
           IF NOT ARQREL2-GERADO
              GO TO 9820-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PAYSLIP-13-RELIDO.
           IF WRK-ARQREL2-STATUS NOT = '00'
              GO TO 9820-EXIT
           END-IF.
           MOVE 'PAYSLIP-13' TO AG-RELATORIO.
           MOVE 'DECIMO-TERCEIRO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9830-ARQUIVAR-LINHA-HOLERITE THRU 9830-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PAYSLIP-13-RELIDO.
           MOVE WRK-QTD-EMP TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9820-EXIT.
           EXIT.

       9830-ARQUIVAR-LINHA-HOLERITE.
           READ PAYSLIP-13-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9830-EXIT
           END-READ.
           MOVE PAYSLIP-13-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9830-EXIT.
           EXIT.
