       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXTRATO-CREDOR.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Extrato mensal a cada credor dos descontos fixos em
      *           folha (consignado, sindical, outros): le o movimento
      *           DESC-RETIDO gravado por VIRGULAMASCARA e, para a
      *           competencia do PARM (MES=AAAAMM; em branco ou
      *           invalido, a corrente), emite em CREDOR-REPORT uma
      *           secao por credor com cada parcela retida - empregado,
      *           contrato, parcela, valor e saldo restante - e o total
      *           a repassar, seguida das parcelas adiadas por falta de
      *           margem no liquido, que nao foram retidas. Trailer
      *           padrao: parcelas listadas e total retido no mes. Sem
      *           o movimento nao ha o que extratar (RC 8). A data de
      *           execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de CREDOR-REPORT guardada no arquivo de
      *           relatorios (rotina ARQUIVA-RELATORIO), com os totais
      *           de controle, para consulta e reimpressao pela opcao 43
      *           do menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DESC-RETIDO ASSIGN TO "DESC-RETIDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DR-STATUS.
           SELECT CREDOR-REPORT ASSIGN TO "CREDOR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDOR-REPORT-RELIDO ASSIGN TO "CREDOR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DESC-RETIDO
           RECORD CONTAINS 104 CHARACTERS.
           COPY DESCRET.

       FD  CREDOR-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  CREDOR-REPORT-REC        PIC X(100).
           COPY TRAILER.

       FD  CREDOR-REPORT-RELIDO
           RECORD CONTAINS 100 CHARACTERS.
       01  CREDOR-REPORT-RELIDO-REC PIC X(100).
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
       77  WRK-DR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-DR         PIC X(01)      VALUE 'N'.
           88 FIM-DR                         VALUE 'S'.
       77  WRK-SECAO          PIC X(01)      VALUE SPACE.
           88 SECAO-RETIDAS                  VALUE 'R'.
           88 SECAO-ADIADAS                  VALUE 'A'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       77  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-TOTAL-RETIDO   PIC 9(09)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZ9     VALUE ZEROS.
       77  WRK-LINHA          PIC X(100)     VALUE SPACES.
      *
      * Credores com movimento na competencia, na ordem em que
      * aparecem no arquivo, com a quantidade e o total retido e
      * adiado de cada um.
       77  WRK-QTD-CREDORES   PIC 9(03) COMP VALUE ZERO.
       77  WRK-MAX-CREDORES   PIC 9(03) COMP VALUE 100.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(03) COMP VALUE ZERO.
       01  WRK-TAB-CREDORES.
           05 WRK-CREDOR OCCURS 100 TIMES.
              10 WRK-CR-CODIGO     PIC X(04).
              10 WRK-CR-NOME       PIC X(20).
              10 WRK-CR-QTD-RET    PIC 9(05).
              10 WRK-CR-TOTAL-RET  PIC 9(09)V99.
              10 WRK-CR-QTD-ADI    PIC 9(05).
              10 WRK-CR-TOTAL-ADI  PIC 9(09)V99.
      *
      * Linha de detalhe de uma parcela do credor.
       01  WRK-DETALHE.
           05 WRK-DET-ID            PIC X(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-NOME          PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-CONTRATO      PIC X(12).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-PARCELA       PIC 9(03).
           05 FILLER                PIC X(01)  VALUE '/'.
           05 WRK-DET-QTD-PARC      PIC 9(03).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-VALOR         PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-SALDO         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DATA          PIC 9(08).
           05 FILLER                PIC X(18)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-APURAR-CREDORES THRU 2000-EXIT.
           PERFORM 3000-EMITIR-CREDOR THRU 3000-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CREDORES.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, corrente
      * quando em branco ou invalida), conferencia do movimento (sem
      * ele nao ha o que extratar - RC 8) e abertura do relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-MES-EXEC TO WRK-MES-REF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'MES='
              AND WRK-PARM-JCL-TEXTO(5:6) IS NUMERIC
              AND WRK-PARM-JCL-TEXTO(9:2) >= '01'
              AND WRK-PARM-JCL-TEXTO(9:2) <= '12'
              MOVE WRK-PARM-JCL-TEXTO(5:6) TO WRK-MES-REF
           END-IF.
           OPEN INPUT DESC-RETIDO.
           IF WRK-DR-STATUS NOT = '00'
              DISPLAY 'DESC-RETIDO AUSENTE - NADA A EXTRATAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           CLOSE DESC-RETIDO.
           OPEN OUTPUT CREDOR-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXTRATO DE DESCONTOS EM FOLHA POR CREDOR - '
                                        DELIMITED BY SIZE
                  'COMPETENCIA '        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR-CREDORES - Primeira passada pelo movimento: monta a
      * tabela de credores da competencia com as quantidades e totais
      * retidos e adiados de cada um.
      *****************************************************************
       2000-APURAR-CREDORES.
           MOVE 'N' TO WRK-FIM-DR.
           OPEN INPUT DESC-RETIDO.
           PERFORM 2100-ACUMULAR-MOVIMENTO THRU 2100-EXIT
              UNTIL FIM-DR.
           CLOSE DESC-RETIDO.
           IF WRK-QTD-CREDORES = 0
              MOVE SPACES TO CREDOR-REPORT-REC
              WRITE CREDOR-REPORT-REC
              MOVE '  (NENHUM DESCONTO EM FOLHA NA COMPETENCIA)'
                TO CREDOR-REPORT-REC
              WRITE CREDOR-REPORT-REC
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ACUMULAR-MOVIMENTO.
           READ DESC-RETIDO
               AT END
                  SET FIM-DR TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF DR-COMPETENCIA NOT = WRK-MES-REF
              GO TO 2100-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2200-PROCURAR-CREDOR THRU 2200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CREDORES
                 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-CREDORES NOT < WRK-MAX-CREDORES
                 DISPLAY 'TABELA DE CREDORES CHEIA - CREDOR '
                         DR-CREDOR ' FORA DO EXTRATO'
                 MOVE 4 TO RETURN-CODE
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO WRK-QTD-CREDORES
              MOVE WRK-QTD-CREDORES TO WRK-IDX-ACHADO
              MOVE DR-CREDOR      TO WRK-CR-CODIGO(WRK-IDX-ACHADO)
              MOVE DR-CREDOR-NOME TO WRK-CR-NOME(WRK-IDX-ACHADO)
              MOVE ZEROS TO WRK-CR-QTD-RET(WRK-IDX-ACHADO)
                            WRK-CR-TOTAL-RET(WRK-IDX-ACHADO)
                            WRK-CR-QTD-ADI(WRK-IDX-ACHADO)
                            WRK-CR-TOTAL-ADI(WRK-IDX-ACHADO)
           END-IF.
           IF DR-RETIDO
              ADD 1 TO WRK-CR-QTD-RET(WRK-IDX-ACHADO)
              ADD DR-VALOR TO WRK-CR-TOTAL-RET(WRK-IDX-ACHADO)
           ELSE
              ADD 1 TO WRK-CR-QTD-ADI(WRK-IDX-ACHADO)
              ADD DR-VALOR TO WRK-CR-TOTAL-ADI(WRK-IDX-ACHADO)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-PROCURAR-CREDOR.
           IF WRK-CR-CODIGO(WRK-IDX) = DR-CREDOR
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 3000-EMITIR-CREDOR - Secao de um credor (WRK-IDX): cabecalho,
      * parcelas retidas com o total a repassar e, quando houver, as
      * parcelas adiadas. Cada lista e uma passada pelo movimento.
      *****************************************************************
       3000-EMITIR-CREDOR.
           MOVE SPACES TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CREDOR: '               DELIMITED BY SIZE
                  WRK-CR-CODIGO(WRK-IDX)   DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WRK-CR-NOME(WRK-IDX)     DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           MOVE 'ID     EMPREGADO            CONTRATO     PARCELA'
             TO CREDOR-REPORT-REC.
           MOVE 'VALOR         SALDO DATA' TO CREDOR-REPORT-REC(55:24).
           WRITE CREDOR-REPORT-REC.
           SET SECAO-RETIDAS TO TRUE.
           PERFORM 3100-LISTAR-SECAO THRU 3100-EXIT.
           MOVE WRK-CR-TOTAL-RET(WRK-IDX) TO WRK-TOTAL-ED.
           MOVE WRK-CR-QTD-RET(WRK-IDX)   TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  PARCELAS RETIDAS: '   DELIMITED BY SIZE
                  WRK-QTD-ED               DELIMITED BY SIZE
                  '  TOTAL A REPASSAR: '   DELIMITED BY SIZE
                  WRK-TOTAL-ED             DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           ADD WRK-CR-TOTAL-RET(WRK-IDX) TO WRK-TOTAL-RETIDO.
           IF WRK-CR-QTD-ADI(WRK-IDX) > 0
              MOVE '  ADIADAS SEM MARGEM NO LIQUIDO (NAO RETIDAS):'
                TO CREDOR-REPORT-REC
              WRITE CREDOR-REPORT-REC
              SET SECAO-ADIADAS TO TRUE
              PERFORM 3100-LISTAR-SECAO THRU 3100-EXIT
              MOVE WRK-CR-TOTAL-ADI(WRK-IDX) TO WRK-TOTAL-ED
              MOVE SPACES TO WRK-LINHA
              STRING '  TOTAL ADIADO: '    DELIMITED BY SIZE
                     WRK-TOTAL-ED          DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO CREDOR-REPORT-REC
              WRITE CREDOR-REPORT-REC
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LISTAR-SECAO.
           MOVE 'N' TO WRK-FIM-DR.
           OPEN INPUT DESC-RETIDO.
           PERFORM 3200-LISTAR-PARCELA THRU 3200-EXIT
              UNTIL FIM-DR.
           CLOSE DESC-RETIDO.
       3100-EXIT.
           EXIT.

       3200-LISTAR-PARCELA.
           READ DESC-RETIDO
               AT END
                  SET FIM-DR TO TRUE
                  GO TO 3200-EXIT
           END-READ.
           IF DR-COMPETENCIA NOT = WRK-MES-REF
              OR DR-CREDOR NOT = WRK-CR-CODIGO(WRK-IDX)
              OR DR-SITUACAO NOT = WRK-SECAO
              GO TO 3200-EXIT
           END-IF.
           MOVE DR-EM-ID        TO WRK-DET-ID.
           MOVE DR-NOME         TO WRK-DET-NOME.
           MOVE DR-CONTRATO     TO WRK-DET-CONTRATO.
           MOVE DR-PARCELA      TO WRK-DET-PARCELA.
           MOVE DR-QTD-PARCELAS TO WRK-DET-QTD-PARC.
           MOVE DR-VALOR        TO WRK-DET-VALOR.
           MOVE DR-SALDO        TO WRK-DET-SALDO.
           MOVE DR-DATA         TO WRK-DET-DATA.
           MOVE WRK-DETALHE TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Total geral retido, trailer padrao (parcelas
      * listadas e total retido) e fechamento.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           MOVE WRK-TOTAL-RETIDO TO WRK-TOTAL-ED.
           MOVE WRK-QTD-CREDORES TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CREDORES: '       DELIMITED BY SIZE
                  WRK-QTD-ED         DELIMITED BY SIZE
                  '  TOTAL RETIDO NA COMPETENCIA: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CREDOR-REPORT-REC.
           WRITE CREDOR-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO CREDOR-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR  TO BT-QTD-REGISTROS.
           MOVE WRK-TOTAL-RETIDO TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE CREDOR-REPORT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CREDOR-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CREDOR-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CREDOR-REPORT' TO AG-RELATORIO.
           MOVE 'EXTRATO-CREDOR' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CREDOR-REPORT-RELIDO.
           MOVE WRK-QTD-CREDORES TO AG-QTD-REGISTROS.
           MOVE WRK-TOTAL-RETIDO TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CREDOR-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CREDOR-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
