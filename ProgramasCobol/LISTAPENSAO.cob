       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LISTA-PENSAO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Listagem mensal das pensoes alimenticias por ordem
      *           judicial, para o juridico prestar contas ao juizo:
      *           para a competencia do PARM (MES=AAAAMM; em branco ou
      *           invalido, a corrente), percorre o cadastro
      *           PENSAO-ALIMENT e emite em PENSAO-REPORT uma secao
      *           por ordem vigente no mes (ou com desconto nele) -
      *           processo, empregado, beneficiario e conta - com cada
      *           desconto do movimento PENSAO-RETIDA (data, base,
      *           devido e descontado) e o total repassado. Ordem
      *           vigente sem nenhum desconto no mes, ou descontada a
      *           menor por falta de liquido, e denunciada (RC 4).
      *           Trailer padrao: descontos listados e total
      *           descontado. Sem o cadastro nao ha o que listar
      *           (RC 8). A data de execucao vem da data de movimento
      *           (rotina LE-DATA-MOV), nao do relogio.
      *           Copia de PENSAO-REPORT guardada no arquivo de
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
           SELECT PENSAO-ALIMENT ASSIGN TO "PENSAO-ALIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WRK-PA-STATUS.
           SELECT PENSAO-RETIDA ASSIGN TO "PENSAO-RETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
           SELECT PENSAO-REPORT ASSIGN TO "PENSAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENSAO-REPORT-RELIDO ASSIGN TO "PENSAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PENSAO-ALIMENT.
           COPY PENSAO.

       FD  PENSAO-RETIDA
           RECORD CONTAINS 152 CHARACTERS.
           COPY PENSRET.

       FD  PENSAO-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  PENSAO-REPORT-REC        PIC X(100).
           COPY TRAILER.

       FD  PENSAO-REPORT-RELIDO
           RECORD CONTAINS 100 CHARACTERS.
       01  PENSAO-REPORT-RELIDO-REC PIC X(100).
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
       77  WRK-PA-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-PA         PIC X(01)      VALUE 'N'.
           88 FIM-PA                         VALUE 'S'.
       77  WRK-FIM-PR         PIC X(01)      VALUE 'N'.
           88 FIM-PR                         VALUE 'S'.
       77  WRK-TEM-MOVIMENTO  PIC X(01)      VALUE 'N'.
           88 TEM-MOVIMENTO                  VALUE 'S'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       77  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       77  WRK-DATA-INI-MES   PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-FIM-MES   PIC 9(08)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ORDENS     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-DESC   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PARCIAIS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ORDEM      PIC 9(05)      VALUE ZEROS.
       77  WRK-TOTAL-ORDEM    PIC 9(09)V99   VALUE ZEROS.
       77  WRK-TOTAL-GERAL    PIC 9(09)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZ9     VALUE ZEROS.
       77  WRK-PERCENTUAL-ED  PIC Z9,99      VALUE ZEROS.
       77  WRK-VALOR-ED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA          PIC X(100)     VALUE SPACES.
      *
      * Linha de detalhe de um desconto da ordem.
       01  WRK-DETALHE.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-DET-DATA          PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-BASE          PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DEVIDO        PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-VALOR         PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-OBS           PIC X(20).
           05 FILLER                PIC X(36)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-LER-ORDEM THRU 2000-EXIT.
           PERFORM 3000-EMITIR-ORDEM THRU 3000-EXIT
              UNTIL FIM-PA.
           CLOSE PENSAO-ALIMENT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, corrente
      * quando em branco ou invalida), abertura do cadastro (sem ele
      * nao ha o que listar - RC 8) e do relatorio.
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
           COMPUTE WRK-DATA-INI-MES = WRK-MES-REF * 100 + 1.
           COMPUTE WRK-DATA-FIM-MES = WRK-MES-REF * 100 + 31.
           OPEN INPUT PENSAO-ALIMENT.
           IF WRK-PA-STATUS NOT = '00'
              DISPLAY 'PENSAO-ALIMENT AUSENTE - NADA A LISTAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PENSAO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PENSAO ALIMENTICIA POR ORDEM JUDICIAL - '
                                        DELIMITED BY SIZE
                  'COMPETENCIA '        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LER-ORDEM - Proxima ordem do cadastro, na ordem da chave
      * (empregado + sequencia).
      *****************************************************************
       2000-LER-ORDEM.
           READ PENSAO-ALIMENT NEXT RECORD
               AT END SET FIM-PA TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-EMITIR-ORDEM - Secao de uma ordem: so as vigentes em algum
      * dia do mes ou com desconto nele. Cabecalho com o processo e o
      * beneficiario, os descontos do movimento (uma passada por
      * ordem) e o total; a ordem vigente sem desconto e denunciada.
      *****************************************************************
       3000-EMITIR-ORDEM.
           PERFORM 3300-CONFERIR-MOVIMENTO THRU 3300-EXIT.
           IF NOT TEM-MOVIMENTO
              IF PA-DATA-INICIO > WRK-DATA-FIM-MES
                 GO TO 3000-PROXIMA
              END-IF
              IF PA-DATA-FIM NOT = ZEROS
                 AND PA-DATA-FIM < WRK-DATA-INI-MES
                 GO TO 3000-PROXIMA
              END-IF
           END-IF.
           ADD 1 TO WRK-QTD-ORDENS.
           MOVE SPACES TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROCESSO: '        DELIMITED BY SIZE
                  PA-PROCESSO         DELIMITED BY SIZE
                  ' EMPREGADO: '      DELIMITED BY SIZE
                  PA-EM-ID            DELIMITED BY SIZE
                  ' ORDEM '           DELIMITED BY SIZE
                  PA-SEQUENCIA        DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           IF PA-PERCENTUAL-LIQ
              MOVE PA-PERCENTUAL TO WRK-PERCENTUAL-ED
              STRING '  BASE: '           DELIMITED BY SIZE
                     WRK-PERCENTUAL-ED    DELIMITED BY SIZE
                     '% DO LIQUIDO LEGAL' DELIMITED BY SIZE
                     INTO WRK-LINHA
           ELSE
              MOVE PA-VALOR TO WRK-VALOR-ED
              STRING '  BASE: VALOR FIXO ' DELIMITED BY SIZE
                     WRK-VALOR-ED          DELIMITED BY SIZE
                     INTO WRK-LINHA
           END-IF.
           MOVE WRK-LINHA TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING '  BENEFICIARIO: '  DELIMITED BY SIZE
                  PA-BENEF-NOME       DELIMITED BY SIZE
                  ' CPF '             DELIMITED BY SIZE
                  PA-BENEF-CPF        DELIMITED BY SIZE
                  ' BANCO '           DELIMITED BY SIZE
                  PA-BENEF-BANCO      DELIMITED BY SIZE
                  ' AG '              DELIMITED BY SIZE
                  PA-BENEF-AGENCIA    DELIMITED BY SIZE
                  ' CC '              DELIMITED BY SIZE
                  PA-BENEF-CONTA      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           MOVE '  DATA           BASE     DEVIDO DESCONTADO'
             TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           MOVE ZEROS TO WRK-QTD-ORDEM WRK-TOTAL-ORDEM.
           PERFORM 3100-LISTAR-DESCONTOS THRU 3100-EXIT.
           IF WRK-QTD-ORDEM = 0
              ADD 1 TO WRK-QTD-SEM-DESC
              MOVE 4 TO RETURN-CODE
              MOVE '  *** ORDEM VIGENTE SEM DESCONTO NA COMPETENCIA'
                TO PENSAO-REPORT-REC
              WRITE PENSAO-REPORT-REC
              DISPLAY 'ORDEM VIGENTE SEM DESCONTO: ' PA-EM-ID ' '
                      PA-SEQUENCIA ' ' PA-PROCESSO
              GO TO 3000-PROXIMA
           END-IF.
           MOVE WRK-TOTAL-ORDEM TO WRK-TOTAL-ED.
           MOVE WRK-QTD-ORDEM   TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  DESCONTOS: '      DELIMITED BY SIZE
                  WRK-QTD-ED           DELIMITED BY SIZE
                  '  TOTAL REPASSADO: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED         DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           ADD WRK-TOTAL-ORDEM TO WRK-TOTAL-GERAL.
       3000-PROXIMA.
           PERFORM 2000-LER-ORDEM THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3100-LISTAR-DESCONTOS.
           MOVE 'N' TO WRK-FIM-PR.
           OPEN INPUT PENSAO-RETIDA.
           IF WRK-PR-STATUS NOT = '00'
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-LISTAR-DESCONTO THRU 3200-EXIT
              UNTIL FIM-PR.
           CLOSE PENSAO-RETIDA.
       3100-EXIT.
           EXIT.

       3200-LISTAR-DESCONTO.
           READ PENSAO-RETIDA
               AT END
                  SET FIM-PR TO TRUE
                  GO TO 3200-EXIT
           END-READ.
           IF PR-COMPETENCIA NOT = WRK-MES-REF
              OR PR-EM-ID NOT = PA-EM-ID
              OR PR-SEQUENCIA NOT = PA-SEQUENCIA
              GO TO 3200-EXIT
           END-IF.
           MOVE PR-DATA         TO WRK-DET-DATA.
           MOVE PR-BASE-CALCULO TO WRK-DET-BASE.
           MOVE PR-VALOR-DEVIDO TO WRK-DET-DEVIDO.
           MOVE PR-VALOR        TO WRK-DET-VALOR.
           MOVE SPACES          TO WRK-DET-OBS.
           IF PR-VALOR < PR-VALOR-DEVIDO
              MOVE 'A MENOR SEM LIQUIDO' TO WRK-DET-OBS
              ADD 1 TO WRK-QTD-PARCIAIS
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WRK-DETALHE TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR WRK-QTD-ORDEM.
           ADD PR-VALOR TO WRK-TOTAL-ORDEM.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-CONFERIR-MOVIMENTO - A ordem ja encerrada ainda entra na
      * listagem quando tem desconto no mes (encerramento retroativo).
      *****************************************************************
       3300-CONFERIR-MOVIMENTO.
           MOVE 'N' TO WRK-TEM-MOVIMENTO WRK-FIM-PR.
           OPEN INPUT PENSAO-RETIDA.
           IF WRK-PR-STATUS NOT = '00'
              GO TO 3300-EXIT
           END-IF.
           PERFORM 3400-PROCURAR-MOVIMENTO THRU 3400-EXIT
              UNTIL FIM-PR OR TEM-MOVIMENTO.
           CLOSE PENSAO-RETIDA.
       3300-EXIT.
           EXIT.

       3400-PROCURAR-MOVIMENTO.
           READ PENSAO-RETIDA
               AT END
                  SET FIM-PR TO TRUE
                  GO TO 3400-EXIT
           END-READ.
           IF PR-COMPETENCIA = WRK-MES-REF
              AND PR-EM-ID = PA-EM-ID
              AND PR-SEQUENCIA = PA-SEQUENCIA
              SET TEM-MOVIMENTO TO TRUE
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo (ordens listadas, sem desconto e
      * descontadas a menor, total descontado), trailer padrao e
      * fechamento.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           IF WRK-QTD-ORDENS = 0
              MOVE '  (NENHUMA ORDEM DE PENSAO VIGENTE NA COMPETENCIA)'
                TO PENSAO-REPORT-REC
              WRITE PENSAO-REPORT-REC
           END-IF.
           MOVE WRK-TOTAL-GERAL TO WRK-TOTAL-ED.
           MOVE WRK-QTD-ORDENS  TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS: '         DELIMITED BY SIZE
                  WRK-QTD-ED         DELIMITED BY SIZE
                  '  TOTAL DESCONTADO NA COMPETENCIA: '
                                     DELIMITED BY SIZE
                  WRK-TOTAL-ED       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PENSAO-REPORT-REC.
           WRITE PENSAO-REPORT-REC.
           DISPLAY WRK-LINHA.
           IF WRK-QTD-SEM-DESC > 0
              DISPLAY 'ORDENS VIGENTES SEM DESCONTO: '
                      WRK-QTD-SEM-DESC
           END-IF.
           IF WRK-QTD-PARCIAIS > 0
              DISPLAY 'DESCONTOS A MENOR SEM LIQUIDO: '
                      WRK-QTD-PARCIAIS
           END-IF.
           MOVE SPACES TO PENSAO-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-TOTAL-GERAL TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE PENSAO-REPORT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PENSAO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PENSAO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PENSAO-REPORT' TO AG-RELATORIO.
           MOVE 'LISTA-PENSAO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PENSAO-REPORT-RELIDO.
           MOVE WRK-QTD-ORDENS TO AG-QTD-REGISTROS.
           MOVE WRK-TOTAL-GERAL TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PENSAO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PENSAO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
