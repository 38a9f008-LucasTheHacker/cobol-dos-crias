       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BAIXA-COBRANCA.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Baixa dos titulos de mensalidade pelo retorno de
      *           cobranca do banco (RETORNO-COBRANCA): cada registro
      *           '1' traz o nosso numero (matricula + competencia,
      *           chave de TITULO-RECEBER), o valor pago, a data do
      *           pagamento e a ocorrencia do banco ('06' =
      *           liquidacao). O valor pago e somado ao titulo; quando
      *           cobre o valor do titulo, o titulo fica quitado.
      *           Titulo nao encontrado, ja quitado ou ocorrencia
      *           diferente de liquidacao sai denunciado no relatorio
      *           BAIXA-REPORT, e a execucao termina com RC 4 para a
      *           tesouraria conferir. Inicio e fim de cada execucao
      *           ficam no historico de execucao dos lotes (rotina
      *           GRAVA-EXECUCAO), com os registros processados e o RC,
      *           para o relatorio semanal RELAT-EXECUCAO.
      *           Copia de BAIXA-REPORT guardada no arquivo de
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
           SELECT RETORNO-COBRANCA ASSIGN TO "RETORNO-COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RETORNO-STATUS.
           SELECT TITULO-RECEBER ASSIGN TO "TITULO-RECEBER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CHAVE
               FILE STATUS IS WRK-TI-STATUS.
           SELECT BAIXA-REPORT ASSIGN TO "BAIXA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAIXA-REPORT-RELIDO ASSIGN TO "BAIXA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RETORNO-COBRANCA
           RECORD CONTAINS 60 CHARACTERS.
       01  RETORNO-COBRANCA-REC.
           05 RC-TIPO              PIC X(01).
           05 RC-NOSSO-NUMERO      PIC X(16).
           05 RC-VALOR-PAGO        PIC 9(07)V99.
           05 RC-DATA-PAGAMENTO    PIC 9(08).
           05 RC-OCORRENCIA        PIC X(02).
              88 RC-LIQUIDACAO             VALUE '06'.
           05 FILLER               PIC X(24).

       FD  TITULO-RECEBER.
           COPY TITULO.

       FD  BAIXA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  BAIXA-REPORT-REC        PIC X(80).
           COPY TRAILER.

       FD  BAIXA-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  BAIXA-REPORT-RELIDO-REC  PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY EXECGRV.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-RETORNO-STATUS PIC X(02)     VALUE '00'.
       77  WRK-TI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-RETORNO   PIC X(01)      VALUE 'N'.
           88 FIM-RETORNO                   VALUE 'S'.
       77  WRK-QTD-BAIXADOS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-QUITADOS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-EXCECOES  PIC 9(07)      VALUE ZEROS.
       77  WRK-TOTAL-BAIXADO PIC 9(11)V99   VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(30)      VALUE SPACES.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'BAIXA-COBRANCA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           OPEN OUTPUT BAIXA-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'BAIXA DO RETORNO DE COBRANCA DE MENSALIDADES'
             TO BAIXA-REPORT-REC.
           WRITE BAIXA-REPORT-REC.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 2000-PROCESSAR - Le o retorno de ponta a ponta: registros '1'
      * sao baixados; cabecalho e trailer do banco sao pulados. Sem
      * titulos emitidos nao ha o que baixar.
      *****************************************************************
       2000-PROCESSAR.
           OPEN INPUT RETORNO-COBRANCA.
           IF WRK-RETORNO-STATUS NOT = '00'
              DISPLAY 'RETORNO-COBRANCA AUSENTE - NADA A BAIXAR'
              GO TO 2000-EXIT
           END-IF.
           OPEN I-O TITULO-RECEBER.
           IF WRK-TI-STATUS NOT = '00'
              DISPLAY 'TITULO-RECEBER AUSENTE - NADA A BAIXAR'
              CLOSE RETORNO-COBRANCA
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
           PERFORM UNTIL FIM-RETORNO
              IF RC-TIPO = '1'
                 PERFORM 2200-BAIXAR-TITULO THRU 2200-EXIT
              END-IF
              PERFORM 2100-LER-RETORNO THRU 2100-EXIT
           END-PERFORM.
           CLOSE RETORNO-COBRANCA.
           CLOSE TITULO-RECEBER.
       2000-EXIT.
           EXIT.

       2100-LER-RETORNO.
           READ RETORNO-COBRANCA
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-BAIXAR-TITULO - Localiza o titulo pelo nosso numero e
      * acumula o pagamento; quita quando o pago cobre o valor.
      *****************************************************************
       2200-BAIXAR-TITULO.
           IF NOT RC-LIQUIDACAO
              MOVE 'OCORRENCIA NAO E LIQUIDACAO' TO WRK-MOTIVO
              PERFORM 2900-DENUNCIAR THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF.
           MOVE RC-NOSSO-NUMERO TO TI-CHAVE.
           READ TITULO-RECEBER
               INVALID KEY
                  MOVE 'TITULO NAO ENCONTRADO' TO WRK-MOTIVO
                  PERFORM 2900-DENUNCIAR THRU 2900-EXIT
                  GO TO 2200-EXIT
           END-READ.
           IF TI-QUITADO
              MOVE 'TITULO JA QUITADO' TO WRK-MOTIVO
              PERFORM 2900-DENUNCIAR THRU 2900-EXIT
              GO TO 2200-EXIT
           END-IF.
           ADD RC-VALOR-PAGO TO TI-VALOR-PAGO.
           MOVE RC-DATA-PAGAMENTO TO TI-DATA-PAGAMENTO.
           IF TI-VALOR-PAGO >= TI-VALOR
              SET TI-QUITADO TO TRUE
              ADD 1 TO WRK-QTD-QUITADOS
           END-IF.
           REWRITE TITULO-RECEBER-REC.
           ADD 1 TO WRK-QTD-BAIXADOS.
           ADD RC-VALOR-PAGO TO WRK-TOTAL-BAIXADO.
       2200-EXIT.
           EXIT.

       2900-DENUNCIAR.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE RC-VALOR-PAGO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING RC-NOSSO-NUMERO DELIMITED BY SIZE
                  ' OCORR '       DELIMITED BY SIZE
                  RC-OCORRENCIA   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-MOTIVO      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BAIXA-REPORT-REC.
           WRITE BAIXA-REPORT-REC.
           DISPLAY WRK-LINHA.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo e trailer no relatorio (titulos
      * baixados e total recebido); excecao termina com RC 4.
      *****************************************************************
       5000-FINALIZAR.
           MOVE WRK-TOTAL-BAIXADO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BAIXADOS: '     DELIMITED BY SIZE
                  WRK-QTD-BAIXADOS DELIMITED BY SIZE
                  ' QUITADOS: '    DELIMITED BY SIZE
                  WRK-QTD-QUITADOS DELIMITED BY SIZE
                  ' EXCECOES: '    DELIMITED BY SIZE
                  WRK-QTD-EXCECOES DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BAIXA-REPORT-REC.
           WRITE BAIXA-REPORT-REC.
           DISPLAY WRK-LINHA.
           DISPLAY 'TOTAL RECEBIDO: ' WRK-VALOR-ED.
           MOVE SPACES TO BAIXA-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-BAIXADOS  TO BT-QTD-REGISTROS.
           MOVE WRK-TOTAL-BAIXADO TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE BAIXA-REPORT.
           IF WRK-QTD-EXCECOES > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de BAIXA-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT BAIXA-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'BAIXA-REPORT' TO AG-RELATORIO.
           MOVE 'BAIXA-COBRANCA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE BAIXA-REPORT-RELIDO.
           COMPUTE AG-QTD-REGISTROS = WRK-QTD-BAIXADOS
               + WRK-QTD-EXCECOES.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ BAIXA-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE BAIXA-REPORT-RELIDO-REC TO AG-LINHA.
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
           COMPUTE GE-QTD-REGISTROS = WRK-QTD-BAIXADOS
               + WRK-QTD-EXCECOES.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'BAIXA-COBRANCA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
