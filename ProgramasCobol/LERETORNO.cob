      *           reapresentar - hoje ninguem conferia o retorno e a
      *           rejeicao so aparecia na reclamacao do empregado. Com
      *           qualquer rejeicao a execucao termina com RC 8.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Registros '2' do retorno (pagamento de
      *                       pensao alimenticia ao beneficiario,
      *                       remessa de GERA-REMESSA) conferidos como
      *                       os '1'.
      * 15/10/2026 Batista - Cada registro do retorno e localizado no
      *                       pagamento de origem (PAGAMENTO-REMESSA, de
      *                       GERA-REMESSA, pela data e hora de geracao
      *                       do cabecalho '0' e pela sequencia) e
      *                       recebe a situacao P pago ou R rejeitado
      *                       com a ocorrencia; o rejeitado entra na
      *                       fila REMESSA-REPAGAR e volta na remessa
      *                       seguinte a correcao da conta. Pagamento
      *                       nao localizado sai no relatorio com RC 4.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Inicio e fim do passo registrados no
      *                       historico de execucao dos lotes (rotina
      *                       GRAVA-EXECUCAO; 9900-REGISTRAR-EXECUCAO
      *                       antes de cada GOBACK), com os registros
      *                       processados e o RC do passo, para o
      *                       relatorio semanal de tempos e prazo
      *                       RELAT-EXECUCAO.
      * 15/10/2026 Batista - Liquido do empregado recusado e enfileirado
      *                       gera aviso PAGREJ ao empregado na caixa de
      *                       saida (rotina GRAVA-NOTIFICACAO).
      * 15/10/2026 Batista - Copia de RETORNO-REPORT guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-RETORNO-STATUS.
           SELECT RETORNO-REPORT ASSIGN TO "RETORNO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETORNO-REPORT-RELIDO ASSIGN TO "RETORNO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT PAGAMENTO-REMESSA ASSIGN TO "PAGAMENTO-REMESSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WRK-PG-STATUS.
           SELECT REMESSA-REPAGAR ASSIGN TO "REMESSA-REPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RR-CHAVE
               FILE STATUS IS WRK-RR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 RB-OCORRENCIA        PIC X(02).
              88 RB-PAGAMENTO-EFETIVADO VALUE '00'.
           05 FILLER               PIC X(18).
      *    Cabecalho '0' do retorno: o banco devolve a data e a hora de
      *    geracao da remessa a que o retorno responde.
       01  RETORNO-HEADER-REC.
           05 RBH-TIPO             PIC X(01).
           05 RBH-SEQUENCIA        PIC 9(06).
           05 RBH-DATA-GERACAO     PIC 9(08).
           05 RBH-HORA-GERACAO     PIC 9(06).
           05 FILLER               PIC X(39).

       FD  RETORNO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RETORNO-REPORT-REC      PIC X(80).

       FD  RETORNO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  RETORNO-REPORT-RELIDO-REC PIC X(80).

       FD  PAGAMENTO-REMESSA.
           COPY PAGTOREM.

       FD  REMESSA-REPAGAR.
           COPY REPAGAR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY NOTIFGRV.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-RETORNO-STATUS PIC X(02)     VALUE '00'.
       77  WRK-FIM-RETORNO   PIC X(01)      VALUE 'N'.
           88 FIM-RETORNO                   VALUE 'S'.
       77  WRK-QTD-REJEITADOS PIC 9(07)     VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-PG-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-RR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-REGISTRO  PIC X(01)      VALUE 'N'.
           88 TEM-REGISTRO                  VALUE 'S'.
       77  WRK-TEM-FILA      PIC X(01)      VALUE 'N'.
           88 TEM-FILA                      VALUE 'S'.
       77  WRK-TEM-CABECALHO PIC X(01)      VALUE 'N'.
           88 TEM-CABECALHO                 VALUE 'S'.
       77  WRK-DATA-GERACAO  PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-GERACAO  PIC 9(06)      VALUE ZEROS.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-NAO-LOCALIZADOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-ENFILEIRADOS PIC 9(07)   VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'LE-RETORNO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           OPEN OUTPUT RETORNO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 1000-ABRIR-REGISTROS THRU 1000-EXIT.
           MOVE 'CONFERENCIA DO RETORNO BANCARIO'
             TO RETORNO-REPORT-REC.
           WRITE RETORNO-REPORT-REC.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-REGISTROS - Abre o registro dos pagamentos enviados
      * (PAGAMENTO-REMESSA, de GERA-REMESSA) e a fila de
      * reapresentacao REMESSA-REPAGAR, criada vazia na primeira
      * rejeicao. Sem o registro o retorno e conferido so pela
      * ocorrencia, como antes, com aviso.
      *****************************************************************
       1000-ABRIR-REGISTROS.
           OPEN I-O PAGAMENTO-REMESSA.
           IF WRK-PG-STATUS = '00'
              SET TEM-REGISTRO TO TRUE
           ELSE
              DISPLAY 'PAGAMENTO-REMESSA INDISPONIVEL (STATUS '
                      WRK-PG-STATUS ') - SITUACAO DOS PAGAMENTOS NAO '
                      'ATUALIZADA'
           END-IF.
           OPEN I-O REMESSA-REPAGAR.
           IF WRK-RR-STATUS = '35'
              OPEN OUTPUT REMESSA-REPAGAR
              CLOSE REMESSA-REPAGAR
              OPEN I-O REMESSA-REPAGAR
           END-IF.
           IF WRK-RR-STATUS = '00'
              SET TEM-FILA TO TRUE
           ELSE
              DISPLAY 'REMESSA-REPAGAR INDISPONIVEL (STATUS '
                      WRK-RR-STATUS ') - REJEITADOS NAO ENFILEIRADOS'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR - Le o retorno de ponta a ponta: o cabecalho
      * '0' identifica a remessa de origem (data e hora de geracao);
      * registros '1' (liquido do empregado) e '2' (pensao paga ao
      * beneficiario) sao conferidos pela ocorrencia e localizados no
      * registro dos pagamentos enviados; o trailer do banco e pulado.
      *****************************************************************
       2000-PROCESSAR.
           OPEN INPUT RETORNO-BANCO.
           END-IF.
           PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
           PERFORM UNTIL FIM-RETORNO
              EVALUATE RB-TIPO
                 WHEN '0'
                    MOVE RBH-DATA-GERACAO TO WRK-DATA-GERACAO
                    MOVE RBH-HORA-GERACAO TO WRK-HORA-GERACAO
                    SET TEM-CABECALHO TO TRUE
                 WHEN '1'
                 WHEN '2'
                    PERFORM 2200-CONFERIR-PAGAMENTO THRU 2200-EXIT
              END-EVALUATE
              PERFORM 2100-LER-RETORNO THRU 2100-EXIT
           END-PERFORM.
           CLOSE RETORNO-BANCO.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-CONFERIR-PAGAMENTO - Grava a situacao devolvida pelo
      * banco no pagamento de origem (2300) e denuncia a rejeicao no
      * relatorio, enfileirando-a para reapresentacao (2400).
      *****************************************************************
       2200-CONFERIR-PAGAMENTO.
           PERFORM 2300-ATUALIZAR-PAGAMENTO THRU 2300-EXIT.
           IF RB-PAGAMENTO-EFETIVADO
              ADD 1 TO WRK-QTD-PAGOS
              GO TO 2200-EXIT
           MOVE WRK-LINHA TO RETORNO-REPORT-REC.
           WRITE RETORNO-REPORT-REC.
           DISPLAY WRK-LINHA.
           IF PG-REJEITADO
              PERFORM 2400-ENFILEIRAR THRU 2400-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-ATUALIZAR-PAGAMENTO - Localiza o pagamento de origem em
      * PAGAMENTO-REMESSA pela data e hora de geracao do cabecalho e
      * pela sequencia do registro, e grava nele a situacao (P pago,
      * R rejeitado), a ocorrencia e a data do retorno. Pagamento nao
      * localizado sai no relatorio.
      *****************************************************************
       2300-ATUALIZAR-PAGAMENTO.
           MOVE SPACE TO PG-SITUACAO.
           IF NOT TEM-REGISTRO
              GO TO 2300-EXIT
           END-IF.
           IF NOT TEM-CABECALHO
              GO TO 2300-NAO-LOCALIZADO
           END-IF.
           MOVE WRK-DATA-GERACAO TO PG-DATA-GERACAO.
           MOVE WRK-HORA-GERACAO TO PG-HORA-GERACAO.
           MOVE RB-SEQUENCIA     TO PG-SEQUENCIA.
           READ PAGAMENTO-REMESSA
               INVALID KEY
                  GO TO 2300-NAO-LOCALIZADO
           END-READ.
           IF RB-PAGAMENTO-EFETIVADO
              SET PG-PAGO TO TRUE
           ELSE
              SET PG-REJEITADO TO TRUE
           END-IF.
           MOVE RB-OCORRENCIA TO PG-OCORRENCIA.
           MOVE WRK-DATA-EXEC TO PG-DATA-RETORNO.
           REWRITE PAGAMENTO-REMESSA-REC.
           GO TO 2300-EXIT.
       2300-NAO-LOCALIZADO.
           MOVE SPACE TO PG-SITUACAO.
           ADD 1 TO WRK-QTD-NAO-LOCALIZADOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PAGAMENTO NAO LOCALIZADO NA REMESSA DE ORIGEM: '
                  DELIMITED BY SIZE
                  RB-SEQUENCIA   DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  RB-FAVORECIDO  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RETORNO-REPORT-REC.
           WRITE RETORNO-REPORT-REC.
           DISPLAY WRK-LINHA.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-ENFILEIRAR - Poe o pagamento rejeitado na fila
      * REMESSA-REPAGAR com a conta recusada; GERA-REMESSA o
      * reapresenta quando a conta do favorecido for corrigida. Um
      * retorno conferido de novo nao duplica a entrada, nem o aviso
      * ao empregado do proprio salario recusado (2500).
      *****************************************************************
       2400-ENFILEIRAR.
           IF NOT TEM-FILA
              GO TO 2400-EXIT
           END-IF.
           MOVE SPACES            TO REMESSA-REPAGAR-REC.
           MOVE PG-CHAVE          TO RR-CHAVE.
           MOVE PG-TIPO           TO RR-TIPO.
           MOVE PG-EM-ID          TO RR-EM-ID.
           MOVE PG-PENSAO-SEQ     TO RR-PENSAO-SEQ.
           MOVE PG-FAVORECIDO     TO RR-FAVORECIDO.
           MOVE PG-VALOR          TO RR-VALOR.
           MOVE PG-BANCO          TO RR-BANCO.
           MOVE PG-AGENCIA        TO RR-AGENCIA.
           MOVE PG-CONTA          TO RR-CONTA.
           MOVE PG-TIPO-CONTA     TO RR-TIPO-CONTA.
           MOVE PG-OCORRENCIA     TO RR-OCORRENCIA.
           MOVE PG-DATA-RETORNO   TO RR-DATA-RETORNO.
           SET RR-PENDENTE TO TRUE.
           MOVE ZEROS             TO RR-DATA-REENVIO.
           WRITE REMESSA-REPAGAR-REC
               INVALID KEY
                  GO TO 2400-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTD-ENFILEIRADOS.
           MOVE SPACES TO WRK-LINHA.
           STRING '   ENFILEIRADO PARA REAPRESENTACAO - CORRIGIR A '
                  DELIMITED BY SIZE
                  'CONTA DO ID ' DELIMITED BY SIZE
                  PG-EM-ID       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RETORNO-REPORT-REC.
           WRITE RETORNO-REPORT-REC.
           IF PG-LIQUIDO
              PERFORM 2500-AVISAR-REJEICAO THRU 2500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-AVISAR-REJEICAO - Liquido do empregado recusado pelo
      * banco: aviso PAGREJ na caixa de saida (GRAVA-NOTIFICACAO), para
      * ele corrigir a conta. Campos de mescla: #1 valor, #2
      * ocorrencia do banco, #3 data do pagamento.
      *****************************************************************
       2500-AVISAR-REJEICAO.
           MOVE SPACES TO GRAVA-NOTIFICACAO-LNK.
           MOVE 'LE-RETORNO'  TO GN-PROGRAMA.
           SET GN-DEST-EMPREGADO TO TRUE.
           MOVE PG-EM-ID      TO GN-DEST-ID.
           MOVE PG-FAVORECIDO TO GN-DEST-NOME.
           MOVE 'PAGREJ'      TO GN-MODELO.
           MOVE PG-VALOR      TO WRK-VALOR-ED.
           MOVE WRK-VALOR-ED  TO GN-CAMPO(1).
           MOVE PG-OCORRENCIA TO GN-CAMPO(2).
           MOVE PG-DATA-PAGAMENTO TO GN-CAMPO(3).
           MOVE RETURN-CODE   TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo no relatorio e no console; qualquer
      * rejeicao termina com RC 8 para a operacao corrigir a conta do
      * favorecido, e pagamento nao localizado no registro de origem
      * com RC 4.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RETORNO-REPORT-REC.
           WRITE RETORNO-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ENFILEIRADOS: ' DELIMITED BY SIZE
                  WRK-QTD-ENFILEIRADOS DELIMITED BY SIZE
                  ' NAO LOCALIZADOS: ' DELIMITED BY SIZE
                  WRK-QTD-NAO-LOCALIZADOS DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RETORNO-REPORT-REC.
           WRITE RETORNO-REPORT-REC.
           CLOSE RETORNO-REPORT.
           DISPLAY WRK-LINHA.
           IF TEM-REGISTRO
              CLOSE PAGAMENTO-REMESSA
           END-IF.
           IF TEM-FILA
              CLOSE REMESSA-REPAGAR
           END-IF.
           IF WRK-QTD-NAO-LOCALIZADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-REJEITADOS > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de RETORNO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT RETORNO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'RETORNO-REPORT' TO AG-RELATORIO.
           MOVE 'LE-RETORNO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE RETORNO-REPORT-RELIDO.
           COMPUTE AG-QTD-REGISTROS = WRK-QTD-PAGOS
               + WRK-QTD-REJEITADOS
               + WRK-QTD-NAO-LOCALIZADOS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ RETORNO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE RETORNO-REPORT-RELIDO-REC TO AG-LINHA.
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
           COMPUTE GE-QTD-REGISTROS = WRK-QTD-PAGOS
               + WRK-QTD-REJEITADOS
               + WRK-QTD-NAO-LOCALIZADOS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'LE-RETORNO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
