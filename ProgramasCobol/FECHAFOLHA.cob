       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FECHA-FOLHA.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Fechamento da competencia da folha, no molde de
      *           FECHA-TERMO para as notas: roda depois que
      *           RECONCILIA-FOLHA aceitou PAY-HIST x YTD-SAL (o JCL
      *           condiciona o passo no retorno dela) e confere que a
      *           remessa do mes foi aceita pelo banco - nenhum
      *           pagamento gerado no mes ainda sem retorno em
      *           PAGAMENTO-REMESSA e nenhum rejeitado pendente de
      *           reapresentacao em REMESSA-REPAGAR. Aceitas as duas,
      *           grava a competencia como fechada em FECHAMENTO-FOLHA
      *           com o resumo congelado de PAY-HIST (registros e
      *           estornos, pago e estornado por moeda) e da remessa
      *           (pagamentos aceitos e total), e a partir dai todo
      *           programa que grava PAY-HIST ou YTD-SAL recusa a
      *           competencia (rotina CONSULTA-FECHAMENTO). Competencia
      *           ja fechada e apenas conferida contra o resumo
      *           congelado: qualquer diferenca e lancamento que
      *           escapou da trava (RC 8). Competencia reaberta por
      *           REABRE-FOLHA e fechada de novo com as diferencas
      *           contra o resumo congelado listadas (RC 4 quando ha),
      *           e o novo fechamento vai para REABERTURA-LOG. A
      *           competencia vem de MES=AAAAMM no PARM (AAAA13 para o
      *           13o, que nao tem remessa propria a conferir); em
      *           branco vale o mes anterior ao da execucao, e PARM
      *           invalido nao fecha nada (RC 8). A data de execucao vem
      *           da data de movimento (rotina LE-DATA-MOV), nao do
      *           relogio.
      *           Copia de FECHA-REPORT guardada no arquivo de
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
           SELECT FECHAMENTO-FOLHA ASSIGN TO "FECHAMENTO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FF-COMPETENCIA
               FILE STATUS IS WRK-FF-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT PAGAMENTO-REMESSA ASSIGN TO "PAGAMENTO-REMESSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WRK-PG-STATUS.
           SELECT REMESSA-REPAGAR ASSIGN TO "REMESSA-REPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CHAVE
               FILE STATUS IS WRK-RR-STATUS.
           SELECT REABERTURA-LOG ASSIGN TO "REABERTURA-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RL-STATUS.
           SELECT FECHA-REPORT ASSIGN TO "FECHA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FECHA-REPORT-RELIDO ASSIGN TO "FECHA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FECHAMENTO-FOLHA.
           COPY FECHFOL.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  PAGAMENTO-REMESSA.
           COPY PAGTOREM.

       FD  REMESSA-REPAGAR.
           COPY REPAGAR.

       FD  REABERTURA-LOG
           RECORD CONTAINS 91 CHARACTERS.
           COPY REABLOG.

       FD  FECHA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  FECHA-REPORT-REC         PIC X(80).
           COPY TRAILER.

       FD  FECHA-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  FECHA-REPORT-RELIDO-REC  PIC X(80).
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
       77  WRK-FF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PG-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-RR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-RL-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-PH         PIC X(01)      VALUE 'N'.
           88 FIM-PH                         VALUE 'S'.
       77  WRK-FIM-PG         PIC X(01)      VALUE 'N'.
           88 FIM-PG                         VALUE 'S'.
       77  WRK-FIM-RR         PIC X(01)      VALUE 'N'.
           88 FIM-RR                         VALUE 'S'.
       77  WRK-SITUACAO-ANT   PIC X(01)      VALUE SPACE.
           88 COMPETENCIA-NOVA               VALUE 'N'.
           88 COMPETENCIA-JA-FECHADA         VALUE 'F'.
           88 COMPETENCIA-REABERTA           VALUE 'R'.
       77  WRK-REMESSA-OK     PIC X(01)      VALUE 'N'.
           88 REMESSA-ACEITA                 VALUE 'S'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-EXEC-ANO    PIC 9(04).
           05 WRK-EXEC-MES    PIC 9(02).
           05 WRK-EXEC-DIA    PIC 9(02).
       77  WRK-HORA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-COMPETENCIA    PIC 9(06)      VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO    PIC 9(04).
           05 WRK-COMP-MES    PIC 9(02).
       77  WRK-QTD-ENVIADOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-REJEITADOS PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-REPAGAR    PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-DIFERENCAS PIC 9(03)      VALUE ZEROS.
       77  WRK-CMP-NOME       PIC X(22)      VALUE SPACES.
       77  WRK-CMP-CONGELADO  PIC 9(11)V99   VALUE ZEROS.
       77  WRK-CMP-ATUAL      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-QTD-ED         PIC Z.ZZZ.ZZ9  VALUE ZEROS.
       77  WRK-VALOR-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Resumo da competencia apurado nesta execucao, no mesmo layout
      * do resumo congelado de FECHAMENTO-FOLHA.
       01  WRK-RESUMO.
           05 WRK-QTD-REGISTROS   PIC 9(07)      VALUE ZEROS.
           05 WRK-QTD-ESTORNOS    PIC 9(07)      VALUE ZEROS.
           05 WRK-PAGO-BRL        PIC 9(11)V99   VALUE ZEROS.
           05 WRK-PAGO-USD        PIC 9(11)V99   VALUE ZEROS.
           05 WRK-PAGO-EUR        PIC 9(11)V99   VALUE ZEROS.
           05 WRK-ESTORNO-BRL     PIC 9(11)V99   VALUE ZEROS.
           05 WRK-ESTORNO-USD     PIC 9(11)V99   VALUE ZEROS.
           05 WRK-ESTORNO-EUR     PIC 9(11)V99   VALUE ZEROS.
           05 WRK-QTD-REMETIDOS   PIC 9(07)      VALUE ZEROS.
           05 WRK-TOTAL-REMETIDO  PIC 9(11)V99   VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-APURAR-HISTORICO THRU 2000-EXIT.
           PERFORM 2500-CONFERIR-REMESSA THRU 2500-EXIT.
           PERFORM 2900-EMITIR-RESUMO THRU 2900-EXIT.
           EVALUATE TRUE
              WHEN COMPETENCIA-JA-FECHADA
                 PERFORM 3000-CONFERIR-FECHADA THRU 3000-EXIT
              WHEN COMPETENCIA-REABERTA
                 PERFORM 4000-FECHAR-DE-NOVO THRU 4000-EXIT
              WHEN OTHER
                 PERFORM 3500-FECHAR THRU 3500-EXIT
           END-EVALUATE.
           CLOSE FECHAMENTO-FOLHA.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, mes 01 a
      * 13; em branco, o mes anterior ao da execucao; invalido, RC 8),
      * abertura do controle de fechamento (criado vazio no primeiro
      * fechamento), situacao atual da competencia e o relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-HORA-EXEC FROM TIME.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO = SPACES
              MOVE WRK-EXEC-ANO TO WRK-COMP-ANO
              COMPUTE WRK-COMP-MES = WRK-EXEC-MES - 1
              IF WRK-EXEC-MES = 1
                 MOVE 12 TO WRK-COMP-MES
                 SUBTRACT 1 FROM WRK-COMP-ANO
              END-IF
           ELSE
              IF WRK-PARM-JCL-TEXTO(1:4) NOT = 'MES='
                 OR WRK-PARM-JCL-TEXTO(5:6) IS NOT NUMERIC
                 OR WRK-PARM-JCL-TEXTO(9:2) < '01'
                 OR WRK-PARM-JCL-TEXTO(9:2) > '13'
                 DISPLAY 'PARM INVALIDO (MES=AAAAMM): '
                         WRK-PARM-JCL-TEXTO(1:20)
                         ' - NADA FECHADO'
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF
              MOVE WRK-PARM-JCL-TEXTO(5:6) TO WRK-COMPETENCIA
           END-IF.
           DISPLAY 'FECHAMENTO DA FOLHA - COMPETENCIA ' WRK-COMPETENCIA.
           OPEN I-O FECHAMENTO-FOLHA.
           IF WRK-FF-STATUS = '35'
              OPEN OUTPUT FECHAMENTO-FOLHA
              CLOSE FECHAMENTO-FOLHA
              OPEN I-O FECHAMENTO-FOLHA
           END-IF.
           IF WRK-FF-STATUS NOT = '00'
              DISPLAY 'FECHAMENTO-FOLHA INDISPONIVEL (STATUS '
                      WRK-FF-STATUS ') - NADA FECHADO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE WRK-COMPETENCIA TO FF-COMPETENCIA.
           READ FECHAMENTO-FOLHA
               INVALID KEY
                  MOVE 'N' TO WRK-SITUACAO-ANT
               NOT INVALID KEY
                  MOVE FF-SITUACAO TO WRK-SITUACAO-ANT
           END-READ.
           OPEN OUTPUT FECHA-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO FECHA-REPORT-REC.
           WRITE FECHA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FECHAMENTO DA FOLHA - COMPETENCIA '
                                        DELIMITED BY SIZE
                  WRK-COMPETENCIA       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO FECHA-REPORT-REC.
           WRITE FECHA-REPORT-REC.
           MOVE SPACES TO FECHA-REPORT-REC.
           WRITE FECHA-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR-HISTORICO - Le PAY-HIST de ponta a ponta somando
      * os registros da competencia: pagamentos (folha, ferias,
      * rescisao, dissidio, 13o) e estornos, por moeda.
      *****************************************************************
       2000-APURAR-HISTORICO.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SOMAR-REGISTRO THRU 2100-EXIT
              UNTIL FIM-PH.
           CLOSE PAY-HIST.
       2000-EXIT.
           EXIT.

       2100-SOMAR-REGISTRO.
           READ PAY-HIST
               AT END
                  SET FIM-PH TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF PH-COMPETENCIA NOT = WRK-COMPETENCIA
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-REGISTROS.
           IF PH-ESTORNO
              ADD 1 TO WRK-QTD-ESTORNOS
              EVALUATE PH-MOEDA
                 WHEN 'USD' ADD PH-VALOR TO WRK-ESTORNO-USD
                 WHEN 'EUR' ADD PH-VALOR TO WRK-ESTORNO-EUR
                 WHEN OTHER ADD PH-VALOR TO WRK-ESTORNO-BRL
              END-EVALUATE
           ELSE
              EVALUATE PH-MOEDA
                 WHEN 'USD' ADD PH-VALOR TO WRK-PAGO-USD
                 WHEN 'EUR' ADD PH-VALOR TO WRK-PAGO-EUR
                 WHEN OTHER ADD PH-VALOR TO WRK-PAGO-BRL
              END-EVALUATE
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2500-CONFERIR-REMESSA - Pagamentos gerados no mes da
      * competencia (PAGAMENTO-REMESSA pela data de geracao): os pagos
      * somam no resumo, os ainda sem retorno impedem o fechamento;
      * rejeitado so nao impede quando ja foi reapresentado (fila
      * REMESSA-REPAGAR sem pendencia do mes). A competencia 13 nao
      * tem remessa propria - o 13o sai nas remessas do mes em que e
      * pago - e e aceita sem esta conferencia.
      *****************************************************************
       2500-CONFERIR-REMESSA.
           MOVE 'N' TO WRK-REMESSA-OK.
           IF WRK-COMP-MES = 13
              SET REMESSA-ACEITA TO TRUE
              GO TO 2500-EXIT
           END-IF.
           OPEN INPUT PAGAMENTO-REMESSA.
           IF WRK-PG-STATUS NOT = '00'
              DISPLAY 'PAGAMENTO-REMESSA AUSENTE - REMESSA DO MES NAO '
                      'CONFERIDA'
              GO TO 2500-EXIT
           END-IF.
           COMPUTE PG-DATA-GERACAO = WRK-COMPETENCIA * 100 + 1.
           MOVE ZEROS TO PG-HORA-GERACAO PG-SEQUENCIA.
           START PAGAMENTO-REMESSA KEY IS NOT LESS THAN PG-CHAVE
               INVALID KEY SET FIM-PG TO TRUE
           END-START.
           PERFORM 2600-CONFERIR-PAGAMENTO THRU 2600-EXIT
              UNTIL FIM-PG.
           CLOSE PAGAMENTO-REMESSA.
           OPEN INPUT REMESSA-REPAGAR.
           IF WRK-RR-STATUS = '00'
              COMPUTE RR-DATA-GERACAO = WRK-COMPETENCIA * 100 + 1
              MOVE ZEROS TO RR-HORA-GERACAO RR-SEQUENCIA
              START REMESSA-REPAGAR KEY IS NOT LESS THAN RR-CHAVE
                  INVALID KEY SET FIM-RR TO TRUE
              END-START
              PERFORM 2700-CONFERIR-REPAGAR THRU 2700-EXIT
                 UNTIL FIM-RR
              CLOSE REMESSA-REPAGAR
           END-IF.
           IF WRK-QTD-ENVIADOS = 0 AND WRK-QTD-REPAGAR = 0
              SET REMESSA-ACEITA TO TRUE
           END-IF.
       2500-EXIT.
           EXIT.

       2600-CONFERIR-PAGAMENTO.
           READ PAGAMENTO-REMESSA NEXT RECORD
               AT END
                  SET FIM-PG TO TRUE
                  GO TO 2600-EXIT
           END-READ.
           IF PG-DATA-GERACAO(1:6) NOT = WRK-COMPETENCIA
              SET FIM-PG TO TRUE
              GO TO 2600-EXIT
           END-IF.
           EVALUATE TRUE
              WHEN PG-PAGO
                 ADD 1 TO WRK-QTD-REMETIDOS
                 ADD PG-VALOR TO WRK-TOTAL-REMETIDO
              WHEN PG-REJEITADO
                 ADD 1 TO WRK-QTD-REJEITADOS
              WHEN OTHER
                 ADD 1 TO WRK-QTD-ENVIADOS
           END-EVALUATE.
       2600-EXIT.
           EXIT.

       2700-CONFERIR-REPAGAR.
           READ REMESSA-REPAGAR NEXT RECORD
               AT END
                  SET FIM-RR TO TRUE
                  GO TO 2700-EXIT
           END-READ.
           IF RR-DATA-GERACAO(1:6) NOT = WRK-COMPETENCIA
              SET FIM-RR TO TRUE
              GO TO 2700-EXIT
           END-IF.
           IF RR-PENDENTE
              ADD 1 TO WRK-QTD-REPAGAR
           END-IF.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2900-EMITIR-RESUMO - Resumo apurado nesta execucao: historico
      * da competencia e conferencia da remessa.
      *****************************************************************
       2900-EMITIR-RESUMO.
           MOVE WRK-QTD-REGISTROS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTROS EM PAY-HIST......: ' DELIMITED BY SIZE
                  WRK-QTD-ED                      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           MOVE WRK-QTD-ESTORNOS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ESTORNOS...................: ' DELIMITED BY SIZE
                  WRK-QTD-ED                      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           MOVE WRK-PAGO-BRL    TO WRK-VALOR-ED.
           MOVE WRK-ESTORNO-BRL TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BRL PAGO ' WRK-VALOR-ED ' ESTORNADO ' WRK-VALOR2-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           MOVE WRK-PAGO-USD    TO WRK-VALOR-ED.
           MOVE WRK-ESTORNO-USD TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'USD PAGO ' WRK-VALOR-ED ' ESTORNADO ' WRK-VALOR2-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           MOVE WRK-PAGO-EUR    TO WRK-VALOR-ED.
           MOVE WRK-ESTORNO-EUR TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EUR PAGO ' WRK-VALOR-ED ' ESTORNADO ' WRK-VALOR2-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           IF WRK-COMP-MES = 13
              MOVE 'REMESSA: COMPETENCIA DO 13o, SEM REMESSA PROPRIA'
                TO WRK-LINHA
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
              GO TO 2900-EXIT
           END-IF.
           MOVE WRK-QTD-REMETIDOS  TO WRK-QTD-ED.
           MOVE WRK-TOTAL-REMETIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REMESSA: PAGOS ' WRK-QTD-ED ' TOTAL ' WRK-VALOR-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REMESSA: SEM RETORNO ' WRK-QTD-ENVIADOS
                  ' REJEITADOS ' WRK-QTD-REJEITADOS
                  ' A REAPRESENTAR ' WRK-QTD-REPAGAR
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
       2900-EXIT.
           EXIT.

       2990-GRAVAR-LINHA.
           MOVE WRK-LINHA TO FECHA-REPORT-REC.
           WRITE FECHA-REPORT-REC.
           DISPLAY WRK-LINHA.
       2990-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CONFERIR-FECHADA - Competencia ja fechada: nada e
      * regravado; o resumo apurado agora e conferido contra o
      * congelado no fechamento, e qualquer diferenca e lancamento
      * gravado por fora da trava (RC 8).
      *****************************************************************
       3000-CONFERIR-FECHADA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMPETENCIA JA FECHADA EM ' FF-DATA-FECHAMENTO
                  ' - CONFERENCIA CONTRA O RESUMO CONGELADO'
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           PERFORM 3100-COMPARAR-RESUMO THRU 3100-EXIT.
           IF WRK-QTD-DIFERENCAS = 0
              MOVE 'RESUMO CONFERE COM O CONGELADO NO FECHAMENTO'
                TO WRK-LINHA
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
           ELSE
              MOVE '*** COMPETENCIA FECHADA ALTERADA POR FORA DA TRAVA'
                TO WRK-LINHA
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
              MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-COMPARAR-RESUMO - Campo a campo, o resumo congelado em
      * FECHAMENTO-FOLHA contra o apurado nesta execucao; cada
      * diferenca sai no relatorio.
      *****************************************************************
       3100-COMPARAR-RESUMO.
           MOVE ZEROS TO WRK-QTD-DIFERENCAS.
           MOVE 'REGISTROS'          TO WRK-CMP-NOME.
           MOVE FF-QTD-REGISTROS     TO WRK-CMP-CONGELADO.
           MOVE WRK-QTD-REGISTROS    TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'ESTORNOS'           TO WRK-CMP-NOME.
           MOVE FF-QTD-ESTORNOS      TO WRK-CMP-CONGELADO.
           MOVE WRK-QTD-ESTORNOS     TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'PAGO BRL'           TO WRK-CMP-NOME.
           MOVE FF-PAGO-BRL          TO WRK-CMP-CONGELADO.
           MOVE WRK-PAGO-BRL         TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'PAGO USD'           TO WRK-CMP-NOME.
           MOVE FF-PAGO-USD          TO WRK-CMP-CONGELADO.
           MOVE WRK-PAGO-USD         TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'PAGO EUR'           TO WRK-CMP-NOME.
           MOVE FF-PAGO-EUR          TO WRK-CMP-CONGELADO.
           MOVE WRK-PAGO-EUR         TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'ESTORNADO BRL'      TO WRK-CMP-NOME.
           MOVE FF-ESTORNO-BRL       TO WRK-CMP-CONGELADO.
           MOVE WRK-ESTORNO-BRL      TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'ESTORNADO USD'      TO WRK-CMP-NOME.
           MOVE FF-ESTORNO-USD       TO WRK-CMP-CONGELADO.
           MOVE WRK-ESTORNO-USD      TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'ESTORNADO EUR'      TO WRK-CMP-NOME.
           MOVE FF-ESTORNO-EUR       TO WRK-CMP-CONGELADO.
           MOVE WRK-ESTORNO-EUR      TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'PAGOS NA REMESSA'   TO WRK-CMP-NOME.
           MOVE FF-QTD-REMETIDOS     TO WRK-CMP-CONGELADO.
           MOVE WRK-QTD-REMETIDOS    TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
           MOVE 'TOTAL DA REMESSA'   TO WRK-CMP-NOME.
           MOVE FF-TOTAL-REMETIDO    TO WRK-CMP-CONGELADO.
           MOVE WRK-TOTAL-REMETIDO   TO WRK-CMP-ATUAL.
           PERFORM 3110-COMPARAR-CAMPO THRU 3110-EXIT.
       3100-EXIT.
           EXIT.

       3110-COMPARAR-CAMPO.
           IF WRK-CMP-CONGELADO = WRK-CMP-ATUAL
              GO TO 3110-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DIFERENCAS.
           MOVE WRK-CMP-CONGELADO TO WRK-VALOR-ED.
           MOVE WRK-CMP-ATUAL     TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DIFERENCA ' WRK-CMP-NOME ' CONGELADO '
                  WRK-VALOR-ED ' ATUAL ' WRK-VALOR2-ED
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * 3500-FECHAR - Primeiro fechamento: exige historico na
      * competencia e a remessa aceita, e grava a competencia fechada
      * com o resumo congelado.
      *****************************************************************
       3500-FECHAR.
           IF WRK-QTD-REGISTROS = 0
              MOVE 'NENHUM PAGAMENTO EM PAY-HIST NA COMPETENCIA - '
                TO WRK-LINHA
              MOVE 'NADA FECHADO' TO WRK-LINHA(47:12)
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 3500-EXIT
           END-IF.
           IF NOT REMESSA-ACEITA
              MOVE 'REMESSA DO MES NAO ACEITA - COMPETENCIA NAO FECHADA'
                TO WRK-LINHA
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 3500-EXIT
           END-IF.
           MOVE SPACES TO FECHAMENTO-FOLHA-REC.
           MOVE WRK-COMPETENCIA TO FF-COMPETENCIA.
           MOVE 'F'             TO FF-SITUACAO.
           MOVE WRK-DATA-EXEC   TO FF-DATA-FECHAMENTO.
           MOVE WRK-HORA-EXEC(1:6) TO FF-HORA-FECHAMENTO.
           MOVE WRK-RESUMO      TO FF-RESUMO-CONGELADO.
           MOVE ZEROS TO FF-QTD-REABERTURAS FF-DATA-REABERTURA
                         FF-HORA-REABERTURA FF-DATA-REFECHAMENTO.
           WRITE FECHAMENTO-FOLHA-REC
               INVALID KEY
                  MOVE 'COMPETENCIA JA CONSTA EM FECHAMENTO-FOLHA'
                    TO WRK-LINHA
                  PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
                  MOVE 8 TO RETURN-CODE
                  GO TO 3500-EXIT
           END-WRITE.
           MOVE 'COMPETENCIA FECHADA - PAY-HIST E YTD-SAL TRAVADOS'
             TO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FECHAR-DE-NOVO - Competencia reaberta por supervisor:
      * exige de novo a remessa aceita, lista as diferencas do
      * apurado contra o resumo congelado (que nao e regravado - e a
      * medida de tudo que mudou desde o primeiro fechamento), volta
      * a competencia a fechada e registra o novo fechamento em
      * REABERTURA-LOG.
      *****************************************************************
       4000-FECHAR-DE-NOVO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMPETENCIA REABERTA EM ' FF-DATA-REABERTURA
                  ' POR ' FF-OPERADOR-REABERTURA
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOTIVO: ' FF-MOTIVO-REABERTURA
                  DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
           IF NOT REMESSA-ACEITA
              MOVE 'REMESSA DO MES NAO ACEITA - COMPETENCIA SEGUE '
                TO WRK-LINHA
              MOVE 'REABERTA' TO WRK-LINHA(47:8)
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           PERFORM 3100-COMPARAR-RESUMO THRU 3100-EXIT.
           IF WRK-QTD-DIFERENCAS = 0
              MOVE 'NENHUMA DIFERENCA CONTRA O RESUMO CONGELADO'
                TO WRK-LINHA
              PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'F'           TO FF-SITUACAO.
           MOVE WRK-DATA-EXEC TO FF-DATA-REFECHAMENTO.
           REWRITE FECHAMENTO-FOLHA-REC.
           MOVE SPACES TO REABERTURA-LOG-REC.
           MOVE WRK-DATA-EXEC      TO RL-DATA.
           MOVE WRK-HORA-EXEC(1:6) TO RL-HORA.
           MOVE 'FECHA-FOLHA'      TO RL-OPERADOR.
           MOVE WRK-COMPETENCIA    TO RL-COMPETENCIA.
           MOVE 'F'                TO RL-ACAO.
           STRING 'FECHADA DE NOVO COM ' WRK-QTD-DIFERENCAS
                  ' DIFERENCA(S) NO RESUMO'
                  DELIMITED BY SIZE INTO RL-MOTIVO.
           OPEN EXTEND REABERTURA-LOG.
           IF WRK-RL-STATUS = '35'
              OPEN OUTPUT REABERTURA-LOG
           END-IF.
           WRITE REABERTURA-LOG-REC.
           CLOSE REABERTURA-LOG.
           MOVE 'COMPETENCIA FECHADA DE NOVO - PAY-HIST E YTD-SAL '
             TO WRK-LINHA.
           MOVE 'TRAVADOS' TO WRK-LINHA(50:8).
           PERFORM 2990-GRAVAR-LINHA THRU 2990-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Trailer padrao (registros da competencia e
      * pago em BRL) e fechamento do relatorio.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO FECHA-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-REGISTROS TO BT-QTD-REGISTROS.
           MOVE WRK-PAGO-BRL TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE FECHA-REPORT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de FECHA-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT FECHA-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'FECHA-REPORT' TO AG-RELATORIO.
           MOVE 'FECHA-FOLHA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE FECHA-REPORT-RELIDO.
           MOVE WRK-QTD-ENVIADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ FECHA-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE FECHA-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
