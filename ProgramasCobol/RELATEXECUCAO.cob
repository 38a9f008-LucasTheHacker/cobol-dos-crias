       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELAT-EXECUCAO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Relatorio semanal de tempos de execucao dos lotes,
      *           a partir do historico EXEC-HIST que GRAVA-EXECUCAO
      *           acrescenta no fim de cada passo do DAILYJOB, do
      *           YEAREND, do PURGAJOB e do REPROC, para a janela
      *           noturna ser vista encostando no horario de abertura
      *           antes de estourar. Cobre os sete dias de movimento
      *           terminados na data de movimento corrente (ou na data
      *           de ATE=AAAAMMDD no PARM do EXEC PGM=) em tres partes:
      *             1. cada execucao de passo na semana, com o tempo
      *                decorrido contra a media movel das execucoes
      *                anteriores do mesmo passo, marcada LENTA acima
      *                da folga;
      *             2. cada execucao de job (job e data de movimento)
      *                na semana, com a hora de termino contra a hora
      *                limite do job e a folga em minutos;
      *             3. os passos em lentidao crescente - as ultimas
      *                execucoes cada uma mais demorada que a anterior.
      *           Prazo, tamanho da media, folga e tendencia vem de
      *           PARM-SLA (Copybooks/PARMSLA.cpy). Prazo estourado ou
      *           passo em lentidao crescente termina com RC 4.
      *           Copia de EXEC-REPORT guardada no arquivo de relatorios
      *           (rotina ARQUIVA-RELATORIO), com os totais de controle,
      *           para consulta e reimpressao pela opcao 43 do menu
      *           (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEC-HIST ASSIGN TO "EXEC-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EH-STATUS.
           SELECT PARM-SLA ASSIGN TO "PARM-SLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PL-STATUS.
           SELECT EXEC-REPORT ASSIGN TO "EXEC-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXEC-REPORT-RELIDO ASSIGN TO "EXEC-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXEC-HIST
           RECORD CONTAINS 100 CHARACTERS.
           COPY EXECHIST.

       FD  PARM-SLA
           RECORD CONTAINS 40 CHARACTERS.
           COPY PARMSLA.

       FD  EXEC-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  EXEC-REPORT-REC.
           05 ER-DATA-MOV          PIC 9(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-JOB               PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-PASSO             PIC X(08).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-PROGRAMA          PIC X(20).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-HORA-INICIO       PIC 9(06).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-DECORRIDO         PIC ZZZZZZ9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-MEDIA             PIC ZZZZZZ9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-VARIACAO          PIC -ZZZZ9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-QTD-REGISTROS     PIC ZZZZZZZZ9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-RC                PIC ZZZ9.
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ER-MARCA             PIC X(08).
           05 FILLER               PIC X(31).
           COPY TRAILER.
       01  EXEC-REPORT-LINHA       PIC X(132).

       FD  EXEC-REPORT-RELIDO
           RECORD CONTAINS 132 CHARACTERS.
       01  EXEC-REPORT-RELIDO-REC   PIC X(132).
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
       77  WRK-EH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PL-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-HIST      PIC X(01)      VALUE 'N'.
           88 FIM-HIST                      VALUE 'S'.
       77  WRK-FIM-SLA       PIC X(01)      VALUE 'N'.
           88 FIM-SLA                       VALUE 'S'.
       77  WRK-DATA-ATE      PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-TXT      PIC X(08)      VALUE SPACES.
       77  WRK-DATA-EXEC-ED  PIC 9999/99/99 VALUE ZEROS.
       77  WRK-DIAS-ATE      PIC 9(08) COMP VALUE ZERO.
       77  WRK-DIAS-DE       PIC 9(08) COMP VALUE ZERO.
       77  WRK-NA-SEMANA     PIC X(01)      VALUE 'N'.
           88 NA-SEMANA                     VALUE 'S'.
       77  WRK-TEVE-ALERTA   PIC X(01)      VALUE 'N'.
           88 TEVE-ALERTA                   VALUE 'S'.
       77  WRK-NUM-PAGINA    PIC 9(03)      VALUE ZERO.
       77  WRK-LINHA-PAGINA  PIC 9(03)      VALUE ZERO.
       77  WRK-MAX-LINHAS    PIC 9(03)      VALUE 40.
       77  WRK-BT-CONTADOR   PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL      PIC 9(09)V99   VALUE ZEROS.
       77  WRK-QTD-LIDOS     PIC 9(07)      VALUE ZEROS.
      *
      * Parametros do job do registro corrente (PARM-SLA ou padrao).
       77  WRK-HORA-LIMITE   PIC 9(04)      VALUE ZEROS.
       77  WRK-QTD-MEDIA     PIC 9(02)      VALUE 05.
       77  WRK-FOLGA-PCT     PIC 9(03)      VALUE 020.
       77  WRK-QTD-TENDENCIA PIC 9(02)      VALUE 03.
      *
      * Tabela de PARM-SLA, ate 20 jobs.
       77  WRK-QTD-SLA       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-SLA       PIC 9(02) COMP VALUE ZERO.
       01  WRK-TAB-SLA.
           05 WRK-SLA-ENT OCCURS 20 TIMES.
              10 WRK-TS-JOB         PIC X(08).
              10 WRK-TS-HORA-LIMITE PIC 9(04).
              10 WRK-TS-QTD-MEDIA   PIC 9(02).
              10 WRK-TS-FOLGA-PCT   PIC 9(03).
              10 WRK-TS-QTD-TEND    PIC 9(02).
      *
      * Tabela de passos (job + passo), ate 100, com os ultimos dez
      * tempos decorridos para a media movel e a sequencia corrente
      * de execucoes cada uma mais demorada que a anterior.
       77  WRK-QTD-PASSOS    PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-PASSO     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-HIST      PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-INI       PIC 9(02) COMP VALUE ZERO.
       01  WRK-TAB-PASSOS.
           05 WRK-PASSO-ENT OCCURS 100 TIMES.
              10 WRK-TP-JOB         PIC X(08).
              10 WRK-TP-PASSO       PIC X(08).
              10 WRK-TP-PROGRAMA    PIC X(20).
              10 WRK-TP-QTD-HIST    PIC 9(02) COMP.
              10 WRK-TP-HIST        PIC 9(07) OCCURS 10 TIMES.
              10 WRK-TP-SEQ-ALTA    PIC 9(03) COMP.
              10 WRK-TP-QTD-TEND    PIC 9(02).
              10 WRK-TP-NA-SEMANA   PIC X(01).
      *
      * Tabela de execucoes de job na semana (job + data de
      * movimento), ate 60.
       77  WRK-QTD-JOBS      PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-JOB       PIC 9(03) COMP VALUE ZERO.
       01  WRK-TAB-JOBS.
           05 WRK-JOB-ENT OCCURS 60 TIMES.
              10 WRK-TJ-JOB         PIC X(08).
              10 WRK-TJ-DATA-MOV    PIC 9(08).
              10 WRK-TJ-DATA-INICIO PIC 9(08).
              10 WRK-TJ-HORA-INICIO PIC 9(06).
              10 WRK-TJ-DATA-FIM    PIC 9(08).
              10 WRK-TJ-HORA-FIM    PIC 9(06).
              10 WRK-TJ-HORA-LIMITE PIC 9(04).
              10 WRK-TJ-QTD-PASSOS  PIC 9(03).
              10 WRK-TJ-RC-MAX      PIC 9(04).
      *
      * Media movel e variacao da execucao corrente.
       77  WRK-SOMA-HIST     PIC 9(09) COMP VALUE ZERO.
       77  WRK-QTD-SOMADOS   PIC 9(02) COMP VALUE ZERO.
       77  WRK-MEDIA         PIC 9(07) COMP VALUE ZERO.
       77  WRK-VARIACAO      PIC S9(05) COMP VALUE ZERO.
       77  WRK-LIMITE-LENTO  PIC 9(09) COMP VALUE ZERO.
      *
      * Prazo do job: termino e limite em minutos absolutos.
       01  WRK-HORA-DECOMP.
           05 WRK-HORA-HH    PIC 9(02)      VALUE ZEROS.
           05 WRK-HORA-MM    PIC 9(02)      VALUE ZEROS.
           05 WRK-HORA-SS    PIC 9(02)      VALUE ZEROS.
       01  WRK-LIMITE-DECOMP.
           05 WRK-LIMITE-HH  PIC 9(02)      VALUE ZEROS.
           05 WRK-LIMITE-MM  PIC 9(02)      VALUE ZEROS.
       77  WRK-MIN-FIM       PIC 9(09) COMP VALUE ZERO.
       77  WRK-MIN-PRAZO     PIC 9(09) COMP VALUE ZERO.
       77  WRK-MIN-INICIO    PIC 9(05) COMP VALUE ZERO.
       77  WRK-FOLGA-MIN     PIC S9(07) COMP VALUE ZERO.
       77  WRK-FOLGA-ED      PIC -----9     VALUE ZEROS.
       77  WRK-QTD-ED        PIC ZZ9        VALUE ZEROS.
       77  WRK-RC-ED         PIC ZZZ9       VALUE ZEROS.
       77  WRK-SITUACAO-JOB  PIC X(12)      VALUE SPACES.
      *
      * Conversao de data em dias absolutos, como em PURGA-DADOS.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV    PIC 9(02)     VALUE ZEROS.
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO       PIC X(01)     VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT   PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR-HISTORICO THRU 2000-EXIT.
           PERFORM 3000-EMITIR-PRAZOS THRU 3000-EXIT.
           PERFORM 4000-EMITIR-TENDENCIAS THRU 4000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           IF TEVE-ALERTA
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Data final da semana (ATE= do PARM ou data
      * de movimento), limites da semana em dias absolutos, tabela de
      * PARM-SLA e abertura do relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-ATE.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'ATE='
              MOVE WRK-PARM-JCL-TEXTO(5:8) TO WRK-DATA-TXT
              IF WRK-DATA-TXT IS NUMERIC
                 MOVE WRK-DATA-TXT TO WRK-DATA-ATE
              END-IF
           END-IF.
           MOVE WRK-DATA-ATE TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-ATE.
           COMPUTE WRK-DIAS-DE = WRK-DIAS-ATE - 6.
           DISPLAY 'TEMPOS DE EXECUCAO - SEMANA ATE ' WRK-DATA-ATE.
           PERFORM 1100-CARREGAR-SLA THRU 1100-EXIT.
           OPEN OUTPUT EXEC-REPORT.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 6040-EMITIR-CABECALHO THRU 6040-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CARREGAR-SLA - Carrega PARM-SLA; arquivo ausente deixa
      * todos os jobs com os padroes.
      *****************************************************************
       1100-CARREGAR-SLA.
           OPEN INPUT PARM-SLA.
           IF WRK-PL-STATUS NOT = '00'
              DISPLAY 'PARM-SLA AUSENTE - PADROES SEM HORA LIMITE'
              GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LER-SLA THRU 1110-EXIT.
           PERFORM UNTIL FIM-SLA
              IF WRK-QTD-SLA < 20 AND PL-JOB NOT = SPACES
                 ADD 1 TO WRK-QTD-SLA
                 MOVE PL-JOB TO WRK-TS-JOB(WRK-QTD-SLA)
                 MOVE PL-HORA-LIMITE
                   TO WRK-TS-HORA-LIMITE(WRK-QTD-SLA)
                 MOVE PL-QTD-MEDIA TO WRK-TS-QTD-MEDIA(WRK-QTD-SLA)
                 MOVE PL-FOLGA-PCT TO WRK-TS-FOLGA-PCT(WRK-QTD-SLA)
                 MOVE PL-QTD-TENDENCIA
                   TO WRK-TS-QTD-TEND(WRK-QTD-SLA)
              END-IF
              PERFORM 1110-LER-SLA THRU 1110-EXIT
           END-PERFORM.
           CLOSE PARM-SLA.
       1100-EXIT.
           EXIT.

       1110-LER-SLA.
           READ PARM-SLA
               AT END SET FIM-SLA TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR-HISTORICO - Le EXEC-HIST inteiro, na ordem em
      * que foi gravado: as execucoes anteriores a semana so alimentam
      * a media movel e a tendencia.
      *****************************************************************
       2000-PROCESSAR-HISTORICO.
           OPEN INPUT EXEC-HIST.
           IF WRK-EH-STATUS NOT = '00'
              DISPLAY 'EXEC-HIST AINDA NAO EXISTE - RELATORIO VAZIO'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-HISTORICO THRU 2100-EXIT.
           PERFORM UNTIL FIM-HIST
              ADD 1 TO WRK-QTD-LIDOS
              PERFORM 2200-TRATAR-EXECUCAO THRU 2200-EXIT
              PERFORM 2100-LER-HISTORICO THRU 2100-EXIT
           END-PERFORM.
           CLOSE EXEC-HIST.
           DISPLAY 'EXECUCOES LIDAS: ' WRK-QTD-LIDOS.
       2000-EXIT.
           EXIT.

       2100-LER-HISTORICO.
           READ EXEC-HIST
               AT END SET FIM-HIST TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-TRATAR-EXECUCAO - Uma execucao de passo: media das
      * anteriores, linha de detalhe se cair na semana, sequencia de
      * alta e inclusao do tempo na media, e acumulo na execucao do
      * job.
      *****************************************************************
       2200-TRATAR-EXECUCAO.
           IF EH-DATA-MOV IS NOT NUMERIC OR EH-SEGUNDOS IS NOT NUMERIC
              GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-NA-SEMANA.
           MOVE EH-DATA-MOV TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           IF WRK-DIAS-TOTAL-CONV >= WRK-DIAS-DE
              AND WRK-DIAS-TOTAL-CONV <= WRK-DIAS-ATE
              SET NA-SEMANA TO TRUE
           END-IF.
           PERFORM 2220-LOCALIZAR-SLA THRU 2220-EXIT.
           PERFORM 2210-LOCALIZAR-PASSO THRU 2210-EXIT.
           IF WRK-IDX-PASSO = ZERO
              GO TO 2200-EXIT
           END-IF.
           PERFORM 2230-CALCULAR-MEDIA THRU 2230-EXIT.
           IF NA-SEMANA
              PERFORM 2240-EMITIR-DETALHE THRU 2240-EXIT
              MOVE 'S' TO WRK-TP-NA-SEMANA(WRK-IDX-PASSO)
              PERFORM 2260-ACUMULAR-JOB THRU 2260-EXIT
           END-IF.
           PERFORM 2250-GUARDAR-DECORRIDO THRU 2250-EXIT.
       2200-EXIT.
           EXIT.


      *****************************************************************
      * 2210-LOCALIZAR-PASSO - Entrada do passo na tabela, incluida na
      * primeira execucao. Tabela cheia ignora o passo novo.
      *****************************************************************
       2210-LOCALIZAR-PASSO.
           MOVE ZERO TO WRK-IDX-PASSO.
           PERFORM 2211-PROCURAR-PASSO THRU 2211-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-PASSOS
                 OR WRK-IDX-PASSO > 0.
           IF WRK-IDX-PASSO = ZERO
              IF WRK-QTD-PASSOS NOT < 100
                 DISPLAY 'TABELA DE PASSOS CHEIA - IGNORADO '
                         EH-JOB ' ' EH-PASSO
                 GO TO 2210-EXIT
              END-IF
              ADD 1 TO WRK-QTD-PASSOS
              MOVE WRK-QTD-PASSOS TO WRK-IDX-PASSO
              MOVE EH-JOB TO WRK-TP-JOB(WRK-IDX-PASSO)
              MOVE EH-PASSO TO WRK-TP-PASSO(WRK-IDX-PASSO)
              MOVE ZERO TO WRK-TP-QTD-HIST(WRK-IDX-PASSO)
              MOVE ZERO TO WRK-TP-SEQ-ALTA(WRK-IDX-PASSO)
              MOVE 'N' TO WRK-TP-NA-SEMANA(WRK-IDX-PASSO)
           END-IF.
           MOVE EH-PROGRAMA TO WRK-TP-PROGRAMA(WRK-IDX-PASSO).
           MOVE WRK-QTD-TENDENCIA TO WRK-TP-QTD-TEND(WRK-IDX-PASSO).
       2210-EXIT.
           EXIT.

       2211-PROCURAR-PASSO.
           IF WRK-TP-JOB(WRK-IDX) = EH-JOB
              AND WRK-TP-PASSO(WRK-IDX) = EH-PASSO
              MOVE WRK-IDX TO WRK-IDX-PASSO
           END-IF.
       2211-EXIT.
           EXIT.

      *****************************************************************
      * 2220-LOCALIZAR-SLA - Parametros do job do registro; job fora
      * de PARM-SLA fica com os padroes.
      *****************************************************************
       2220-LOCALIZAR-SLA.
           MOVE ZEROS TO WRK-HORA-LIMITE.
           MOVE 05 TO WRK-QTD-MEDIA.
           MOVE 020 TO WRK-FOLGA-PCT.
           MOVE 03 TO WRK-QTD-TENDENCIA.
           PERFORM 2221-PROCURAR-SLA THRU 2221-EXIT
              VARYING WRK-IDX-SLA FROM 1 BY 1
              UNTIL WRK-IDX-SLA > WRK-QTD-SLA.
           IF WRK-QTD-MEDIA < 1 OR WRK-QTD-MEDIA > 10
              MOVE 10 TO WRK-QTD-MEDIA
           END-IF.
           IF WRK-QTD-TENDENCIA < 2
              MOVE 02 TO WRK-QTD-TENDENCIA
           END-IF.
       2220-EXIT.
           EXIT.

       2221-PROCURAR-SLA.
           IF WRK-TS-JOB(WRK-IDX-SLA) = EH-JOB
              MOVE WRK-TS-HORA-LIMITE(WRK-IDX-SLA) TO WRK-HORA-LIMITE
              MOVE WRK-TS-QTD-MEDIA(WRK-IDX-SLA) TO WRK-QTD-MEDIA
              MOVE WRK-TS-FOLGA-PCT(WRK-IDX-SLA) TO WRK-FOLGA-PCT
              MOVE WRK-TS-QTD-TEND(WRK-IDX-SLA) TO WRK-QTD-TENDENCIA
           END-IF.
       2221-EXIT.
           EXIT.

      *****************************************************************
      * 2230-CALCULAR-MEDIA - Media dos ultimos WRK-QTD-MEDIA tempos
      * guardados do passo (as execucoes anteriores a corrente). Passo
      * sem historico fica com media zero e nao e marcado lento.
      *****************************************************************
       2230-CALCULAR-MEDIA.
           MOVE ZERO TO WRK-SOMA-HIST WRK-QTD-SOMADOS WRK-MEDIA.
           IF WRK-TP-QTD-HIST(WRK-IDX-PASSO) = ZERO
              GO TO 2230-EXIT
           END-IF.
           IF WRK-TP-QTD-HIST(WRK-IDX-PASSO) > WRK-QTD-MEDIA
              COMPUTE WRK-IDX-INI =
                  WRK-TP-QTD-HIST(WRK-IDX-PASSO) - WRK-QTD-MEDIA + 1
           ELSE
              MOVE 1 TO WRK-IDX-INI
           END-IF.
           PERFORM 2231-SOMAR-TEMPO THRU 2231-EXIT
              VARYING WRK-IDX-HIST FROM WRK-IDX-INI BY 1
              UNTIL WRK-IDX-HIST > WRK-TP-QTD-HIST(WRK-IDX-PASSO).
           COMPUTE WRK-MEDIA ROUNDED =
               WRK-SOMA-HIST / WRK-QTD-SOMADOS.
       2230-EXIT.
           EXIT.

       2231-SOMAR-TEMPO.
           ADD WRK-TP-HIST(WRK-IDX-PASSO WRK-IDX-HIST)
             TO WRK-SOMA-HIST.
           ADD 1 TO WRK-QTD-SOMADOS.
       2231-EXIT.
           EXIT.

      *****************************************************************
      * 2240-EMITIR-DETALHE - Linha da execucao do passo, com a media
      * movel, a variacao percentual sobre ela e a marca LENTA quando
      * o tempo passa da media mais a folga do job.
      *****************************************************************
       2240-EMITIR-DETALHE.
           PERFORM 6045-CONTROLAR-PAGINA THRU 6045-EXIT.
           MOVE SPACES TO EXEC-REPORT-REC.
           MOVE EH-DATA-MOV TO ER-DATA-MOV.
           MOVE EH-JOB TO ER-JOB.
           MOVE EH-PASSO TO ER-PASSO.
           MOVE EH-PROGRAMA TO ER-PROGRAMA.
           MOVE EH-HORA-INICIO TO ER-HORA-INICIO.
           MOVE EH-SEGUNDOS TO ER-DECORRIDO.
           MOVE WRK-MEDIA TO ER-MEDIA.
           MOVE ZERO TO WRK-VARIACAO.
           IF WRK-MEDIA > ZERO
              COMPUTE WRK-VARIACAO ROUNDED =
                  ((EH-SEGUNDOS - WRK-MEDIA) * 100) / WRK-MEDIA
                  ON SIZE ERROR
                     MOVE 9999 TO WRK-VARIACAO
              END-COMPUTE
              COMPUTE WRK-LIMITE-LENTO =
                  (WRK-MEDIA * (100 + WRK-FOLGA-PCT)) / 100
              IF EH-SEGUNDOS > WRK-LIMITE-LENTO
                 MOVE 'LENTA' TO ER-MARCA
              END-IF
           END-IF.
           MOVE WRK-VARIACAO TO ER-VARIACAO.
           MOVE EH-QTD-REGISTROS TO ER-QTD-REGISTROS.
           MOVE EH-RC TO ER-RC.
           WRITE EXEC-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD EH-SEGUNDOS TO WRK-BT-TOTAL.
       2240-EXIT.
           EXIT.

      *****************************************************************
      * 2250-GUARDAR-DECORRIDO - Atualiza a sequencia de alta (tempo
      * maior que o da execucao anterior soma; igual ou menor zera) e
      * guarda o tempo nos dez ultimos do passo, descartando o mais
      * antigo quando cheio.
      *****************************************************************
       2250-GUARDAR-DECORRIDO.
           MOVE WRK-TP-QTD-HIST(WRK-IDX-PASSO) TO WRK-IDX-HIST.
           IF WRK-IDX-HIST > ZERO
              IF EH-SEGUNDOS > WRK-TP-HIST(WRK-IDX-PASSO WRK-IDX-HIST)
                 ADD 1 TO WRK-TP-SEQ-ALTA(WRK-IDX-PASSO)
              ELSE
                 MOVE ZERO TO WRK-TP-SEQ-ALTA(WRK-IDX-PASSO)
              END-IF
           END-IF.
           IF WRK-IDX-HIST < 10
              ADD 1 TO WRK-TP-QTD-HIST(WRK-IDX-PASSO)
              MOVE WRK-TP-QTD-HIST(WRK-IDX-PASSO) TO WRK-IDX-HIST
           ELSE
              PERFORM 2251-DESLOCAR-TEMPO THRU 2251-EXIT
                 VARYING WRK-IDX-HIST FROM 1 BY 1
                 UNTIL WRK-IDX-HIST > 9
              MOVE 10 TO WRK-IDX-HIST
           END-IF.
           MOVE EH-SEGUNDOS TO WRK-TP-HIST(WRK-IDX-PASSO WRK-IDX-HIST).
       2250-EXIT.
           EXIT.

       2251-DESLOCAR-TEMPO.
           MOVE WRK-TP-HIST(WRK-IDX-PASSO WRK-IDX-HIST + 1)
             TO WRK-TP-HIST(WRK-IDX-PASSO WRK-IDX-HIST).
       2251-EXIT.
           EXIT.

      *****************************************************************
      * 2260-ACUMULAR-JOB - Execucao do job (job + data de movimento):
      * primeiro inicio, ultimo termino, quantidade de passos e maior
      * RC.
      *****************************************************************
       2260-ACUMULAR-JOB.
           MOVE ZERO TO WRK-IDX-JOB.
           PERFORM 2261-PROCURAR-JOB THRU 2261-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-JOBS
                 OR WRK-IDX-JOB > 0.
           IF WRK-IDX-JOB = ZERO
              IF WRK-QTD-JOBS NOT < 60
                 DISPLAY 'TABELA DE JOBS CHEIA - IGNORADO '
                         EH-JOB ' ' EH-DATA-MOV
                 GO TO 2260-EXIT
              END-IF
              ADD 1 TO WRK-QTD-JOBS
              MOVE WRK-QTD-JOBS TO WRK-IDX-JOB
              MOVE EH-JOB TO WRK-TJ-JOB(WRK-IDX-JOB)
              MOVE EH-DATA-MOV TO WRK-TJ-DATA-MOV(WRK-IDX-JOB)
              MOVE EH-DATA-INICIO TO WRK-TJ-DATA-INICIO(WRK-IDX-JOB)
              MOVE EH-HORA-INICIO TO WRK-TJ-HORA-INICIO(WRK-IDX-JOB)
              MOVE EH-DATA-FIM TO WRK-TJ-DATA-FIM(WRK-IDX-JOB)
              MOVE EH-HORA-FIM TO WRK-TJ-HORA-FIM(WRK-IDX-JOB)
              MOVE WRK-HORA-LIMITE TO WRK-TJ-HORA-LIMITE(WRK-IDX-JOB)
              MOVE ZEROS TO WRK-TJ-QTD-PASSOS(WRK-IDX-JOB)
              MOVE ZEROS TO WRK-TJ-RC-MAX(WRK-IDX-JOB)
           END-IF.
           IF EH-DATA-INICIO < WRK-TJ-DATA-INICIO(WRK-IDX-JOB)
              OR (EH-DATA-INICIO = WRK-TJ-DATA-INICIO(WRK-IDX-JOB)
              AND EH-HORA-INICIO < WRK-TJ-HORA-INICIO(WRK-IDX-JOB))
              MOVE EH-DATA-INICIO TO WRK-TJ-DATA-INICIO(WRK-IDX-JOB)
              MOVE EH-HORA-INICIO TO WRK-TJ-HORA-INICIO(WRK-IDX-JOB)
           END-IF.
           IF EH-DATA-FIM > WRK-TJ-DATA-FIM(WRK-IDX-JOB)
              OR (EH-DATA-FIM = WRK-TJ-DATA-FIM(WRK-IDX-JOB)
              AND EH-HORA-FIM > WRK-TJ-HORA-FIM(WRK-IDX-JOB))
              MOVE EH-DATA-FIM TO WRK-TJ-DATA-FIM(WRK-IDX-JOB)
              MOVE EH-HORA-FIM TO WRK-TJ-HORA-FIM(WRK-IDX-JOB)
           END-IF.
           ADD 1 TO WRK-TJ-QTD-PASSOS(WRK-IDX-JOB).
           IF EH-RC > WRK-TJ-RC-MAX(WRK-IDX-JOB)
              MOVE EH-RC TO WRK-TJ-RC-MAX(WRK-IDX-JOB)
           END-IF.
       2260-EXIT.
           EXIT.

       2261-PROCURAR-JOB.
           IF WRK-TJ-JOB(WRK-IDX) = EH-JOB
              AND WRK-TJ-DATA-MOV(WRK-IDX) = EH-DATA-MOV
              MOVE WRK-IDX TO WRK-IDX-JOB
           END-IF.
       2261-EXIT.
           EXIT.

      *****************************************************************
      * 3000-EMITIR-PRAZOS - Uma linha por execucao de job na semana:
      * inicio, termino, passos, maior RC e, havendo hora limite, a
      * folga em minutos (negativa = prazo estourado).
      *****************************************************************
       3000-EMITIR-PRAZOS.
           MOVE SPACES TO EXEC-REPORT-LINHA.
           WRITE EXEC-REPORT-LINHA.
           MOVE 'TERMINO DOS JOBS CONTRA A HORA LIMITE'
             TO EXEC-REPORT-LINHA.
           WRITE EXEC-REPORT-LINHA.
           IF WRK-QTD-JOBS = ZERO
              MOVE 'NENHUMA EXECUCAO DE JOB NA SEMANA'
                TO EXEC-REPORT-LINHA
              WRITE EXEC-REPORT-LINHA
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-EMITIR-JOB THRU 3100-EXIT
              VARYING WRK-IDX-JOB FROM 1 BY 1
              UNTIL WRK-IDX-JOB > WRK-QTD-JOBS.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-EMITIR-JOB - O prazo cai no dia do primeiro inicio se a
      * hora limite for posterior a esse inicio; senao, na manha
      * seguinte (job que vira a meia-noite).
      *****************************************************************
       3100-EMITIR-JOB.
           MOVE 'SEM LIMITE' TO WRK-SITUACAO-JOB.
           MOVE ZERO TO WRK-FOLGA-MIN.
           IF WRK-TJ-HORA-LIMITE(WRK-IDX-JOB) > ZERO
              PERFORM 3200-CALCULAR-FOLGA THRU 3200-EXIT
           END-IF.
           MOVE WRK-FOLGA-MIN TO WRK-FOLGA-ED.
           MOVE WRK-TJ-QTD-PASSOS(WRK-IDX-JOB) TO WRK-QTD-ED.
           MOVE WRK-TJ-RC-MAX(WRK-IDX-JOB) TO WRK-RC-ED.
           MOVE SPACES TO EXEC-REPORT-LINHA.
           STRING WRK-TJ-JOB(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' MOV ' DELIMITED BY SIZE
                  WRK-TJ-DATA-MOV(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' INICIO ' DELIMITED BY SIZE
                  WRK-TJ-DATA-INICIO(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TJ-HORA-INICIO(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' FIM ' DELIMITED BY SIZE
                  WRK-TJ-DATA-FIM(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TJ-HORA-FIM(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' PASSOS ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' RC ' DELIMITED BY SIZE
                  WRK-RC-ED DELIMITED BY SIZE
                  ' LIMITE ' DELIMITED BY SIZE
                  WRK-TJ-HORA-LIMITE(WRK-IDX-JOB) DELIMITED BY SIZE
                  ' FOLGA ' DELIMITED BY SIZE
                  WRK-FOLGA-ED DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-SITUACAO-JOB DELIMITED BY SIZE
                  INTO EXEC-REPORT-LINHA
           END-STRING.
           WRITE EXEC-REPORT-LINHA.
       3100-EXIT.
           EXIT.

       3200-CALCULAR-FOLGA.
           MOVE WRK-TJ-HORA-LIMITE(WRK-IDX-JOB) TO WRK-LIMITE-DECOMP.
           MOVE WRK-TJ-HORA-INICIO(WRK-IDX-JOB) TO WRK-HORA-DECOMP.
           COMPUTE WRK-MIN-INICIO = (WRK-HORA-HH * 60) + WRK-HORA-MM.
           MOVE WRK-TJ-DATA-INICIO(WRK-IDX-JOB) TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           COMPUTE WRK-MIN-PRAZO = (WRK-DIAS-TOTAL-CONV * 1440)
               + (WRK-LIMITE-HH * 60) + WRK-LIMITE-MM.
           IF (WRK-LIMITE-HH * 60) + WRK-LIMITE-MM
              NOT > WRK-MIN-INICIO
              ADD 1440 TO WRK-MIN-PRAZO
           END-IF.
           MOVE WRK-TJ-HORA-FIM(WRK-IDX-JOB) TO WRK-HORA-DECOMP.
           MOVE WRK-TJ-DATA-FIM(WRK-IDX-JOB) TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           COMPUTE WRK-MIN-FIM = (WRK-DIAS-TOTAL-CONV * 1440)
               + (WRK-HORA-HH * 60) + WRK-HORA-MM.
           COMPUTE WRK-FOLGA-MIN = WRK-MIN-PRAZO - WRK-MIN-FIM.
           IF WRK-FOLGA-MIN < ZERO
              MOVE 'ESTOUROU' TO WRK-SITUACAO-JOB
              SET TEVE-ALERTA TO TRUE
           ELSE
              MOVE 'NO PRAZO' TO WRK-SITUACAO-JOB
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-EMITIR-TENDENCIAS - Passos rodados na semana cuja
      * sequencia corrente de execucoes cada vez mais demoradas chegou
      * a tendencia do job.
      *****************************************************************
       4000-EMITIR-TENDENCIAS.
           MOVE SPACES TO EXEC-REPORT-LINHA.
           WRITE EXEC-REPORT-LINHA.
           MOVE 'PASSOS EM LENTIDAO CRESCENTE' TO EXEC-REPORT-LINHA.
           WRITE EXEC-REPORT-LINHA.
           PERFORM 4100-CONFERIR-PASSO THRU 4100-EXIT
              VARYING WRK-IDX-PASSO FROM 1 BY 1
              UNTIL WRK-IDX-PASSO > WRK-QTD-PASSOS.
       4000-EXIT.
           EXIT.

       4100-CONFERIR-PASSO.
           IF WRK-TP-NA-SEMANA(WRK-IDX-PASSO) NOT = 'S'
              OR WRK-TP-SEQ-ALTA(WRK-IDX-PASSO)
                 < WRK-TP-QTD-TEND(WRK-IDX-PASSO)
              GO TO 4100-EXIT
           END-IF.
           SET TEVE-ALERTA TO TRUE.
           MOVE WRK-TP-SEQ-ALTA(WRK-IDX-PASSO) TO WRK-QTD-ED.
           MOVE SPACES TO EXEC-REPORT-LINHA.
           STRING WRK-TP-JOB(WRK-IDX-PASSO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TP-PASSO(WRK-IDX-PASSO) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WRK-TP-PROGRAMA(WRK-IDX-PASSO) DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-QTD-ED DELIMITED BY SIZE
                  ' EXECUCOES SEGUIDAS CADA VEZ MAIS DEMORADAS'
                      DELIMITED BY SIZE
                  INTO EXEC-REPORT-LINHA
           END-STRING.
           WRITE EXEC-REPORT-LINHA.
           DISPLAY 'LENTIDAO CRESCENTE: ' WRK-TP-JOB(WRK-IDX-PASSO)
                   ' ' WRK-TP-PASSO(WRK-IDX-PASSO).
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Trailer com a quantidade de execucoes de
      * passo listadas e a soma dos segundos, e fechamento.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO EXEC-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE EXEC-REPORT.
           DISPLAY 'EXECUCOES DE PASSO NA SEMANA: ' WRK-BT-CONTADOR.
           IF TEVE-ALERTA
              DISPLAY 'HA PRAZO ESTOURADO OU PASSO EM LENTIDAO '
                      'CRESCENTE - VER EXEC-REPORT'
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6040-EMITIR-CABECALHO - Cabecalho de pagina com a semana
      * coberta e o cabecalho de coluna.
      *****************************************************************
       6040-EMITIR-CABECALHO.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE WRK-DATA-ATE TO WRK-DATA-EXEC-ED.
           MOVE INST-NOME TO EXEC-REPORT-LINHA.
           WRITE EXEC-REPORT-LINHA.
           MOVE SPACES TO EXEC-REPORT-LINHA.
           STRING 'TEMPOS DE EXECUCAO DOS LOTES' DELIMITED BY SIZE
                  '  SEMANA ATE: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  '  PAGINA: ' DELIMITED BY SIZE
                  WRK-NUM-PAGINA DELIMITED BY SIZE
                  INTO EXEC-REPORT-LINHA
           END-STRING.
           WRITE EXEC-REPORT-LINHA.
           MOVE SPACES TO EXEC-REPORT-LINHA.
           STRING 'MOVIMENTO JOB      PASSO    ' DELIMITED BY SIZE
                  'PROGRAMA             INICIO ' DELIMITED BY SIZE
                  'SEGUNDOS   MEDIA VAR%  ' DELIMITED BY SIZE
                  'REGISTROS   RC MARCA' DELIMITED BY SIZE
                  INTO EXEC-REPORT-LINHA
           END-STRING.
           WRITE EXEC-REPORT-LINHA.
           MOVE ZERO TO WRK-LINHA-PAGINA.
       6040-EXIT.
           EXIT.

       6045-CONTROLAR-PAGINA.
           ADD 1 TO WRK-LINHA-PAGINA.
           IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS
              PERFORM 6040-EMITIR-CABECALHO THRU 6040-EXIT
           END-IF.
       6045-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-DATA-EM-DIAS - Converte WRK-DATA-CONV em dias
      * absolutos, como em PURGA-DADOS.
      *****************************************************************
       7000-CONVERTER-DATA-EM-DIAS.
           PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT.
           COMPUTE WRK-DIAS-TOTAL-CONV =
               (WRK-ANO-CONV * 365) + WRK-DIAS-ACUM(WRK-MES-CONV)
                                     + WRK-DIA-CONV.
           COMPUTE WRK-ANO-CONV-ANT = WRK-ANO-CONV - 1.
           DIVIDE WRK-ANO-CONV-ANT BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           SUBTRACT WRK-QUOC FROM WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           IF WRK-MES-CONV > 2 AND ANO-BISSEXTO
              ADD 1 TO WRK-DIAS-TOTAL-CONV
           END-IF.
       7000-EXIT.
           EXIT.

       7100-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONV BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONV BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONV BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXEC-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXEC-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'EXEC-REPORT' TO AG-RELATORIO.
           MOVE 'RELAT-EXECUCAO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXEC-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE WRK-NUM-PAGINA TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ EXEC-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE EXEC-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
