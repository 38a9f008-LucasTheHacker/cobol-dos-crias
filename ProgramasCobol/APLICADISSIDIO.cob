       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APLICA-DISSIDIO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Reajuste coletivo de salarios (dissidio) com as
      *           diferencas retroativas, em duas etapas separadas pelo
      *           visto de APROVA-DISSIDIO. MODO=PREVIA (padrao) le o
      *           percentual e a data-base de cada faixa de cargo em
      *           PARM-DISSIDIO, calcula o salario novo de cada
      *           empregado de EMP-IN do cargo e confere contra a faixa
      *           CG-SAL-MINIMO/CG-SAL-MAXIMO de CARGO-MASTER, refaz
      *           pelo historico PAY-HIST todas as competencias ja pagas
      *           desde a data-base (a da data-base proporcional aos
      *           dias, base de 30; 13o e ferias inteiros; estornos
      *           abatem; acertos de rescisao fora) e apura a diferenca
      *           retroativa de cada EM-ID. Grava a listagem
      *           antes/depois em DISSIDIO-REPORT e os calculos em
      *           DISSIDIO-PENDENTE, apaga o visto anterior e nao toca
      *           nenhum mestre. MODO=EFETIVA so roda com visto L cujos
      *           numeros batem com o trailer do pendente: guarda o
      *           EMP-IN atual em EMP-ANTERIOR, regrava EMP-IN com os
      *           salarios novos dos aptos (empregado cujo salario mudou
      *           depois da previa fica de fora) e paga a diferenca pela
      *           mesma maquina de contracheque das ferias
      *           (PAYSLIP-DISSIDIO com situacao DISSIDIO, descontos de
      *           CALC-DESCONTO na competencia corrente, trailer padrao
      *           e linha TRAILER LIQUIDO), acumulando em YTD-SAL e
      *           registrando em PAY-HIST com tipo D. Ao final esvazia o
      *           pendente e o visto, para o mesmo reajuste nunca ser
      *           lancado duas vezes. Empregado fora da faixa, sem
      *           cargo, inativo, com pagamento em outra moeda ou ja
      *           reajustado desde a data-base fica so na listagem
      *           (RC 4).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com o
      *                       ID do empregado (PO-ID), gravado em cada
      *                       linha de pagamento para a remessa bancaria
      *                       buscar a conta de credito: RECORD CONTAINS
      *                       171 -> 177.
      * 15/10/2026 Batista - EMP-IN/EMP-ANTERIOR ganharam os dias de
      *                       ausencia apurados por APURA-PONTO (RECORD
      *                       CONTAINS 59 -> 65), copiados como vieram.
      *                       Contracheque (COPY PAYSLIP) ampliado com
      *                       os dias e o desconto de ausencia, em
      *                       branco aqui: RECORD CONTAINS 177 -> 191.
      * 15/10/2026 Batista - Efetivacao recusada (RC 8) quando a
      *                       competencia corrente foi fechada por
      *                       FECHA-FOLHA (rotina CONSULTA-FECHAMENTO).
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copias de DISSIDIO-REPORT e
      *                       PAYSLIP-DISSIDIO guardadas no arquivo de
      *                       relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      * 15/10/2026 Batista - PAYSLIP-OUT com RECORD CONTAINS 191 -> 192:
      *                       o registro do copybook PAYSLIP tem 192
      *                       posicoes e a FD menor cortava o ultimo
      *                       digito de PO-AUSENCIA-ED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-DISSIDIO ASSIGN TO "PARM-DISSIDIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DS-STATUS.
           SELECT EMP-IN ASSIGN TO "EMP-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
           SELECT EMP-ANTERIOR ASSIGN TO "EMP-ANTERIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EA-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT CARGO-MASTER ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WRK-CG-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT DISSIDIO-PENDENTE ASSIGN TO "DISSIDIO-PENDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DP-STATUS.
           SELECT DISSIDIO-VISTO ASSIGN TO "DISSIDIO-VISTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DV-STATUS.
           SELECT DISSIDIO-REPORT ASSIGN TO "DISSIDIO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISSIDIO-REPORT-RELIDO ASSIGN TO "DISSIDIO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT PAYSLIP-DISSIDIO ASSIGN TO "PAYSLIP-DISSIDIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-DISSIDIO-RELIDO ASSIGN TO "PAYSLIP-DISSIDIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL2-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YS-ID
               ALTERNATE RECORD KEY IS YS-NOME WITH DUPLICATES
               FILE STATUS IS WRK-YTD-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-DISSIDIO
           RECORD CONTAINS 16 CHARACTERS.
           COPY DISSIDIO.

       FD  EMP-IN
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-IN-REC.
           05 EI-NOME              PIC X(20).
           05 EI-SALARIO           PIC 9(06)V99.
           05 EI-HORAS-EXTRA       PIC 9(03).
           05 EI-BONUS             PIC 9(06)V99.
           05 EI-TURNO             PIC X(01).
           05 EI-FREQUENCIA        PIC X(01).
           05 EI-ID                PIC X(06).
           05 EI-MOEDA             PIC X(03).
           05 EI-CARGO             PIC X(04).
           05 EI-CAMPUS            PIC X(02).
           05 EI-HORAS-AULA        PIC 9(03).
           05 EI-DIAS-FALTA        PIC 9(02).
           05 EI-DIAS-DSR          PIC 9(02).
           05 EI-DIAS-AFASTADO     PIC 9(02).

       FD  EMP-ANTERIOR
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-ANTERIOR-REC        PIC X(65).

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  CARGO-MASTER.
           COPY CARGMSTR.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  DISSIDIO-PENDENTE
           RECORD CONTAINS 95 CHARACTERS.
           COPY DISSPEND.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-PEND-REC
                          LEADING ==BT== BY ==BTP==.

       FD  DISSIDIO-VISTO
           RECORD CONTAINS 55 CHARACTERS.
           COPY DISSVIST.

       FD  DISSIDIO-REPORT
           RECORD CONTAINS 120 CHARACTERS.
       01  DISSIDIO-REPORT-REC     PIC X(120).
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-RPT-REC
                          LEADING ==BT== BY ==BTR==.

       FD  DISSIDIO-REPORT-RELIDO
           RECORD CONTAINS 120 CHARACTERS.
       01  DISSIDIO-REPORT-RELIDO-REC PIC X(120).

       FD  PAYSLIP-DISSIDIO
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.
           COPY TRAILER.
       01  PAYSLIP-DISSIDIO-LINHA  PIC X(192).

       FD  PAYSLIP-DISSIDIO-RELIDO
           RECORD CONTAINS 192 CHARACTERS.
       01  PAYSLIP-DISSIDIO-RELIDO-REC PIC X(192).

       FD  YTD-SAL-FILE.
           COPY YTDSAL.
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
       77  WRK-DS-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EA-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CG-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-DP-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-DV-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-MODO           PIC X(01)      VALUE 'P'.
           88 MODO-PREVIA                    VALUE 'P'.
           88 MODO-EFETIVA                   VALUE 'E'.
       77  WRK-FIM-DS         PIC X(01)      VALUE 'N'.
           88 FIM-DS                         VALUE 'S'.
       77  WRK-FIM-EMP-IN     PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                     VALUE 'S'.
       77  WRK-FIM-EA         PIC X(01)      VALUE 'N'.
           88 FIM-EA                         VALUE 'S'.
       77  WRK-FIM-PH         PIC X(01)      VALUE 'N'.
           88 FIM-PH                         VALUE 'S'.
       77  WRK-FIM-DP         PIC X(01)      VALUE 'N'.
           88 FIM-DP                         VALUE 'S'.
       77  WRK-TEM-AVISO      PIC X(01)      VALUE 'N'.
           88 TEM-AVISO                      VALUE 'S'.
       77  WRK-TEM-ERRO       PIC X(01)      VALUE 'N'.
           88 TEM-ERRO                       VALUE 'S'.
       77  WRK-TEM-TRL-PEND   PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER-PEND               VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       77  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC-ED   PIC 9999/99/99 VALUE ZEROS.
       77  WRK-MES-CORRENTE   PIC 9(06)      VALUE ZEROS.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-FX         PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-FAIXAS     PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-EMP        PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-EXCEDENTES PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-APTOS      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-FORA-FAIXA PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-CARGO  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-INATIVOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-MOEDA-DIV  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-JA-REAJ    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-APLICADOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NAO-APLIC  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NAO-PAGOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-DIA-BASE       PIC 9(02)      VALUE ZEROS.
       77  WRK-DIAS-PROPORC   PIC 9(02)      VALUE ZEROS.
       77  WRK-MES-PH         PIC 9(02)      VALUE ZEROS.
       77  WRK-ANO-PH         PIC 9(04)      VALUE ZEROS.
       77  WRK-VALOR-BASE     PIC 9(08)V99   VALUE ZEROS.
       77  WRK-DIFERENCA      PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOT-ANTES      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-DEPOIS     PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-DIFERENCA  PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TRL-QTD        PIC 9(07)      VALUE ZEROS.
       77  WRK-TRL-TOTAL      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-MOEDA          PIC X(03)      VALUE SPACES.
       77  WRK-SIMBOLO        PIC X(03)      VALUE 'R$ '.
       77  WRK-SALARIO-EDITADO PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-MASK   PIC X(18)      VALUE SPACES.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(09)V99   VALUE ZEROS.
       77  WRK-BT-LIQUIDO     PIC 9(09)V99   VALUE ZEROS.
       77  WRK-LIQUIDO-ED     PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-NUM-PAGINA     PIC 9(03)      VALUE ZERO.
       77  WRK-LINHA-PAGINA   PIC 9(03)      VALUE ZERO.
       77  WRK-MAX-LINHAS     PIC 9(03)      VALUE 20.
      *
      * Faixas de cargo do acordo (PARM-DISSIDIO), ate 50.
       01  WRK-TAB-FAIXAS.
           05 WRK-FX-ENT OCCURS 50 TIMES.
              10 WRK-FX-CARGO       PIC X(04).
              10 WRK-FX-PERCENTUAL  PIC 9(02)V99.
              10 WRK-FX-DATA-BASE   PIC 9(08).
      *
      * Empregados dos cargos reajustados: na previa, o calculo de
      * cada um; na efetivacao, os aptos lidos do pendente. Ate 500;
      * com mais, o reajuste nao e calculado pela metade (RC 8).
       01  WRK-TAB-EMP.
           05 WRK-TE-ENT OCCURS 500 TIMES.
              10 WRK-TE-ID          PIC X(06).
              10 WRK-TE-NOME        PIC X(20).
              10 WRK-TE-CARGO       PIC X(04).
              10 WRK-TE-PERCENTUAL  PIC 9(02)V99.
              10 WRK-TE-DATA-BASE   PIC 9(08).
              10 WRK-TE-COMP-BASE   PIC 9(06).
              10 WRK-TE-SAL-ANTES   PIC 9(06)V99.
              10 WRK-TE-SAL-DEPOIS  PIC 9(06)V99.
              10 WRK-TE-COMP-INICIAL PIC 9(06).
              10 WRK-TE-COMP-FINAL  PIC 9(06).
              10 WRK-TE-BASE-RETRO  PIC S9(09)V99.
              10 WRK-TE-DIFERENCA   PIC 9(08)V99.
              10 WRK-TE-MOEDA       PIC X(03).
              10 WRK-TE-FREQUENCIA  PIC X(01).
              10 WRK-TE-SITUACAO    PIC X(01).
              10 WRK-TE-APLICADO    PIC X(01).
      *
      * Linhas da listagem antes/depois.
       01  WRK-CABEC-COLUNAS.
           05 FILLER                PIC X(33)  VALUE
              'ID     NOME                 CARGO'.
           05 FILLER                PIC X(28)  VALUE
              '   PCT  SAL.ANTES SAL.DEPOIS'.
           05 FILLER                PIC X(28)  VALUE
              ' COMP.I COMP.F     DIFERENCA'.
           05 FILLER                PIC X(31)  VALUE
              ' MOE SITUACAO'.
       01  WRK-DETALHE.
           05 WRK-DET-ID            PIC X(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-NOME          PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-CARGO         PIC X(04).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-PERCENTUAL    PIC Z9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-SAL-ANTES     PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-SAL-DEPOIS    PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-COMP-INICIAL  PIC 9(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-COMP-FINAL    PIC 9(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DIFERENCA     PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-SITUACAO      PIC X(14).
           05 FILLER                PIC X(11)  VALUE SPACES.
       01  WRK-LINHA-RESUMO.
           05 WRK-RES-TEXTO         PIC X(40).
           05 WRK-RES-QTD           PIC ZZZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-RES-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(59)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           MOVE 'N' TO WRK-ARQREL2-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF TEM-ERRO
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           IF MODO-PREVIA
              PERFORM 2000-CALCULAR-PREVIA THRU 2000-EXIT
           ELSE
              PERFORM 5000-EFETIVAR THRU 5000-EXIT
           END-IF.
           IF TEM-ERRO
              MOVE 8 TO RETURN-CODE
           ELSE
              IF TEM-AVISO
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9820-ARQUIVAR-HOLERITE THRU 9820-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Modo do PARM (MODO=PREVIA, o padrao, ou
      * MODO=EFETIVA) e data da execucao. Na previa, carrega as
      * faixas do acordo de PARM-DISSIDIO: cargo, percentual maior
      * que zero e data-base valida e nao futura; arquivo ausente,
      * vazio ou com faixa invalida nao calcula nada (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-MES-CORRENTE.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           EVALUATE TRUE
              WHEN WRK-PARM-JCL-TEXTO(1:12) = 'MODO=EFETIVA'
                 SET MODO-EFETIVA TO TRUE
              WHEN WRK-PARM-JCL-TEXTO(1:11) = 'MODO=PREVIA'
              WHEN WRK-PARM-JCL-TEXTO = SPACES
                 SET MODO-PREVIA TO TRUE
              WHEN OTHER
                 DISPLAY 'PARM INVALIDO: ' WRK-PARM-JCL-TEXTO(1:20)
                         ' - USE MODO=PREVIA OU MODO=EFETIVA'
                 SET TEM-ERRO TO TRUE
                 GO TO 1000-EXIT
           END-EVALUATE.
           IF MODO-EFETIVA
              DISPLAY 'EFETIVACAO DO REAJUSTE COLETIVO (DISSIDIO)'
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'PREVIA DO REAJUSTE COLETIVO (DISSIDIO)'.
           OPEN INPUT PARM-DISSIDIO.
           IF WRK-DS-STATUS NOT = '00'
              DISPLAY 'PARM-DISSIDIO AUSENTE - REAJUSTE NAO CALCULADO'
              SET TEM-ERRO TO TRUE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-FAIXA THRU 1100-EXIT.
           PERFORM 1200-GUARDAR-FAIXA THRU 1200-EXIT
              UNTIL FIM-DS.
           CLOSE PARM-DISSIDIO.
           IF WRK-QTD-FAIXAS = 0 AND NOT TEM-ERRO
              DISPLAY 'PARM-DISSIDIO SEM FAIXAS - REAJUSTE NAO '
                      'CALCULADO'
              SET TEM-ERRO TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LER-FAIXA.
           READ PARM-DISSIDIO
               AT END SET FIM-DS TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-GUARDAR-FAIXA.
           IF DS-PERCENTUAL IS NOT NUMERIC
              OR DS-PERCENTUAL = ZEROS
              OR DS-DATA-BASE IS NOT NUMERIC
              OR DS-DATA-BASE(5:2) < '01'
              OR DS-DATA-BASE(5:2) > '12'
              OR DS-DATA-BASE(7:2) < '01'
              OR DS-DATA-BASE(7:2) > '31'
              OR DS-DATA-BASE > WRK-DATA-EXEC
              DISPLAY 'FAIXA INVALIDA EM PARM-DISSIDIO: '
                      PARM-DISSIDIO-REC
              SET TEM-ERRO TO TRUE
              GO TO 1200-PROXIMA
           END-IF.
           IF WRK-QTD-FAIXAS >= 50
              DISPLAY 'PARM-DISSIDIO COM MAIS DE 50 FAIXAS'
              SET TEM-ERRO TO TRUE
              GO TO 1200-PROXIMA
           END-IF.
           ADD 1 TO WRK-QTD-FAIXAS.
           MOVE DS-CARGO      TO WRK-FX-CARGO(WRK-QTD-FAIXAS).
           MOVE DS-PERCENTUAL TO WRK-FX-PERCENTUAL(WRK-QTD-FAIXAS).
           MOVE DS-DATA-BASE  TO WRK-FX-DATA-BASE(WRK-QTD-FAIXAS).
       1200-PROXIMA.
           PERFORM 1100-LER-FAIXA THRU 1100-EXIT.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CALCULAR-PREVIA - Previa: seleciona os empregados dos
      * cargos do acordo, recalcula pelo historico as competencias ja
      * pagas desde a data-base e grava a listagem e o pendente para
      * o visto, apagando o visto de uma previa anterior.
      *****************************************************************
       2000-CALCULAR-PREVIA.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS NOT = '00'
              DISPLAY 'CARGO-MASTER AUSENTE - SEM FAIXA SALARIAL PARA '
                      'CONFERIR O REAJUSTE'
              SET TEM-ERRO TO TRUE
              GO TO 2000-EXIT
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - REAJUSTE NAO CALCULADO'
              CLOSE CARGO-MASTER
              SET TEM-ERRO TO TRUE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-SELECIONAR-EMPREGADOS THRU 2100-EXIT.
           CLOSE CARGO-MASTER.
           CLOSE EMP-MASTER.
           IF TEM-ERRO
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2300-RECALCULAR-HISTORICO THRU 2300-EXIT.
           OPEN OUTPUT DISSIDIO-PENDENTE.
           OPEN OUTPUT DISSIDIO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 2500-EMITIR-CABECALHO THRU 2500-EXIT.
           PERFORM 2600-GRAVAR-EMPREGADO THRU 2600-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-EMP.
           PERFORM 2700-FECHAR-PREVIA THRU 2700-EXIT.
           CLOSE DISSIDIO-PENDENTE.
           CLOSE DISSIDIO-REPORT.
           OPEN OUTPUT DISSIDIO-VISTO.
           CLOSE DISSIDIO-VISTO.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-SELECIONAR-EMPREGADOS - Le EMP-IN guardando cada empregado
      * de cargo do acordo com o salario novo (percentual da faixa
      * sobre o salario base, arredondado) e a situacao: sem cargo em
      * CARGO-MASTER, fora da faixa salarial do cargo ou inativo em
      * EMP-MASTER nao e apto.
      *****************************************************************
       2100-SELECIONAR-EMPREGADOS.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'EMP-IN AUSENTE - REAJUSTE NAO CALCULADO'
              SET TEM-ERRO TO TRUE
              GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-LER-EMP-IN THRU 2110-EXIT.
           PERFORM UNTIL FIM-EMP-IN
              PERFORM 2120-GUARDAR-EMPREGADO THRU 2120-EXIT
              PERFORM 2110-LER-EMP-IN THRU 2110-EXIT
           END-PERFORM.
           CLOSE EMP-IN.
           IF WRK-QTD-EXCEDENTES > 0
              DISPLAY 'EMPREGADOS ALEM DA TABELA DE 500: '
                      WRK-QTD-EXCEDENTES ' - REAJUSTE NAO CALCULADO'
              SET TEM-ERRO TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.

       2110-LER-EMP-IN.
           READ EMP-IN
               AT END SET FIM-EMP-IN TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

       2120-GUARDAR-EMPREGADO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2130-PROCURAR-FAIXA THRU 2130-EXIT
              VARYING WRK-IDX-FX FROM 1 BY 1
              UNTIL WRK-IDX-FX > WRK-QTD-FAIXAS OR ACHOU.
           IF NOT ACHOU
              GO TO 2120-EXIT
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-FX.
           IF WRK-QTD-EMP >= 500
              ADD 1 TO WRK-QTD-EXCEDENTES
              GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EMP.
           MOVE WRK-QTD-EMP TO WRK-IDX.
           MOVE EI-ID         TO WRK-TE-ID(WRK-IDX).
           MOVE EI-NOME       TO WRK-TE-NOME(WRK-IDX).
           MOVE EI-CARGO      TO WRK-TE-CARGO(WRK-IDX).
           MOVE EI-SALARIO    TO WRK-TE-SAL-ANTES(WRK-IDX).
           MOVE EI-MOEDA      TO WRK-TE-MOEDA(WRK-IDX).
           MOVE EI-FREQUENCIA TO WRK-TE-FREQUENCIA(WRK-IDX).
           IF WRK-TE-MOEDA(WRK-IDX) = SPACES
              MOVE 'BRL' TO WRK-TE-MOEDA(WRK-IDX)
           END-IF.
           MOVE WRK-FX-PERCENTUAL(WRK-IDX-FX)
                              TO WRK-TE-PERCENTUAL(WRK-IDX).
           MOVE WRK-FX-DATA-BASE(WRK-IDX-FX)
                              TO WRK-TE-DATA-BASE(WRK-IDX).
           MOVE WRK-FX-DATA-BASE(WRK-IDX-FX)(1:6)
                              TO WRK-TE-COMP-BASE(WRK-IDX).
           COMPUTE WRK-TE-SAL-DEPOIS(WRK-IDX) ROUNDED =
               EI-SALARIO * (100 + WRK-FX-PERCENTUAL(WRK-IDX-FX))
               / 100.
           MOVE ZEROS TO WRK-TE-COMP-INICIAL(WRK-IDX)
                         WRK-TE-COMP-FINAL(WRK-IDX)
                         WRK-TE-BASE-RETRO(WRK-IDX)
                         WRK-TE-DIFERENCA(WRK-IDX).
           MOVE 'N' TO WRK-TE-APLICADO(WRK-IDX).
           MOVE 'A' TO WRK-TE-SITUACAO(WRK-IDX).
           MOVE EI-CARGO TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  MOVE 'C' TO WRK-TE-SITUACAO(WRK-IDX)
                  GO TO 2120-EXIT
           END-READ.
           IF WRK-TE-SAL-DEPOIS(WRK-IDX) < CG-SAL-MINIMO
              OR WRK-TE-SAL-DEPOIS(WRK-IDX) > CG-SAL-MAXIMO
              MOVE 'F' TO WRK-TE-SITUACAO(WRK-IDX)
              GO TO 2120-EXIT
           END-IF.
           MOVE EI-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY MOVE 'I' TO EM-STATUS
           END-READ.
           IF NOT EM-ATIVO
              MOVE 'I' TO WRK-TE-SITUACAO(WRK-IDX)
           END-IF.
       2120-EXIT.
           EXIT.

       2130-PROCURAR-FAIXA.
           IF WRK-FX-CARGO(WRK-IDX-FX) = EI-CARGO
              SET ACHOU TO TRUE
           END-IF.
       2130-EXIT.
           EXIT.

      *****************************************************************
      * 2300-RECALCULAR-HISTORICO - Le PAY-HIST de ponta a ponta: todo
      * pagamento do empregado numa competencia a partir da data-base
      * entra na base retroativa - inteiro, exceto o da competencia da
      * data-base, proporcional aos dias a partir dela (base de 30; o
      * 13o, em AAAA13, sempre inteiro). Estornos abatem, acertos de
      * rescisao ficam fora; pagamento em moeda diferente da atual do
      * empregado ou dissidio ja pago desde a data-base tiram o
      * empregado do lancamento.
      *****************************************************************
       2300-RECALCULAR-HISTORICO.
           IF WRK-QTD-EMP = 0
              GO TO 2300-EXIT
           END-IF.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - NENHUMA COMPETENCIA A '
                      'RECALCULAR'
              SET TEM-AVISO TO TRUE
              GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-LER-PAY-HIST THRU 2310-EXIT.
           PERFORM UNTIL FIM-PH
              PERFORM 2320-APLICAR-REGISTRO THRU 2320-EXIT
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-EMP
              PERFORM 2310-LER-PAY-HIST THRU 2310-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
       2300-EXIT.
           EXIT.

       2310-LER-PAY-HIST.
           READ PAY-HIST
               AT END SET FIM-PH TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

       2320-APLICAR-REGISTRO.
           IF PH-ID NOT = WRK-TE-ID(WRK-IDX)
              OR PH-COMPETENCIA < WRK-TE-COMP-BASE(WRK-IDX)
              OR PH-RESCISAO
              GO TO 2320-EXIT
           END-IF.
           IF PH-DISSIDIO
              IF WRK-TE-SITUACAO(WRK-IDX) = 'A'
                 MOVE 'J' TO WRK-TE-SITUACAO(WRK-IDX)
              END-IF
              GO TO 2320-EXIT
           END-IF.
           IF PH-MOEDA NOT = WRK-TE-MOEDA(WRK-IDX)
              IF WRK-TE-SITUACAO(WRK-IDX) = 'A'
                 MOVE 'M' TO WRK-TE-SITUACAO(WRK-IDX)
              END-IF
              GO TO 2320-EXIT
           END-IF.
           DIVIDE PH-COMPETENCIA BY 100
               GIVING WRK-ANO-PH REMAINDER WRK-MES-PH.
           MOVE PH-VALOR TO WRK-VALOR-BASE.
           IF PH-COMPETENCIA = WRK-TE-COMP-BASE(WRK-IDX)
              AND WRK-MES-PH <= 12
              MOVE WRK-TE-DATA-BASE(WRK-IDX)(7:2) TO WRK-DIA-BASE
              IF WRK-DIA-BASE > 30
                 MOVE ZEROS TO WRK-DIAS-PROPORC
              ELSE
                 COMPUTE WRK-DIAS-PROPORC = 31 - WRK-DIA-BASE
              END-IF
              COMPUTE WRK-VALOR-BASE ROUNDED =
                  PH-VALOR * WRK-DIAS-PROPORC / 30
           END-IF.
           IF PH-ESTORNO
              SUBTRACT WRK-VALOR-BASE FROM WRK-TE-BASE-RETRO(WRK-IDX)
              GO TO 2320-EXIT
           END-IF.
           ADD WRK-VALOR-BASE TO WRK-TE-BASE-RETRO(WRK-IDX).
           IF WRK-TE-COMP-INICIAL(WRK-IDX) = ZEROS
              OR PH-COMPETENCIA < WRK-TE-COMP-INICIAL(WRK-IDX)
              MOVE PH-COMPETENCIA TO WRK-TE-COMP-INICIAL(WRK-IDX)
           END-IF.
           IF PH-COMPETENCIA > WRK-TE-COMP-FINAL(WRK-IDX)
              MOVE PH-COMPETENCIA TO WRK-TE-COMP-FINAL(WRK-IDX)
           END-IF.
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 2500-EMITIR-CABECALHO - Cabecalho da listagem antes/depois.
      *****************************************************************
       2500-EMITIR-CABECALHO.
           MOVE SPACES TO DISSIDIO-REPORT-REC.
           STRING 'HEADER ' DELIMITED BY SIZE
                  INST-NOME DELIMITED BY SIZE
                  INTO DISSIDIO-REPORT-REC
           END-STRING.
           WRITE DISSIDIO-REPORT-REC.
           MOVE SPACES TO DISSIDIO-REPORT-REC.
           STRING 'HEADER ' DELIMITED BY SIZE
                  'REAJUSTE COLETIVO (DISSIDIO) - LISTAGEM ANTES/'
                      DELIMITED BY SIZE
                  'DEPOIS PARA VISTO  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO DISSIDIO-REPORT-REC
           END-STRING.
           WRITE DISSIDIO-REPORT-REC.
           MOVE WRK-CABEC-COLUNAS TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2600-GRAVAR-EMPREGADO - Diferenca retroativa (percentual sobre
      * a base recalculada; base negativa por estorno vale zero), uma
      * linha da listagem e um registro do pendente por empregado; so
      * os aptos entram no trailer do pendente.
      *****************************************************************
       2600-GRAVAR-EMPREGADO.
           IF WRK-TE-BASE-RETRO(WRK-IDX) > ZEROS
              COMPUTE WRK-TE-DIFERENCA(WRK-IDX) ROUNDED =
                  WRK-TE-BASE-RETRO(WRK-IDX)
                  * WRK-TE-PERCENTUAL(WRK-IDX) / 100
           ELSE
              MOVE ZEROS TO WRK-TE-BASE-RETRO(WRK-IDX)
                            WRK-TE-DIFERENCA(WRK-IDX)
           END-IF.
           MOVE SPACES TO DISSIDIO-PENDENTE-REC.
           MOVE WRK-TE-ID(WRK-IDX)          TO DP-ID.
           MOVE WRK-TE-NOME(WRK-IDX)        TO DP-NOME.
           MOVE WRK-TE-CARGO(WRK-IDX)       TO DP-CARGO.
           MOVE WRK-TE-PERCENTUAL(WRK-IDX)  TO DP-PERCENTUAL.
           MOVE WRK-TE-DATA-BASE(WRK-IDX)   TO DP-DATA-BASE.
           MOVE WRK-TE-SAL-ANTES(WRK-IDX)   TO DP-SAL-ANTES.
           MOVE WRK-TE-SAL-DEPOIS(WRK-IDX)  TO DP-SAL-DEPOIS.
           MOVE WRK-TE-COMP-INICIAL(WRK-IDX) TO DP-COMP-INICIAL.
           MOVE WRK-TE-COMP-FINAL(WRK-IDX)  TO DP-COMP-FINAL.
           MOVE WRK-TE-BASE-RETRO(WRK-IDX)  TO DP-BASE-RETRO.
           MOVE WRK-TE-DIFERENCA(WRK-IDX)   TO DP-DIFERENCA.
           MOVE WRK-TE-MOEDA(WRK-IDX)       TO DP-MOEDA.
           MOVE WRK-TE-FREQUENCIA(WRK-IDX)  TO DP-FREQUENCIA.
           MOVE WRK-TE-SITUACAO(WRK-IDX)    TO DP-SITUACAO.
           WRITE DISSIDIO-PENDENTE-REC.
           MOVE WRK-TE-ID(WRK-IDX)          TO WRK-DET-ID.
           MOVE WRK-TE-NOME(WRK-IDX)        TO WRK-DET-NOME.
           MOVE WRK-TE-CARGO(WRK-IDX)       TO WRK-DET-CARGO.
           MOVE WRK-TE-PERCENTUAL(WRK-IDX)  TO WRK-DET-PERCENTUAL.
           MOVE WRK-TE-SAL-ANTES(WRK-IDX)   TO WRK-DET-SAL-ANTES.
           MOVE WRK-TE-SAL-DEPOIS(WRK-IDX)  TO WRK-DET-SAL-DEPOIS.
           MOVE WRK-TE-COMP-INICIAL(WRK-IDX) TO WRK-DET-COMP-INICIAL.
           MOVE WRK-TE-COMP-FINAL(WRK-IDX)  TO WRK-DET-COMP-FINAL.
           MOVE WRK-TE-DIFERENCA(WRK-IDX)   TO WRK-DET-DIFERENCA.
           MOVE WRK-TE-MOEDA(WRK-IDX)       TO WRK-DET-MOEDA.
           EVALUATE TRUE
              WHEN DP-APTO
                 MOVE 'APTO'           TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-APTOS
                 ADD WRK-TE-SAL-ANTES(WRK-IDX)  TO WRK-TOT-ANTES
                 ADD WRK-TE-SAL-DEPOIS(WRK-IDX) TO WRK-TOT-DEPOIS
                 ADD WRK-TE-DIFERENCA(WRK-IDX)  TO WRK-TOT-DIFERENCA
              WHEN DP-FORA-DA-FAIXA
                 MOVE 'FORA DA FAIXA'  TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-FORA-FAIXA
              WHEN DP-SEM-CARGO
                 MOVE 'SEM CARGO'      TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-SEM-CARGO
              WHEN DP-INATIVO
                 MOVE 'INATIVO'        TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-INATIVOS
              WHEN DP-MOEDA-DIVERGENTE
                 MOVE 'OUTRA MOEDA'    TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-MOEDA-DIV
              WHEN OTHER
                 MOVE 'JA REAJUSTADO'  TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-JA-REAJ
           END-EVALUATE.
           IF NOT DP-APTO
              SET TEM-AVISO TO TRUE
           END-IF.
           MOVE WRK-DETALHE TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2700-FECHAR-PREVIA - Trailer do pendente (aptos e total das
      * diferencas, os numeros que o visto confere), resumo e trailer
      * da listagem, e o resumo no console.
      *****************************************************************
       2700-FECHAR-PREVIA.
           MOVE SPACES TO DISSIDIO-PENDENTE-REC.
           MOVE 'TRAILER' TO BTP-TIPO.
           MOVE WRK-QTD-APTOS     TO BTP-QTD-REGISTROS.
           MOVE WRK-TOT-DIFERENCA TO BTP-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-PEND-REC.
           MOVE SPACES TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE 'APTOS / SALARIOS BASE ANTES' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-APTOS TO WRK-RES-QTD.
           MOVE WRK-TOT-ANTES TO WRK-RES-VALOR.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE 'APTOS / SALARIOS BASE DEPOIS' TO WRK-RES-TEXTO.
           MOVE WRK-TOT-DEPOIS TO WRK-RES-VALOR.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE 'APTOS / DIFERENCAS RETROATIVAS' TO WRK-RES-TEXTO.
           MOVE WRK-TOT-DIFERENCA TO WRK-RES-VALOR.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE 'FORA DA FAIXA SALARIAL DO CARGO' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-FORA-FAIXA TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE 'CARGO AUSENTE DE CARGO-MASTER' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-SEM-CARGO TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE 'INATIVOS OU FORA DE EMP-MASTER' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-INATIVOS TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE 'PAGAMENTO EM OUTRA MOEDA' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-MOEDA-DIV TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE 'JA REAJUSTADOS DESDE A DATA-BASE' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-JA-REAJ TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO DISSIDIO-REPORT-REC.
           WRITE DISSIDIO-REPORT-REC.
           MOVE SPACES TO DISSIDIO-REPORT-REC.
           MOVE 'TRAILER' TO BTR-TIPO.
           MOVE WRK-QTD-APTOS     TO BTR-QTD-REGISTROS.
           MOVE WRK-TOT-DIFERENCA TO BTR-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-RPT-REC.
           MOVE WRK-TOT-DIFERENCA TO WRK-TOTAL-ED.
           DISPLAY 'EMPREGADOS DOS CARGOS DO ACORDO: ' WRK-QTD-EMP.
           DISPLAY 'APTOS AO REAJUSTE..............: ' WRK-QTD-APTOS.
           DISPLAY 'TOTAL DAS DIFERENCAS...........: ' WRK-TOTAL-ED.
           DISPLAY 'PREVIA GRAVADA - AGUARDANDO VISTO EM '
                   'APROVA-DISSIDIO'.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 5000-EFETIVAR - Efetivacao: confere o visto contra o pendente,
      * carrega os aptos, regrava EMP-IN com os salarios novos e paga
      * as diferencas com YTD-SAL travado; ao final esvazia o pendente
      * e o visto. Competencia corrente fechada por FECHA-FOLHA nao
      * recebe as diferencas (RC 8).
      *****************************************************************
       5000-EFETIVAR.
           PERFORM 5100-CONFERIR-VISTO THRU 5100-EXIT.
           IF TEM-ERRO
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-MES-CORRENTE TO CF-COMPETENCIA.
           CALL 'CONSULTA-FECHAMENTO' USING CONSULTA-FECHAMENTO-LNK.
           IF CF-FECHADA
              DISPLAY 'COMPETENCIA ' WRK-MES-CORRENTE ' FECHADA EM '
                      CF-DATA-FECHAMENTO ' - REAJUSTE NAO EFETIVADO'
              SET TEM-ERRO TO TRUE
              GO TO 5000-EXIT
           END-IF.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-MES-CORRENTE TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE NA COMPETENCIA '
                      WRK-MES-CORRENTE ' - REAJUSTE NAO EFETIVADO'
              SET TEM-ERRO TO TRUE
              GO TO 5000-EXIT
           END-IF.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           MOVE 'APLICA-DISSIDIO' TO TA-JOB.
           MOVE SPACES TO TA-OPERADOR.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           IF TA-ARQUIVO-EM-USO
              DISPLAY 'YTD-SAL EM USO POR ' TA-JOB-DONO
                      ' DESDE ' TA-DATA-DONO ' ' TA-HORA-DONO
                      ' - EXECUCAO RECUSADA'
              SET TEM-ERRO TO TRUE
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5300-ATUALIZAR-SALARIOS THRU 5300-EXIT.
           IF NOT TEM-ERRO
              PERFORM 5500-PAGAR-DIFERENCAS THRU 5500-EXIT
              OPEN OUTPUT DISSIDIO-PENDENTE
              CLOSE DISSIDIO-PENDENTE
              OPEN OUTPUT DISSIDIO-VISTO
              CLOSE DISSIDIO-VISTO
              PERFORM 5900-RESUMIR-EFETIVACAO THRU 5900-EXIT
           END-IF.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CONFERIR-VISTO - So efetiva com visto L em DISSIDIO-VISTO
      * e com o trailer do pendente igual ao que foi visto (quantidade
      * de aptos e total das diferencas); carrega os aptos na tabela.
      *****************************************************************
       5100-CONFERIR-VISTO.
           OPEN INPUT DISSIDIO-VISTO.
           IF WRK-DV-STATUS NOT = '00'
              DISPLAY 'REAJUSTE SEM VISTO - RODE APROVA-DISSIDIO'
              SET TEM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           READ DISSIDIO-VISTO
               AT END MOVE SPACES TO DISSIDIO-VISTO-REC
           END-READ.
           CLOSE DISSIDIO-VISTO.
           IF DV-REJEITADO
              DISPLAY 'REAJUSTE REJEITADO POR ' DV-OPERADOR
                      ' EM ' DV-DATA ' - NADA EFETIVADO'
              SET TEM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           IF NOT DV-LIBERADO
              DISPLAY 'REAJUSTE SEM VISTO - RODE APROVA-DISSIDIO'
              SET TEM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           OPEN INPUT DISSIDIO-PENDENTE.
           IF WRK-DP-STATUS NOT = '00'
              DISPLAY 'DISSIDIO-PENDENTE AUSENTE - NADA A EFETIVAR'
              SET TEM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           PERFORM 5110-LER-PENDENTE THRU 5110-EXIT.
           PERFORM UNTIL FIM-DP
              IF BTP-TIPO = 'TRAILER'
                 MOVE BTP-QTD-REGISTROS  TO WRK-TRL-QTD
                 MOVE BTP-TOTAL-CONTROLE TO WRK-TRL-TOTAL
                 SET TEM-TRAILER-PEND TO TRUE
              ELSE
                 IF DP-APTO
                    PERFORM 5120-GUARDAR-APTO THRU 5120-EXIT
                 END-IF
              END-IF
              PERFORM 5110-LER-PENDENTE THRU 5110-EXIT
           END-PERFORM.
           CLOSE DISSIDIO-PENDENTE.
           IF NOT TEM-TRAILER-PEND
              OR WRK-TRL-QTD   NOT = DV-QTD-REGISTROS
              OR WRK-TRL-TOTAL NOT = DV-TOTAL-CONTROLE
              OR WRK-TRL-QTD   NOT = WRK-QTD-EMP
              OR WRK-TRL-TOTAL NOT = WRK-TOT-DIFERENCA
              DISPLAY 'DISSIDIO-PENDENTE NAO CONFERE COM O VISTO DE '
                      DV-OPERADOR ' - NADA EFETIVADO'
              SET TEM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           IF WRK-QTD-EMP = 0
              DISPLAY 'NENHUM EMPREGADO APTO NO REAJUSTE VISTADO'
              SET TEM-ERRO TO TRUE
              GO TO 5100-EXIT
           END-IF.
           DISPLAY 'VISTO DE ' DV-OPERADOR ' EM ' DV-DATA ' '
                   DV-HORA ' - ' WRK-QTD-EMP ' APTOS'.
       5100-EXIT.
           EXIT.

       5110-LER-PENDENTE.
           READ DISSIDIO-PENDENTE
               AT END SET FIM-DP TO TRUE
           END-READ.
       5110-EXIT.
           EXIT.

       5120-GUARDAR-APTO.
           IF WRK-QTD-EMP >= 500
              ADD 1 TO WRK-QTD-EXCEDENTES
              GO TO 5120-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EMP.
           MOVE WRK-QTD-EMP TO WRK-IDX.
           MOVE DP-ID           TO WRK-TE-ID(WRK-IDX).
           MOVE DP-NOME         TO WRK-TE-NOME(WRK-IDX).
           MOVE DP-CARGO        TO WRK-TE-CARGO(WRK-IDX).
           MOVE DP-PERCENTUAL   TO WRK-TE-PERCENTUAL(WRK-IDX).
           MOVE DP-DATA-BASE    TO WRK-TE-DATA-BASE(WRK-IDX).
           MOVE DP-SAL-ANTES    TO WRK-TE-SAL-ANTES(WRK-IDX).
           MOVE DP-SAL-DEPOIS   TO WRK-TE-SAL-DEPOIS(WRK-IDX).
           MOVE DP-COMP-INICIAL TO WRK-TE-COMP-INICIAL(WRK-IDX).
           MOVE DP-COMP-FINAL   TO WRK-TE-COMP-FINAL(WRK-IDX).
           MOVE DP-BASE-RETRO   TO WRK-TE-BASE-RETRO(WRK-IDX).
           MOVE DP-DIFERENCA    TO WRK-TE-DIFERENCA(WRK-IDX).
           MOVE DP-MOEDA        TO WRK-TE-MOEDA(WRK-IDX).
           MOVE DP-FREQUENCIA   TO WRK-TE-FREQUENCIA(WRK-IDX).
           MOVE DP-SITUACAO     TO WRK-TE-SITUACAO(WRK-IDX).
           MOVE 'N'             TO WRK-TE-APLICADO(WRK-IDX).
           ADD DP-DIFERENCA TO WRK-TOT-DIFERENCA.
       5120-EXIT.
           EXIT.

      *****************************************************************
      * 5300-ATUALIZAR-SALARIOS - Copia EMP-IN inteiro para
      * EMP-ANTERIOR (a base de antes do reajuste fica guardada) e
      * regrava EMP-IN a partir da copia com o salario novo de cada
      * apto. Apto cujo salario em EMP-IN ja nao e o da previa (ou que
      * sumiu do arquivo) fica como esta e nao recebe diferenca.
      *****************************************************************
       5300-ATUALIZAR-SALARIOS.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'EMP-IN AUSENTE - REAJUSTE NAO EFETIVADO'
              SET TEM-ERRO TO TRUE
              GO TO 5300-EXIT
           END-IF.
           OPEN OUTPUT EMP-ANTERIOR.
           PERFORM 2110-LER-EMP-IN THRU 2110-EXIT.
           PERFORM UNTIL FIM-EMP-IN
              WRITE EMP-ANTERIOR-REC FROM EMP-IN-REC
              PERFORM 2110-LER-EMP-IN THRU 2110-EXIT
           END-PERFORM.
           CLOSE EMP-IN.
           CLOSE EMP-ANTERIOR.
           OPEN INPUT EMP-ANTERIOR.
           OPEN OUTPUT EMP-IN.
           PERFORM 5310-LER-ANTERIOR THRU 5310-EXIT.
           PERFORM UNTIL FIM-EA
              MOVE EMP-ANTERIOR-REC TO EMP-IN-REC
              PERFORM 5320-REAJUSTAR-REGISTRO THRU 5320-EXIT
              WRITE EMP-IN-REC
              PERFORM 5310-LER-ANTERIOR THRU 5310-EXIT
           END-PERFORM.
           CLOSE EMP-ANTERIOR.
           CLOSE EMP-IN.
           PERFORM 5330-CONFERIR-APLICADO THRU 5330-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-EMP.
       5300-EXIT.
           EXIT.

       5310-LER-ANTERIOR.
           READ EMP-ANTERIOR
               AT END SET FIM-EA TO TRUE
           END-READ.
       5310-EXIT.
           EXIT.

       5320-REAJUSTAR-REGISTRO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 5325-PROCURAR-APTO THRU 5325-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-EMP OR ACHOU.
           IF NOT ACHOU
              GO TO 5320-EXIT
           END-IF.
           SUBTRACT 1 FROM WRK-IDX.
           IF EI-SALARIO NOT = WRK-TE-SAL-ANTES(WRK-IDX)
              OR EI-CARGO NOT = WRK-TE-CARGO(WRK-IDX)
              GO TO 5320-EXIT
           END-IF.
           MOVE WRK-TE-SAL-DEPOIS(WRK-IDX) TO EI-SALARIO.
           MOVE 'S' TO WRK-TE-APLICADO(WRK-IDX).
       5320-EXIT.
           EXIT.

       5325-PROCURAR-APTO.
           IF WRK-TE-ID(WRK-IDX) = EI-ID
              AND WRK-TE-APLICADO(WRK-IDX) = 'N'
              SET ACHOU TO TRUE
           END-IF.
       5325-EXIT.
           EXIT.

       5330-CONFERIR-APLICADO.
           IF WRK-TE-APLICADO(WRK-IDX) = 'S'
              ADD 1 TO WRK-QTD-APLICADOS
              GO TO 5330-EXIT
           END-IF.
           DISPLAY 'REAJUSTE DE ' WRK-TE-ID(WRK-IDX) ' '
                   WRK-TE-NOME(WRK-IDX) ' NAO APLICADO - SALARIO OU '
                   'CARGO EM EMP-IN MUDOU DESDE A PREVIA'.
           ADD 1 TO WRK-QTD-NAO-APLIC.
           SET TEM-AVISO TO TRUE.
       5330-EXIT.
           EXIT.

      *****************************************************************
      * 5500-PAGAR-DIFERENCAS - Contracheque das diferencas dos aptos
      * reajustados, com cabecalho HEADER, descontos da rotina comum na
      * competencia corrente, trailer padrao e linha TRAILER LIQUIDO.
      *****************************************************************
       5500-PAGAR-DIFERENCAS.
           OPEN OUTPUT PAYSLIP-DISSIDIO.
           SET ARQREL2-GERADO TO TRUE.
           PERFORM 5540-EMITIR-CABECALHO THRU 5540-EXIT.
           PERFORM 5510-PAGAR-UM THRU 5510-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-EMP.
           PERFORM 5600-GRAVAR-TRAILER THRU 5600-EXIT.
           CLOSE PAYSLIP-DISSIDIO.
       5500-EXIT.
           EXIT.

       5510-PAGAR-UM.
           IF WRK-TE-APLICADO(WRK-IDX) NOT = 'S'
              OR WRK-TE-DIFERENCA(WRK-IDX) = ZEROS
              GO TO 5510-EXIT
           END-IF.
           MOVE WRK-TE-DIFERENCA(WRK-IDX) TO WRK-DIFERENCA.
           MOVE WRK-DIFERENCA TO CD-SALARIO-BRUTO.
           MOVE WRK-MES-CORRENTE TO CD-COMPETENCIA.
           MOVE WRK-TE-ID(WRK-IDX) TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'DIFERENCA DE ' WRK-TE-ID(WRK-IDX)
                      ' NAO PAGA - SEM TABELA DE INSS/IRRF NA '
                      'COMPETENCIA ' CD-COMPETENCIA
              ADD 1 TO WRK-QTD-NAO-PAGOS
              SET TEM-AVISO TO TRUE
              GO TO 5510-EXIT
           END-IF.
           MOVE WRK-TE-MOEDA(WRK-IDX) TO WRK-MOEDA.
           EVALUATE WRK-MOEDA
              WHEN 'USD' MOVE 'US$' TO WRK-SIMBOLO
              WHEN 'EUR' MOVE 'EUR' TO WRK-SIMBOLO
              WHEN OTHER MOVE 'R$ ' TO WRK-SIMBOLO
           END-EVALUATE.
           MOVE WRK-DIFERENCA TO WRK-SALARIO-EDITADO.
           MOVE SPACES TO WRK-SALARIO-MASK.
           STRING WRK-SIMBOLO DELIMITED BY SIZE
                  WRK-SALARIO-EDITADO DELIMITED BY SIZE
                  INTO WRK-SALARIO-MASK.
           PERFORM 5545-CONTROLAR-PAGINA THRU 5545-EXIT.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE WRK-TE-NOME(WRK-IDX) TO PO-NOME.
           MOVE WRK-TE-ID(WRK-IDX)   TO PO-ID.
           MOVE WRK-SALARIO-MASK     TO PO-SALARIO-MASK.
           MOVE 'DISSIDIO'           TO PO-SITUACAO.
           MOVE CD-SALARIO-BRUTO   TO PO-BRUTO-ED.
           MOVE CD-DESC-INSS       TO PO-INSS-ED.
           MOVE CD-DESC-IRRF       TO PO-IRRF-ED.
           MOVE CD-SALARIO-LIQUIDO TO PO-LIQUIDO-ED.
           ADD CD-SALARIO-LIQUIDO TO WRK-BT-LIQUIDO.
           WRITE PAYSLIP-OUT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-DIFERENCA TO WRK-BT-TOTAL.
           PERFORM 5520-ACUMULAR-YTD THRU 5520-EXIT.
           PERFORM 5530-GRAVAR-PAY-HIST THRU 5530-EXIT.
           DISPLAY 'DIFERENCA DE ' WRK-TE-ID(WRK-IDX) ' '
                   WRK-TE-NOME(WRK-IDX) ': ' WRK-SALARIO-MASK
                   ' (' WRK-TE-COMP-INICIAL(WRK-IDX) ' A '
                   WRK-TE-COMP-FINAL(WRK-IDX) ')'.
       5510-EXIT.
           EXIT.

      *****************************************************************
      * 5520-ACUMULAR-YTD - Soma a diferenca ao acumulado do ano do
      * empregado na moeda correspondente, como a folha mensal faz.
      *****************************************************************
       5520-ACUMULAR-YTD.
           OPEN I-O YTD-SAL-FILE.
           IF WRK-YTD-STATUS = '35'
              OPEN OUTPUT YTD-SAL-FILE
              CLOSE YTD-SAL-FILE
              OPEN I-O YTD-SAL-FILE
           END-IF.
           MOVE WRK-TE-ID(WRK-IDX) TO YS-ID.
           READ YTD-SAL-FILE
               INVALID KEY
                  MOVE WRK-TE-ID(WRK-IDX)   TO YS-ID
                  MOVE WRK-TE-NOME(WRK-IDX) TO YS-NOME
                  MOVE ZEROS TO YS-TOTAL-BRL YS-TOTAL-USD
                                YS-TOTAL-EUR
                  MOVE WRK-TE-FREQUENCIA(WRK-IDX) TO YS-FREQ-PAGAMENTO
                  PERFORM 5525-SOMAR-NA-MOEDA THRU 5525-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  WRITE YTD-SAL-REC
               NOT INVALID KEY
                  PERFORM 5525-SOMAR-NA-MOEDA THRU 5525-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  REWRITE YTD-SAL-REC
           END-READ.
           CLOSE YTD-SAL-FILE.
       5520-EXIT.
           EXIT.

       5525-SOMAR-NA-MOEDA.
           EVALUATE WRK-MOEDA
              WHEN 'USD' ADD WRK-DIFERENCA TO YS-TOTAL-USD
              WHEN 'EUR' ADD WRK-DIFERENCA TO YS-TOTAL-EUR
              WHEN OTHER ADD WRK-DIFERENCA TO YS-TOTAL-BRL
           END-EVALUATE.
       5525-EXIT.
           EXIT.

      *****************************************************************
      * 5530-GRAVAR-PAY-HIST - Registra a diferenca no historico na
      * competencia corrente (a do pagamento), com tipo D: fora do
      * estorno mensal e marca de reajuste ja pago para uma previa
      * repetida.
      *****************************************************************
       5530-GRAVAR-PAY-HIST.
           MOVE SPACES TO PAY-HIST-REC.
           MOVE WRK-TE-NOME(WRK-IDX) TO PH-NOME.
           MOVE WRK-MES-CORRENTE TO PH-COMPETENCIA.
           MOVE WRK-DIFERENCA TO PH-VALOR.
           MOVE WRK-MOEDA     TO PH-MOEDA.
           MOVE WRK-TE-FREQUENCIA(WRK-IDX) TO PH-FREQUENCIA.
           MOVE WRK-TE-ID(WRK-IDX)         TO PH-ID.
           MOVE 'D' TO PH-TIPO.
           OPEN EXTEND PAY-HIST.
           WRITE PAY-HIST-REC.
           CLOSE PAY-HIST.
       5530-EXIT.
           EXIT.

      *****************************************************************
      * 5540-EMITIR-CABECALHO - Cabecalho de relatorio do contracheque
      * do dissidio, marcado com o literal HEADER como na folha mensal.
      *****************************************************************
       5540-EMITIR-CABECALHO.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE SPACES TO PAYSLIP-DISSIDIO-LINHA.
           STRING 'HEADER ' DELIMITED BY SIZE
                  INST-NOME DELIMITED BY SIZE
                  INTO PAYSLIP-DISSIDIO-LINHA
           END-STRING.
           WRITE PAYSLIP-DISSIDIO-LINHA.
           MOVE SPACES TO PAYSLIP-DISSIDIO-LINHA.
           STRING 'HEADER ' DELIMITED BY SIZE
                  'DIFERENCAS DE DISSIDIO  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  '  PAGINA: ' DELIMITED BY SIZE
                  WRK-NUM-PAGINA DELIMITED BY SIZE
                  INTO PAYSLIP-DISSIDIO-LINHA
           END-STRING.
           WRITE PAYSLIP-DISSIDIO-LINHA.
           MOVE ZERO TO WRK-LINHA-PAGINA.
       5540-EXIT.
           EXIT.

       5545-CONTROLAR-PAGINA.
           ADD 1 TO WRK-LINHA-PAGINA.
           IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS
              PERFORM 5540-EMITIR-CABECALHO THRU 5540-EXIT
           END-IF.
       5545-EXIT.
           EXIT.

      *****************************************************************
      * 5600-GRAVAR-TRAILER - Trailer padrao do lote (quantidade e
      * total de controle do bruto) mais a linha TRAILER LIQUIDO, como
      * na folha mensal.
      *****************************************************************
       5600-GRAVAR-TRAILER.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           MOVE WRK-BT-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO PAYSLIP-DISSIDIO-LINHA.
           STRING 'TRAILER LIQUIDO ' DELIMITED BY SIZE
                  WRK-LIQUIDO-ED     DELIMITED BY SIZE
                  INTO PAYSLIP-DISSIDIO-LINHA
           END-STRING.
           WRITE PAYSLIP-DISSIDIO-LINHA.
       5600-EXIT.
           EXIT.

      *****************************************************************
      * 5900-RESUMIR-EFETIVACAO - Resumo da efetivacao no console.
      *****************************************************************
       5900-RESUMIR-EFETIVACAO.
           MOVE WRK-BT-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'REAJUSTE COLETIVO EFETIVADO'.
           DISPLAY 'SALARIOS REAJUSTADOS EM EMP-IN: ' WRK-QTD-APLICADOS.
           DISPLAY 'DIFERENCAS PAGAS..............: ' WRK-BT-CONTADOR.
           DISPLAY 'TOTAL DAS DIFERENCAS PAGAS....: ' WRK-TOTAL-ED.
           IF WRK-QTD-NAO-APLIC > 0
              DISPLAY 'APTOS NAO REAJUSTADOS.........: '
                      WRK-QTD-NAO-APLIC
           END-IF.
           IF WRK-QTD-NAO-PAGOS > 0
              DISPLAY 'DIFERENCAS NAO PAGAS..........: '
                      WRK-QTD-NAO-PAGOS
           END-IF.
       5900-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de DISSIDIO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT DISSIDIO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'DISSIDIO-REPORT' TO AG-RELATORIO.
           MOVE 'APLICA-DISSIDIO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE DISSIDIO-REPORT-RELIDO.
           MOVE WRK-QTD-EMP TO AG-QTD-REGISTROS.
           MOVE WRK-TOT-DEPOIS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ DISSIDIO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE DISSIDIO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9820-ARQUIVAR-HOLERITE - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PAYSLIP-DISSIDIO desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9820-ARQUIVAR-HOLERITE.
           IF NOT ARQREL2-GERADO
              GO TO 9820-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PAYSLIP-DISSIDIO-RELIDO.
           IF WRK-ARQREL2-STATUS NOT = '00'
              GO TO 9820-EXIT
           END-IF.
           MOVE 'PAYSLIP-DISSIDIO' TO AG-RELATORIO.
           MOVE 'APLICA-DISSIDIO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9830-ARQUIVAR-LINHA-HOLERITE THRU 9830-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PAYSLIP-DISSIDIO-RELIDO.
           MOVE WRK-QTD-APLICADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9820-EXIT.
           EXIT.

       9830-ARQUIVAR-LINHA-HOLERITE.
           READ PAYSLIP-DISSIDIO-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9830-EXIT
           END-READ.
           MOVE PAYSLIP-DISSIDIO-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9830-EXIT.
           EXIT.
