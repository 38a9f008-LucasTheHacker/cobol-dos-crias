       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAGA-FERIAS.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Pagamento das ferias programadas em MANTER-FERIAS:
      *           toda programacao pendente da conta FERIAS cujo gozo
      *           comeca ate DIAS=nn dias a frente (PARM do EXEC PGM=,
      *           padrao 05) e paga antes do inicio do gozo. O valor e
      *           a media mensal dos brutos pagos ao empregado em
      *           PAY-HIST nas doze competencias anteriores ao mes de
      *           inicio, proporcional aos dias (base de 30), mais o
      *           terco constitucional; os dias gozados depois do
      *           limite do periodo concessivo entram em dobro. O
      *           pagamento sai pela mesma maquina de contracheque do
      *           13o (PAYSLIP-FERIAS, com cabecalho HEADER, descontos
      *           da rotina comum CALC-DESCONTO na competencia do
      *           inicio, trailer padrao e linha TRAILER LIQUIDO), e
      *           acumulado em YTD-SAL na moeda do empregado e
      *           registrado em PAY-HIST com tipo F (ferias), que a
      *           base do 13o e o estorno mensal deixam de fora. A
      *           programacao paga soma os dias aos gozados do
      *           periodo. Empregado inativo, sem historico ou sem
      *           tabela fiscal na competencia fica pendente (RC 4).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Acertos de rescisao (PAY-HIST tipo R) ficam
      *                       fora da base das ferias.
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
      * 15/10/2026 Batista - Programacao cuja competencia do inicio do
      *                       gozo foi fechada por FECHA-FOLHA (rotina
      *                       CONSULTA-FECHAMENTO) nao e paga e fica
      *                       pendente (RC 4).
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copia de PAYSLIP-FERIAS guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
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
           SELECT FERIAS ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CHAVE
               FILE STATUS IS WRK-FE-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT PAYSLIP-FERIAS ASSIGN TO "PAYSLIP-FERIAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-FERIAS-RELIDO ASSIGN TO "PAYSLIP-FERIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YS-ID
               ALTERNATE RECORD KEY IS YS-NOME WITH DUPLICATES
               FILE STATUS IS WRK-YTD-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FERIAS.
           COPY FERIAS.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  PAYSLIP-FERIAS
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.
           COPY TRAILER.
       01  PAYSLIP-FERIAS-LINHA    PIC X(192).

       FD  PAYSLIP-FERIAS-RELIDO
           RECORD CONTAINS 192 CHARACTERS.
       01  PAYSLIP-FERIAS-RELIDO-REC PIC X(192).

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
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-FE-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-FERIAS    PIC X(01)      VALUE 'N'.
           88 FIM-FERIAS                    VALUE 'S'.
       77  WRK-FIM-PH        PIC X(01)      VALUE 'N'.
           88 FIM-PH                        VALUE 'S'.
       77  WRK-TABELA-OK     PIC X(01)      VALUE 'N'.
           88 TABELA-FISCAL-OK              VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC-ED  PIC 9999/99/99 VALUE ZEROS.
       77  WRK-DATA-LIMITE   PIC 9(08)      VALUE ZEROS.
       77  WRK-ANTECEDENCIA  PIC 9(02)      VALUE 05.
       77  WRK-COMP-INICIO   PIC 9(06)      VALUE ZEROS.
       77  WRK-COMP-MINIMA   PIC 9(06)      VALUE ZEROS.
       77  WRK-COMPETENCIA-ANO PIC 9(04)    VALUE ZEROS.
       77  WRK-COMPETENCIA-MES PIC 9(02)    VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-MES       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-MOEDA     PIC 9(01) COMP VALUE ZERO.
       77  WRK-IDX-DIA       PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-ITENS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-DESCARTADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-PENDENTES PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-MESES     PIC 9(02)      VALUE ZEROS.
       77  WRK-DIAS-DOBRO    PIC 9(02)      VALUE ZEROS.
       77  WRK-MEDIA-MENSAL  PIC 9(08)V99   VALUE ZEROS.
       77  WRK-VALOR-DIAS    PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TERCO         PIC 9(08)V99   VALUE ZEROS.
       77  WRK-FERIAS        PIC 9(08)V99   VALUE ZEROS.
       77  WRK-MOEDA         PIC X(03)      VALUE SPACES.
       77  WRK-SIMBOLO       PIC X(03)      VALUE 'R$ '.
       77  WRK-SALARIO-EDITADO PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-MASK  PIC X(18)      VALUE SPACES.
       77  WRK-BT-CONTADOR   PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL      PIC 9(09)V99   VALUE ZEROS.
       77  WRK-BT-LIQUIDO    PIC 9(09)V99   VALUE ZEROS.
       77  WRK-LIQUIDO-ED    PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-NUM-PAGINA    PIC 9(03)      VALUE ZERO.
       77  WRK-LINHA-PAGINA  PIC 9(03)      VALUE ZERO.
       77  WRK-MAX-LINHAS    PIC 9(03)      VALUE 20.
      *
      * Programacoes a pagar nesta execucao, com a base de cada uma
      * por moeda (BRL/USD/EUR): soma dos brutos nas doze competencias
      * anteriores ao inicio e o mapa dos meses com pagamento. A moeda
      * paga e a do pagamento mais recente. Ate 200 programacoes; as
      * excedentes ficam para a proxima execucao.
       01  WRK-TAB-ITENS.
           05 WRK-ITEM-ENT OCCURS 200 TIMES.
              10 WRK-TI-CHAVE.
                 15 WRK-TI-ID       PIC X(06).
                 15 WRK-TI-INICIO-AQUIS PIC 9(08).
              10 WRK-TI-LIMITE      PIC 9(08).
              10 WRK-TI-PROG-INICIO PIC 9(08).
              10 WRK-TI-PROG-DIAS   PIC 9(02).
              10 WRK-TI-NOME        PIC X(20).
              10 WRK-TI-FREQ        PIC X(01).
              10 WRK-TI-ULT-COMP    PIC 9(06).
              10 WRK-TI-ULT-MOEDA   PIC 9(01).
              10 WRK-TI-BASE OCCURS 3 TIMES.
                 15 WRK-TI-SOMA     PIC S9(10)V99.
                 15 WRK-TI-MES      PIC X(01) OCCURS 12 TIMES.
      *
      * Datas avancadas dia a dia, como em CALENDARIO-PAGAMENTO.
       01  WRK-DATA-CALC.
           05 WRK-ANO-CALC    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CALC    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CALC    PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES    PIC 9(02)      VALUE ZEROS.
       77  WRK-BISSEXTO       PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                   VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF NOT TABELA-FISCAL-OK
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE NA COMPETENCIA '
                      'CORRENTE - FERIAS NAO PAGAS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - FERIAS NAO PAGAS'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2000-SELECIONAR THRU 2000-EXIT.
           PERFORM 3000-APURAR-BASE THRU 3000-EXIT.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           MOVE 'PAGA-FERIAS' TO TA-JOB.
           MOVE SPACES TO TA-OPERADOR.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           IF TA-ARQUIVO-EM-USO
              DISPLAY 'YTD-SAL EM USO POR ' TA-JOB-DONO
                      ' DESDE ' TA-DATA-DONO ' ' TA-HORA-DONO
                      ' - EXECUCAO RECUSADA'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 4000-PAGAR-FERIAS THRU 4000-EXIT.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve a antecedencia (DIAS=nn no PARM do
      * JCL; padrao 05) e a data limite de inicio do gozo, confere que
      * ha tabela de INSS/IRRF vigente no mes corrente e abre a conta
      * de ferias e o contracheque.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:5) = 'DIAS='
              AND WRK-PARM-JCL-TEXTO(6:2) IS NUMERIC
              MOVE WRK-PARM-JCL-TEXTO(6:2) TO WRK-ANTECEDENCIA
           END-IF.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CALC-NUM.
           PERFORM 7200-AVANCAR-UM-DIA THRU 7200-EXIT
              VARYING WRK-IDX-DIA FROM 1 BY 1
              UNTIL WRK-IDX-DIA > WRK-ANTECEDENCIA.
           MOVE WRK-DATA-CALC-NUM TO WRK-DATA-LIMITE.
           DISPLAY 'PAGANDO FERIAS COM INICIO ATE ' WRK-DATA-LIMITE.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-DATA-EXEC(1:6) TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              GO TO 1000-EXIT
           END-IF.
           SET TABELA-FISCAL-OK TO TRUE.
           OPEN I-O FERIAS.
           IF WRK-FE-STATUS = '35'
              OPEN OUTPUT FERIAS
              CLOSE FERIAS
              OPEN I-O FERIAS
           END-IF.
           OPEN OUTPUT PAYSLIP-FERIAS.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 4040-EMITIR-CABECALHO THRU 4040-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-SELECIONAR - Le a conta de ferias de ponta a ponta
      * guardando as programacoes pendentes com inicio ate a data
      * limite.
      *****************************************************************
       2000-SELECIONAR.
           PERFORM 2100-LER-FERIAS THRU 2100-EXIT.
           PERFORM UNTIL FIM-FERIAS
              IF FE-PROG-PENDENTE
                 AND FE-PROG-INICIO NOT > WRK-DATA-LIMITE
                 PERFORM 2200-GUARDAR-ITEM THRU 2200-EXIT
              END-IF
              PERFORM 2100-LER-FERIAS THRU 2100-EXIT
           END-PERFORM.
       2000-EXIT.
           EXIT.

       2100-LER-FERIAS.
           READ FERIAS NEXT RECORD
               AT END SET FIM-FERIAS TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-GUARDAR-ITEM.
           IF WRK-QTD-ITENS >= 200
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ITENS.
           MOVE FE-EM-ID        TO WRK-TI-ID(WRK-QTD-ITENS).
           MOVE FE-INICIO-AQUIS TO WRK-TI-INICIO-AQUIS(WRK-QTD-ITENS).
           MOVE FE-LIMITE-GOZO  TO WRK-TI-LIMITE(WRK-QTD-ITENS).
           MOVE FE-PROG-INICIO  TO WRK-TI-PROG-INICIO(WRK-QTD-ITENS).
           MOVE FE-PROG-DIAS    TO WRK-TI-PROG-DIAS(WRK-QTD-ITENS).
           MOVE SPACES          TO WRK-TI-NOME(WRK-QTD-ITENS)
                                   WRK-TI-FREQ(WRK-QTD-ITENS).
           MOVE ZEROS           TO WRK-TI-ULT-COMP(WRK-QTD-ITENS)
                                   WRK-TI-ULT-MOEDA(WRK-QTD-ITENS).
           MOVE WRK-QTD-ITENS TO WRK-IDX.
           PERFORM 2210-ZERAR-MOEDA THRU 2210-EXIT
              VARYING WRK-IDX-MOEDA FROM 1 BY 1
              UNTIL WRK-IDX-MOEDA > 3.
       2200-EXIT.
           EXIT.

       2210-ZERAR-MOEDA.
           MOVE ZEROS TO WRK-TI-SOMA(WRK-IDX WRK-IDX-MOEDA).
           PERFORM 2220-ZERAR-MES THRU 2220-EXIT
              VARYING WRK-IDX-MES FROM 1 BY 1
              UNTIL WRK-IDX-MES > 12.
       2210-EXIT.
           EXIT.

       2220-ZERAR-MES.
           MOVE 'N' TO WRK-TI-MES(WRK-IDX WRK-IDX-MOEDA WRK-IDX-MES).
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APURAR-BASE - Le PAY-HIST de ponta a ponta somando, para
      * cada programacao do empregado, os brutos mensais (sem 13o,
      * ferias nem acertos de rescisao) das doze competencias
      * anteriores ao mes de inicio do gozo; estornos abatem.
      *****************************************************************
       3000-APURAR-BASE.
           IF WRK-QTD-ITENS = 0
              GO TO 3000-EXIT
           END-IF.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - SEM BASE PARA AS FERIAS'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LER-PAY-HIST THRU 3100-EXIT.
           PERFORM UNTIL FIM-PH
              DIVIDE PH-COMPETENCIA BY 100
                  GIVING WRK-COMPETENCIA-ANO
                  REMAINDER WRK-COMPETENCIA-MES
              IF WRK-COMPETENCIA-MES >= 1
                 AND WRK-COMPETENCIA-MES <= 12
                 AND NOT PH-FERIAS AND NOT PH-RESCISAO
                 PERFORM 3200-ACUMULAR-BASE THRU 3200-EXIT
                    VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-ITENS
              END-IF
              PERFORM 3100-LER-PAY-HIST THRU 3100-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
       3000-EXIT.
           EXIT.

       3100-LER-PAY-HIST.
           READ PAY-HIST
               AT END SET FIM-PH TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-ACUMULAR-BASE.
           IF PH-ID NOT = WRK-TI-ID(WRK-IDX)
              GO TO 3200-EXIT
           END-IF.
           MOVE WRK-TI-PROG-INICIO(WRK-IDX)(1:6) TO WRK-COMP-INICIO.
           COMPUTE WRK-COMP-MINIMA = WRK-COMP-INICIO - 100.
           IF PH-COMPETENCIA < WRK-COMP-MINIMA
              OR PH-COMPETENCIA NOT < WRK-COMP-INICIO
              GO TO 3200-EXIT
           END-IF.
           EVALUATE PH-MOEDA
              WHEN 'USD' MOVE 2 TO WRK-IDX-MOEDA
              WHEN 'EUR' MOVE 3 TO WRK-IDX-MOEDA
              WHEN OTHER MOVE 1 TO WRK-IDX-MOEDA
           END-EVALUATE.
           IF PH-ESTORNO
              SUBTRACT PH-VALOR FROM WRK-TI-SOMA(WRK-IDX WRK-IDX-MOEDA)
              GO TO 3200-EXIT
           END-IF.
           ADD PH-VALOR TO WRK-TI-SOMA(WRK-IDX WRK-IDX-MOEDA).
           MOVE 'S' TO WRK-TI-MES(WRK-IDX WRK-IDX-MOEDA
                                  WRK-COMPETENCIA-MES).
           IF PH-COMPETENCIA NOT < WRK-TI-ULT-COMP(WRK-IDX)
              MOVE PH-COMPETENCIA TO WRK-TI-ULT-COMP(WRK-IDX)
              MOVE WRK-IDX-MOEDA  TO WRK-TI-ULT-MOEDA(WRK-IDX)
              MOVE PH-FREQUENCIA  TO WRK-TI-FREQ(WRK-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-PAGAR-FERIAS - Paga cada programacao selecionada: media
      * mensal da moeda do ultimo pagamento, proporcional aos dias
      * (com os dias fora do prazo em dobro), mais um terco; o
      * pagamento sai no contracheque com os descontos da rotina
      * comum, acumula em YTD-SAL, entra em PAY-HIST com tipo F e
      * baixa a programacao na conta de ferias. Programacao cuja
      * competencia do inicio do gozo ja foi fechada por FECHA-FOLHA
      * fica pendente, como as sem tabela fiscal.
      *****************************************************************
       4000-PAGAR-FERIAS.
           PERFORM 4100-PAGAR-UM THRU 4100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ITENS.
           PERFORM 4200-GRAVAR-TRAILER THRU 4200-EXIT.
           CLOSE PAYSLIP-FERIAS.
           CLOSE FERIAS.
           CLOSE EMP-MASTER.
       4000-EXIT.
           EXIT.

       4100-PAGAR-UM.
           MOVE WRK-TI-ID(WRK-IDX) TO EM-ID.
           READ EMP-MASTER
               INVALID KEY MOVE 'I' TO EM-STATUS
           END-READ.
           IF NOT EM-ATIVO
              DISPLAY 'FERIAS DE ' WRK-TI-ID(WRK-IDX)
                      ' NAO PAGAS - EMPREGADO INATIVO OU NAO CADASTRADO'
              ADD 1 TO WRK-QTD-PENDENTES
              GO TO 4100-EXIT
           END-IF.
           MOVE EM-NOME TO WRK-TI-NOME(WRK-IDX).
           MOVE WRK-TI-ULT-MOEDA(WRK-IDX) TO WRK-IDX-MOEDA.
           MOVE ZEROS TO WRK-QTD-MESES.
           IF WRK-IDX-MOEDA > 0
              PERFORM 4110-CONTAR-MES THRU 4110-EXIT
                 VARYING WRK-IDX-MES FROM 1 BY 1
                 UNTIL WRK-IDX-MES > 12
           END-IF.
           IF WRK-QTD-MESES = 0
              DISPLAY 'FERIAS DE ' WRK-TI-ID(WRK-IDX)
                      ' NAO PAGAS - SEM PAGAMENTOS NOS DOZE MESES '
                      'ANTERIORES'
              ADD 1 TO WRK-QTD-PENDENTES
              GO TO 4100-EXIT
           END-IF.
           MOVE WRK-TI-PROG-INICIO(WRK-IDX)(1:6) TO CF-COMPETENCIA.
           CALL 'CONSULTA-FECHAMENTO' USING CONSULTA-FECHAMENTO-LNK.
           IF CF-FECHADA
              DISPLAY 'FERIAS DE ' WRK-TI-ID(WRK-IDX)
                      ' NAO PAGAS - COMPETENCIA ' CF-COMPETENCIA
                      ' FECHADA EM ' CF-DATA-FECHAMENTO
              ADD 1 TO WRK-QTD-PENDENTES
              GO TO 4100-EXIT
           END-IF.
           COMPUTE WRK-MEDIA-MENSAL ROUNDED =
               WRK-TI-SOMA(WRK-IDX WRK-IDX-MOEDA) / WRK-QTD-MESES.
           PERFORM 4120-CONTAR-DOBRO THRU 4120-EXIT.
           COMPUTE WRK-VALOR-DIAS ROUNDED = WRK-MEDIA-MENSAL
               * (WRK-TI-PROG-DIAS(WRK-IDX) + WRK-DIAS-DOBRO) / 30.
           COMPUTE WRK-TERCO ROUNDED = WRK-VALOR-DIAS / 3.
           COMPUTE WRK-FERIAS = WRK-VALOR-DIAS + WRK-TERCO.
           MOVE WRK-FERIAS TO CD-SALARIO-BRUTO.
           MOVE WRK-TI-PROG-INICIO(WRK-IDX)(1:6) TO CD-COMPETENCIA.
           MOVE WRK-TI-ID(WRK-IDX) TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'FERIAS DE ' WRK-TI-ID(WRK-IDX)
                      ' NAO PAGAS - SEM TABELA DE INSS/IRRF NA '
                      'COMPETENCIA ' CD-COMPETENCIA
              ADD 1 TO WRK-QTD-PENDENTES
              GO TO 4100-EXIT
           END-IF.
           EVALUATE WRK-IDX-MOEDA
              WHEN 2
                 MOVE 'USD' TO WRK-MOEDA
                 MOVE 'US$' TO WRK-SIMBOLO
              WHEN 3
                 MOVE 'EUR' TO WRK-MOEDA
                 MOVE 'EUR' TO WRK-SIMBOLO
              WHEN OTHER
                 MOVE 'BRL' TO WRK-MOEDA
                 MOVE 'R$ ' TO WRK-SIMBOLO
           END-EVALUATE.
           MOVE WRK-FERIAS TO WRK-SALARIO-EDITADO.
           MOVE SPACES TO WRK-SALARIO-MASK.
           STRING WRK-SIMBOLO DELIMITED BY SIZE
                  WRK-SALARIO-EDITADO DELIMITED BY SIZE
                  INTO WRK-SALARIO-MASK.
           PERFORM 4045-CONTROLAR-PAGINA THRU 4045-EXIT.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE WRK-TI-NOME(WRK-IDX) TO PO-NOME.
           MOVE WRK-TI-ID(WRK-IDX)   TO PO-ID.
           MOVE WRK-SALARIO-MASK     TO PO-SALARIO-MASK.
           IF WRK-DIAS-DOBRO > 0
              MOVE 'FERIAS EM DOBRO' TO PO-SITUACAO
           ELSE
              MOVE 'FERIAS'          TO PO-SITUACAO
           END-IF.
           MOVE CD-SALARIO-BRUTO   TO PO-BRUTO-ED.
           MOVE CD-DESC-INSS       TO PO-INSS-ED.
           MOVE CD-DESC-IRRF       TO PO-IRRF-ED.
           MOVE CD-SALARIO-LIQUIDO TO PO-LIQUIDO-ED.
           ADD CD-SALARIO-LIQUIDO TO WRK-BT-LIQUIDO.
           WRITE PAYSLIP-OUT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-FERIAS TO WRK-BT-TOTAL.
           PERFORM 4130-ACUMULAR-YTD THRU 4130-EXIT.
           PERFORM 4140-GRAVAR-PAY-HIST THRU 4140-EXIT.
           PERFORM 4150-BAIXAR-PROGRAMACAO THRU 4150-EXIT.
           DISPLAY 'FERIAS DE ' WRK-TI-ID(WRK-IDX) ' '
                   WRK-TI-NOME(WRK-IDX) ': ' WRK-SALARIO-MASK
                   ' (' WRK-TI-PROG-DIAS(WRK-IDX) ' DIAS, '
                   WRK-DIAS-DOBRO ' EM DOBRO)'.
       4100-EXIT.
           EXIT.

       4110-CONTAR-MES.
           IF WRK-TI-MES(WRK-IDX WRK-IDX-MOEDA WRK-IDX-MES) = 'S'
              ADD 1 TO WRK-QTD-MESES
           END-IF.
       4110-EXIT.
           EXIT.

      *****************************************************************
      * 4120-CONTAR-DOBRO - Conta os dias do gozo que caem depois do
      * limite do periodo concessivo, avancando dia a dia a partir do
      * inicio programado.
      *****************************************************************
       4120-CONTAR-DOBRO.
           MOVE ZEROS TO WRK-DIAS-DOBRO.
           MOVE WRK-TI-PROG-INICIO(WRK-IDX) TO WRK-DATA-CALC-NUM.
           PERFORM 4125-CONFERIR-DIA THRU 4125-EXIT
              VARYING WRK-IDX-DIA FROM 1 BY 1
              UNTIL WRK-IDX-DIA > WRK-TI-PROG-DIAS(WRK-IDX).
       4120-EXIT.
           EXIT.

       4125-CONFERIR-DIA.
           IF WRK-DATA-CALC-NUM > WRK-TI-LIMITE(WRK-IDX)
              ADD 1 TO WRK-DIAS-DOBRO
           END-IF.
           PERFORM 7200-AVANCAR-UM-DIA THRU 7200-EXIT.
       4125-EXIT.
           EXIT.

      *****************************************************************
      * 4130-ACUMULAR-YTD - Soma as ferias ao acumulado do ano do
      * empregado na moeda correspondente, como a folha mensal faz.
      *****************************************************************
       4130-ACUMULAR-YTD.
           OPEN I-O YTD-SAL-FILE.
           IF WRK-YTD-STATUS = '35'
              OPEN OUTPUT YTD-SAL-FILE
              CLOSE YTD-SAL-FILE
              OPEN I-O YTD-SAL-FILE
           END-IF.
           MOVE WRK-TI-ID(WRK-IDX) TO YS-ID.
           READ YTD-SAL-FILE
               INVALID KEY
                  MOVE WRK-TI-ID(WRK-IDX)   TO YS-ID
                  MOVE WRK-TI-NOME(WRK-IDX) TO YS-NOME
                  MOVE ZEROS TO YS-TOTAL-BRL YS-TOTAL-USD
                                YS-TOTAL-EUR
                  MOVE WRK-TI-FREQ(WRK-IDX) TO YS-FREQ-PAGAMENTO
                  PERFORM 4135-SOMAR-NA-MOEDA THRU 4135-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  WRITE YTD-SAL-REC
               NOT INVALID KEY
                  PERFORM 4135-SOMAR-NA-MOEDA THRU 4135-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  REWRITE YTD-SAL-REC
           END-READ.
           CLOSE YTD-SAL-FILE.
       4130-EXIT.
           EXIT.

       4135-SOMAR-NA-MOEDA.
           EVALUATE WRK-MOEDA
              WHEN 'USD' ADD WRK-FERIAS TO YS-TOTAL-USD
              WHEN 'EUR' ADD WRK-FERIAS TO YS-TOTAL-EUR
              WHEN OTHER ADD WRK-FERIAS TO YS-TOTAL-BRL
           END-EVALUATE.
       4135-EXIT.
           EXIT.

      *****************************************************************
      * 4140-GRAVAR-PAY-HIST - Registra as ferias no historico mensal
      * na competencia do inicio do gozo, com tipo F para ficarem fora
      * da base do 13o e do estorno da folha mensal.
      *****************************************************************
       4140-GRAVAR-PAY-HIST.
           MOVE SPACES TO PAY-HIST-REC.
           MOVE WRK-TI-NOME(WRK-IDX) TO PH-NOME.
           MOVE WRK-TI-PROG-INICIO(WRK-IDX)(1:6) TO PH-COMPETENCIA.
           MOVE WRK-FERIAS TO PH-VALOR.
           MOVE WRK-MOEDA  TO PH-MOEDA.
           MOVE WRK-TI-FREQ(WRK-IDX) TO PH-FREQUENCIA.
           MOVE WRK-TI-ID(WRK-IDX)   TO PH-ID.
           MOVE 'F' TO PH-TIPO.
           OPEN EXTEND PAY-HIST.
           WRITE PAY-HIST-REC.
           CLOSE PAY-HIST.
       4140-EXIT.
           EXIT.

      *****************************************************************
      * 4150-BAIXAR-PROGRAMACAO - Marca a programacao como paga, com
      * data e valor, e soma os dias aos gozados do periodo.
      *****************************************************************
       4150-BAIXAR-PROGRAMACAO.
           MOVE WRK-TI-CHAVE(WRK-IDX) TO FE-CHAVE.
           READ FERIAS
               INVALID KEY
                  DISPLAY 'PERIODO ' WRK-TI-CHAVE(WRK-IDX)
                          ' SUMIU DA CONTA DE FERIAS'
                  GO TO 4150-EXIT
           END-READ.
           ADD FE-PROG-DIAS TO FE-DIAS-GOZADOS.
           MOVE 'G' TO FE-PROG-SITUACAO.
           MOVE WRK-DATA-EXEC TO FE-PROG-DATA-PAGTO.
           MOVE WRK-FERIAS    TO FE-PROG-VALOR.
           REWRITE FERIAS-REC.
       4150-EXIT.
           EXIT.

      *****************************************************************
      * 4040-EMITIR-CABECALHO - Cabecalho de relatorio do contracheque
      * de ferias, marcado com o literal HEADER como na folha mensal.
      *****************************************************************
       4040-EMITIR-CABECALHO.
           ADD 1 TO WRK-NUM-PAGINA.
           MOVE SPACES TO PAYSLIP-FERIAS-LINHA.
           STRING 'HEADER ' DELIMITED BY SIZE
                  INST-NOME DELIMITED BY SIZE
                  INTO PAYSLIP-FERIAS-LINHA
           END-STRING.
           WRITE PAYSLIP-FERIAS-LINHA.
           MOVE SPACES TO PAYSLIP-FERIAS-LINHA.
           STRING 'HEADER ' DELIMITED BY SIZE
                  'FOLHA DE FERIAS  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  '  PAGINA: ' DELIMITED BY SIZE
                  WRK-NUM-PAGINA DELIMITED BY SIZE
                  INTO PAYSLIP-FERIAS-LINHA
           END-STRING.
           WRITE PAYSLIP-FERIAS-LINHA.
           MOVE ZERO TO WRK-LINHA-PAGINA.
       4040-EXIT.
           EXIT.

       4045-CONTROLAR-PAGINA.
           ADD 1 TO WRK-LINHA-PAGINA.
           IF WRK-LINHA-PAGINA > WRK-MAX-LINHAS
              PERFORM 4040-EMITIR-CABECALHO THRU 4040-EXIT
           END-IF.
       4045-EXIT.
           EXIT.

      *****************************************************************
      * 4200-GRAVAR-TRAILER - Trailer padrao do lote (quantidade e
      * total de controle do bruto) mais a linha TRAILER LIQUIDO, como
      * na folha mensal.
      *****************************************************************
       4200-GRAVAR-TRAILER.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           MOVE WRK-BT-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE SPACES TO PAYSLIP-FERIAS-LINHA.
           STRING 'TRAILER LIQUIDO ' DELIMITED BY SIZE
                  WRK-LIQUIDO-ED     DELIMITED BY SIZE
                  INTO PAYSLIP-FERIAS-LINHA
           END-STRING.
           WRITE PAYSLIP-FERIAS-LINHA.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo do pagamento no console; programacao
      * que ficou sem pagar devolve RC 4.
      *****************************************************************
       5000-FINALIZAR.
           DISPLAY 'PAGAMENTO DE FERIAS CONCLUIDO'.
           DISPLAY 'PROGRAMACOES PAGAS: ' WRK-BT-CONTADOR.
           IF WRK-QTD-PENDENTES > 0
              DISPLAY 'PROGRAMACOES NAO PAGAS: ' WRK-QTD-PENDENTES
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'PROGRAMACOES ALEM DA TABELA DE 200: '
                      WRK-QTD-DESCARTADOS
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 7200-AVANCAR-UM-DIA - Dia seguinte da data em WRK-DATA-CALC.
      *****************************************************************
       7200-AVANCAR-UM-DIA.
           PERFORM 7250-VERIFICAR-BISSEXTO THRU 7250-EXIT.
           MOVE WRK-DIAS-MES(WRK-MES-CALC) TO WRK-DIAS-NO-MES.
           IF WRK-MES-CALC = 2 AND ANO-BISSEXTO
              MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DIA-CALC >= WRK-DIAS-NO-MES
              MOVE 1 TO WRK-DIA-CALC
              IF WRK-MES-CALC >= 12
                 MOVE 1 TO WRK-MES-CALC
                 ADD 1 TO WRK-ANO-CALC
              ELSE
                 ADD 1 TO WRK-MES-CALC
              END-IF
           ELSE
              ADD 1 TO WRK-DIA-CALC
           END-IF.
       7200-EXIT.
           EXIT.

       7250-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CALC BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CALC BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CALC BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7250-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PAYSLIP-FERIAS desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PAYSLIP-FERIAS-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PAYSLIP-FERIAS' TO AG-RELATORIO.
           MOVE 'PAGA-FERIAS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PAYSLIP-FERIAS-RELIDO.
           MOVE WRK-QTD-ITENS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PAYSLIP-FERIAS-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PAYSLIP-FERIAS-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
