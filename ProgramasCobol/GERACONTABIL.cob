       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GERA-CONTABIL.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Contabilizacao mensal da folha, que a contabilidade
      *           recebia como um total digitado, sem quebra: para a
      *           competencia do PARM (MES=AAAAMM; em branco ou
      *           invalido, a corrente), monta os lancamentos de
      *           debito e credito da folha por campus (YS-CAMPUS do
      *           acumulado YTD-SAL; sem acumulado, o 01) e por evento
      *           - salarios, ferias, rescisao e 13o de PAY-HIST, INSS
      *           e IRRF retidos (pela rotina comum CALC-DESCONTO, com
      *           a pensao deduzida do IRRF, como na folha), descontos
      *           fixos de DESC-RETIDO, pensao de PENSAO-RETIDA,
      *           provisao mensal do 13o (1/12 dos salarios) e os
      *           encargos patronais de ENCARGO-CAMPUS (APURA-ENCARGOS)
      *           - com as contas do plano PLANO-CONTAS, e grava
      *           LANCAMENTO-CONTABIL no layout de importacao: '0'
      *           cabecalho, '1' um por partida (cada lancamento e um
      *           par debito/credito do mesmo valor) e '9' trailer com
      *           os totais de debito e credito e o liquido da folha
      *           conferido contra a linha TRAILER LIQUIDO de
      *           PAYSLIP-OUT. Estorno (PH-ESTORNO) e lancado como
      *           estorno - o mesmo par de contas invertido -, nunca
      *           abatido do lancamento original. Evento com valor e
      *           sem contas no plano, plano ausente ou liquido que nao
      *           confere com a folha seguram a importacao (RC 8);
      *           pagamento em moeda estrangeira fica de fora e e
      *           denunciado, como encargos ausentes (RC 4).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Diferencas de dissidio (PAY-HIST tipo D)
      *                       contabilizadas nos salarios, fora da
      *                       conferencia do liquido com o TRAILER
      *                       LIQUIDO da folha mensal.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com o
      *                       ID do empregado: RECORD CONTAINS 171 ->
      *                       177.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com os
      *                       dias e o desconto de ausencia ao final do
      *                       registro: RECORD CONTAINS 177 -> 191.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
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
           SELECT PLANO-CONTAS ASSIGN TO "PLANO-CONTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PC-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YS-ID
               ALTERNATE RECORD KEY IS YS-NOME WITH DUPLICATES
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT DESC-RETIDO ASSIGN TO "DESC-RETIDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DR-STATUS.
           SELECT PENSAO-RETIDA ASSIGN TO "PENSAO-RETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
           SELECT ENCARGO-CAMPUS ASSIGN TO "ENCARGO-CAMPUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EC-STATUS.
           SELECT PAYSLIP-IN ASSIGN TO "PAYSLIP-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PAYSLIP-STATUS.
           SELECT LANCAMENTO-CONTABIL ASSIGN TO "LANCAMENTO-CONTABIL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PLANO-CONTAS.
           COPY PLANOCTA.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  YTD-SAL-FILE.
           COPY YTDSAL.

       FD  DESC-RETIDO
           RECORD CONTAINS 104 CHARACTERS.
           COPY DESCRET.

       FD  PENSAO-RETIDA
           RECORD CONTAINS 152 CHARACTERS.
           COPY PENSRET.

       FD  ENCARGO-CAMPUS
           RECORD CONTAINS 78 CHARACTERS.
           COPY ENCCAMP.

       FD  PAYSLIP-IN
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.

      *    Layout de importacao da contabilidade: '0' cabecalho, '1'
      *    partida (debito ou credito; as duas partidas de um
      *    lancamento tem o mesmo numero) e '9' trailer de controle.
       FD  LANCAMENTO-CONTABIL
           RECORD CONTAINS 100 CHARACTERS.
       01  LANCAMENTO-REC          PIC X(100).
       01  LANCAMENTO-HEADER-REC.
           05 LH-TIPO              PIC X(01).
           05 LH-INST-NOME         PIC X(40).
           05 LH-COMPETENCIA       PIC 9(06).
           05 LH-DATA-GERACAO      PIC 9(08).
           05 FILLER               PIC X(45).
       01  LANCAMENTO-PARTIDA-REC.
           05 LC-TIPO              PIC X(01).
           05 LC-SEQUENCIA         PIC 9(06).
           05 LC-LANCAMENTO        PIC 9(06).
           05 LC-DATA              PIC 9(08).
           05 LC-COMPETENCIA       PIC 9(06).
           05 LC-CAMPUS            PIC X(02).
           05 LC-CONTA             PIC X(10).
           05 LC-NATUREZA          PIC X(01).
           05 LC-VALOR             PIC 9(11)V99.
           05 LC-EVENTO            PIC X(04).
           05 LC-ESTORNO           PIC X(01).
           05 LC-HISTORICO         PIC X(30).
           05 FILLER               PIC X(12).
       01  LANCAMENTO-TRAILER-REC.
           05 LT-TIPO              PIC X(01).
           05 LT-QTD-PARTIDAS      PIC 9(07).
           05 LT-TOTAL-DEBITO      PIC 9(13)V99.
           05 LT-TOTAL-CREDITO     PIC 9(13)V99.
           05 LT-LIQUIDO-FOLHA     PIC 9(11)V99.
           05 LT-TRAILER-LIQUIDO   PIC 9(11)V99.
           05 LT-CONFERE           PIC X(01).
           05 FILLER               PIC X(35).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY CALCDESC.
       77  WRK-PC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-DR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PAYSLIP-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQ        PIC X(01)      VALUE 'N'.
           88 FIM-ARQ                        VALUE 'S'.
       77  WRK-TEM-YTD        PIC X(01)      VALUE 'N'.
           88 TEM-YTD                        VALUE 'S'.
       77  WRK-TEM-AVISO      PIC X(01)      VALUE 'N'.
           88 TEM-AVISO                      VALUE 'S'.
       77  WRK-TEM-ERRO       PIC X(01)      VALUE 'N'.
           88 TEM-ERRO                       VALUE 'S'.
       77  WRK-TEM-TRL-LIQ    PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER-LIQUIDO            VALUE 'S'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       01  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       01  WRK-MES-REF-R REDEFINES WRK-MES-REF.
           05 WRK-ANO-REF     PIC 9(04).
           05 WRK-MM-REF      PIC 9(02).
       77  WRK-COMP-13        PIC 9(06)      VALUE ZEROS.
      *
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-IX-EV          PIC 9(02) COMP VALUE ZERO.
       77  WRK-IX-CAMPUS      PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-CAMPUS     PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-PENSAO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-PAGTOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ESTORNOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-OUTRA-MOEDA PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-ENCARGOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-SEQUENCIA      PIC 9(06)      VALUE ZEROS.
       77  WRK-LANCAMENTO     PIC 9(06)      VALUE ZEROS.
       77  WRK-QTD-PARTIDAS   PIC 9(07)      VALUE ZEROS.
       77  WRK-TOT-DEBITO     PIC 9(13)V99   VALUE ZEROS.
       77  WRK-TOT-CREDITO    PIC 9(13)V99   VALUE ZEROS.
       77  WRK-LIQ-FOLHA      PIC S9(11)V99  VALUE ZEROS.
       77  WRK-LIQ-POSTADO    PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TRL-LIQUIDO    PIC 9(11)V99   VALUE ZEROS.
       77  WRK-PROVISAO       PIC 9(09)V99   VALUE ZEROS.
       77  WRK-PENSAO-EMP     PIC 9(06)V99   VALUE ZEROS.
       77  WRK-ID-BUSCA       PIC X(06)      VALUE SPACES.
       77  WRK-CAMPUS         PIC X(02)      VALUE SPACES.
       77  WRK-VALOR          PIC 9(11)V99   VALUE ZEROS.
       77  WRK-CONTA          PIC X(10)      VALUE SPACES.
       77  WRK-NATUREZA       PIC X(01)      VALUE SPACE.
       77  WRK-ESTORNO        PIC X(01)      VALUE SPACE.
       77  WRK-HISTORICO      PIC X(30)      VALUE SPACES.
       77  WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      * Conversao do valor editado da linha TRAILER LIQUIDO da folha,
      * como em GERA-REMESSA.
       77  WRK-CAMPO-EDITADO  PIC X(14)      VALUE SPACES.
       77  WRK-DIGITOS        PIC X(13)      VALUE SPACES.
       77  WRK-QTD-DIGITOS    PIC 9(02) COMP VALUE ZERO.
       77  WRK-IX-DIG         PIC 9(02) COMP VALUE ZERO.
       77  WRK-CHAR           PIC X(01)      VALUE SPACE.
       77  WRK-DIGITOS-NUM    PIC 9(13)      VALUE ZEROS.
       77  WRK-VALOR-LIQ      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-VALOR-OK       PIC X(01)      VALUE 'N'.
           88 VALOR-CONVERTIDO               VALUE 'S'.
      *
      * Eventos da folha, na ordem dos subscritos usados no programa:
      *  1 SALR salarios       6 INSS retido       10 FGTS
      *  2 FERI ferias         7 IRRF retido       11 INPE INSS empresa
      *  3 RESC rescisao       8 DFIX desc. fixos  12 RAT
      *  4 DEC3 13o pago       9 PENS pensao       13 TERC terceiros
      *  5 PR13 provisao do 13o
      * As contas e o historico de cada evento vem de PLANO-CONTAS.
       01  WRK-EVENTOS-VAL.
           05 FILLER          PIC X(52)      VALUE
              'SALRFERIRESCDEC3PR13INSSIRRFDFIXPENSFGTSINPERAT TERC'.
       01  WRK-EVENTOS-RED REDEFINES WRK-EVENTOS-VAL.
           05 WRK-EV-CODIGO   PIC X(04)      OCCURS 13 TIMES.
       01  WRK-TAB-EVENTO.
           05 WRK-EVENTO-ENT OCCURS 13 TIMES.
              10 WRK-EV-DEBITO      PIC X(10).
              10 WRK-EV-CREDITO     PIC X(10).
              10 WRK-EV-HISTORICO   PIC X(30).
      *
      * Valores da competencia por campus e evento: lancamento normal
      * e estorno, em separado.
       01  WRK-TAB-CAMPUS.
           05 WRK-CAMPUS-ENT OCCURS 10 TIMES.
              10 WRK-CP-CODIGO      PIC X(02).
              10 WRK-CP-VALOR       PIC 9(11)V99 OCCURS 13 TIMES.
              10 WRK-CP-ESTORNO     PIC 9(11)V99 OCCURS 13 TIMES.
      *
      * Pensao descontada de cada empregado na competencia, deduzida
      * da base do IRRF da folha como em VIRGULAMASCARA.
       01  WRK-TAB-PENSAO.
           05 WRK-PENSAO-ENT OCCURS 500 TIMES.
              10 WRK-TN-ID          PIC X(06).
              10 WRK-TN-VALOR       PIC 9(06)V99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-APURAR-PENSOES THRU 2000-EXIT.
           PERFORM 2100-APURAR-DESCONTOS THRU 2100-EXIT.
           PERFORM 2200-APURAR-PAGAMENTOS THRU 2200-EXIT.
           IF WRK-PH-STATUS NOT = '00'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 2300-APURAR-ENCARGOS THRU 2300-EXIT.
           PERFORM 2400-CONFERIR-TRAILER THRU 2400-EXIT.
           PERFORM 3000-CONFERIR-PLANO THRU 3000-EXIT
              VARYING WRK-IX-EV FROM 1 BY 1
              UNTIL WRK-IX-EV > 13.
           IF TEM-ERRO
              DISPLAY 'CONTABILIZACAO NAO GERADA - ACERTAR E '
                      'REPROCESSAR'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 4000-GRAVAR-LANCAMENTOS THRU 4000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, corrente
      * quando em branco ou invalida; em dezembro tambem a do 13o,
      * AAAA13), carga do plano de contas (sem ele nada e
      * contabilizado - RC 8) e abertura do acumulado para o campus.
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
           IF WRK-MM-REF = 12
              COMPUTE WRK-COMP-13 = WRK-MES-REF + 1
           END-IF.
           INITIALIZE WRK-TAB-EVENTO WRK-TAB-CAMPUS.
           OPEN INPUT PLANO-CONTAS.
           IF WRK-PC-STATUS NOT = '00'
              DISPLAY 'PLANO-CONTAS AUSENTE - NADA A CONTABILIZAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 1100-CARREGAR-CONTA THRU 1100-EXIT
              UNTIL FIM-ARQ.
           CLOSE PLANO-CONTAS.
           OPEN INPUT YTD-SAL-FILE.
           IF WRK-YTD-STATUS = '00'
              SET TEM-YTD TO TRUE
           ELSE
              DISPLAY 'YTD-SAL AUSENTE - TUDO LANCADO NO CAMPUS 01'
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CARREGAR-CONTA.
           READ PLANO-CONTAS
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 1110-PROCURAR-EVENTO THRU 1110-EXIT
              VARYING WRK-IX-EV FROM 1 BY 1
              UNTIL WRK-IX-EV > 13 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              DISPLAY 'EVENTO DESCONHECIDO NO PLANO DE CONTAS: '
                      PC-EVENTO
              SET TEM-AVISO TO TRUE
              GO TO 1100-EXIT
           END-IF.
           MOVE PC-CONTA-DEBITO  TO WRK-EV-DEBITO(WRK-IDX-ACHADO).
           MOVE PC-CONTA-CREDITO TO WRK-EV-CREDITO(WRK-IDX-ACHADO).
           MOVE PC-HISTORICO     TO WRK-EV-HISTORICO(WRK-IDX-ACHADO).
       1100-EXIT.
           EXIT.

       1110-PROCURAR-EVENTO.
           IF WRK-EV-CODIGO(WRK-IX-EV) = PC-EVENTO
              MOVE WRK-IX-EV TO WRK-IDX-ACHADO
           END-IF.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR-PENSOES - Pensoes descontadas na competencia
      * (PENSAO-RETIDA): evento PENS no campus do empregado e o total
      * por empregado, que abate a base do IRRF da folha.
      *****************************************************************
       2000-APURAR-PENSOES.
           OPEN INPUT PENSAO-RETIDA.
           IF WRK-PR-STATUS NOT = '00'
              GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2010-SOMAR-PENSAO THRU 2010-EXIT
              UNTIL FIM-ARQ.
           CLOSE PENSAO-RETIDA.
       2000-EXIT.
           EXIT.

       2010-SOMAR-PENSAO.
           READ PENSAO-RETIDA
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 2010-EXIT
           END-READ.
           IF PR-COMPETENCIA NOT = WRK-MES-REF OR PR-VALOR = ZEROS
              GO TO 2010-EXIT
           END-IF.
           MOVE PR-EM-ID TO WRK-ID-BUSCA.
           PERFORM 2900-RESOLVER-CAMPUS THRU 2900-EXIT.
           ADD PR-VALOR TO WRK-CP-VALOR(WRK-IX-CAMPUS, 9).
           SUBTRACT PR-VALOR FROM WRK-LIQ-FOLHA.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2020-PROCURAR-PENSAO THRU 2020-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-PENSAO OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-PENSAO >= 500
                 GO TO 2010-EXIT
              END-IF
              ADD 1 TO WRK-QTD-PENSAO
              MOVE WRK-QTD-PENSAO TO WRK-IDX-ACHADO
              MOVE PR-EM-ID TO WRK-TN-ID(WRK-IDX-ACHADO)
              MOVE ZEROS    TO WRK-TN-VALOR(WRK-IDX-ACHADO)
           END-IF.
           ADD PR-VALOR TO WRK-TN-VALOR(WRK-IDX-ACHADO).
       2010-EXIT.
           EXIT.

       2020-PROCURAR-PENSAO.
           IF WRK-TN-ID(WRK-IDX) = PR-EM-ID
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2100-APURAR-DESCONTOS - Parcelas de descontos fixos retidas na
      * competencia (DESC-RETIDO situacao R): evento DFIX no campus do
      * empregado. As adiadas nao sairam do liquido e ficam de fora.
      *****************************************************************
       2100-APURAR-DESCONTOS.
           OPEN INPUT DESC-RETIDO.
           IF WRK-DR-STATUS NOT = '00'
              GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2110-SOMAR-DESCONTO THRU 2110-EXIT
              UNTIL FIM-ARQ.
           CLOSE DESC-RETIDO.
       2100-EXIT.
           EXIT.

       2110-SOMAR-DESCONTO.
           READ DESC-RETIDO
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 2110-EXIT
           END-READ.
           IF DR-COMPETENCIA NOT = WRK-MES-REF OR NOT DR-RETIDO
              GO TO 2110-EXIT
           END-IF.
           MOVE DR-EM-ID TO WRK-ID-BUSCA.
           PERFORM 2900-RESOLVER-CAMPUS THRU 2900-EXIT.
           ADD DR-VALOR TO WRK-CP-VALOR(WRK-IX-CAMPUS, 8).
           SUBTRACT DR-VALOR FROM WRK-LIQ-FOLHA.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-APURAR-PAGAMENTOS - Le PAY-HIST de ponta a ponta: cada
      * pagamento da competencia (e do 13o, em dezembro) vai ao evento
      * do seu tipo, com o INSS e o IRRF retidos; estorno vai ao
      * estorno do evento. Sem PAY-HIST nada a contabilizar (RC 8).
      *****************************************************************
       2200-APURAR-PAGAMENTOS.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - NADA A CONTABILIZAR'
              MOVE 8 TO RETURN-CODE
              GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2210-LANCAR-PAGAMENTO THRU 2210-EXIT
              UNTIL FIM-ARQ.
           CLOSE PAY-HIST.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-LANCAR-PAGAMENTO - Evento do pagamento: ferias (F),
      * rescisao (R), 13o (competencia AAAA13) ou salarios, estes com
      * a provisao de 1/12 do 13o e a pensao do empregado deduzida da
      * base do IRRF. O INSS e o IRRF saem pela rotina comum, o 13o
      * pela tabela de dezembro. O estorno (que reverte a competencia
      * inteira) lanca o estorno dos salarios - ou do 13o - e dos
      * retidos sobre o valor estornado. A diferenca de dissidio (D)
      * entra nos salarios, mas fica fora do liquido conferido com a
      * folha, porque sai em contracheque proprio.
      *****************************************************************
       2210-LANCAR-PAGAMENTO.
           READ PAY-HIST
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 2210-EXIT
           END-READ.
           IF PH-COMPETENCIA NOT = WRK-MES-REF
              AND (WRK-COMP-13 = ZEROS
                   OR PH-COMPETENCIA NOT = WRK-COMP-13)
              GO TO 2210-EXIT
           END-IF.
           IF PH-MOEDA = 'USD' OR PH-MOEDA = 'EUR'
              ADD 1 TO WRK-QTD-OUTRA-MOEDA
              SET TEM-AVISO TO TRUE
              DISPLAY 'PAGAMENTO EM ' PH-MOEDA ' NAO CONTABILIZADO: '
                      PH-ID ' ' PH-NOME ' ' PH-COMPETENCIA
              GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PAGTOS.
           MOVE PH-ID TO WRK-ID-BUSCA.
           PERFORM 2900-RESOLVER-CAMPUS THRU 2900-EXIT.
           EVALUATE TRUE
              WHEN PH-COMPETENCIA = WRK-COMP-13
                 MOVE 4 TO WRK-IX-EV
              WHEN PH-ESTORNO
                 MOVE 1 TO WRK-IX-EV
              WHEN PH-FERIAS
                 MOVE 2 TO WRK-IX-EV
              WHEN PH-RESCISAO
                 MOVE 3 TO WRK-IX-EV
              WHEN OTHER
                 MOVE 1 TO WRK-IX-EV
           END-EVALUATE.
           MOVE ZEROS TO WRK-PENSAO-EMP.
           IF WRK-IX-EV = 1 AND NOT PH-ESTORNO AND NOT PH-DISSIDIO
              PERFORM 2220-PENSAO-EMPREGADO THRU 2220-EXIT
           END-IF.
           MOVE PH-VALOR      TO CD-SALARIO-BRUTO.
           MOVE WRK-MES-REF   TO CD-COMPETENCIA.
           MOVE PH-ID         TO CD-EM-ID.
           MOVE WRK-PENSAO-EMP TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE - RETIDOS NAO '
                      'CONTABILIZADOS: ' PH-ID ' ' PH-NOME
              SET TEM-ERRO TO TRUE
           END-IF.
           COMPUTE WRK-PROVISAO ROUNDED = PH-VALOR / 12.
           IF PH-ESTORNO
              ADD 1 TO WRK-QTD-ESTORNOS
              ADD PH-VALOR TO WRK-CP-ESTORNO(WRK-IX-CAMPUS, WRK-IX-EV)
              ADD CD-DESC-INSS TO WRK-CP-ESTORNO(WRK-IX-CAMPUS, 6)
              ADD CD-DESC-IRRF TO WRK-CP-ESTORNO(WRK-IX-CAMPUS, 7)
              IF WRK-IX-EV = 1
                 ADD WRK-PROVISAO TO WRK-CP-ESTORNO(WRK-IX-CAMPUS, 5)
              END-IF
              GO TO 2210-EXIT
           END-IF.
           ADD PH-VALOR     TO WRK-CP-VALOR(WRK-IX-CAMPUS, WRK-IX-EV).
           ADD CD-DESC-INSS TO WRK-CP-VALOR(WRK-IX-CAMPUS, 6).
           ADD CD-DESC-IRRF TO WRK-CP-VALOR(WRK-IX-CAMPUS, 7).
           IF WRK-IX-EV = 1
              ADD WRK-PROVISAO TO WRK-CP-VALOR(WRK-IX-CAMPUS, 5)
           END-IF.
           IF WRK-IX-EV = 1 AND NOT PH-DISSIDIO
              COMPUTE WRK-LIQ-FOLHA = WRK-LIQ-FOLHA + PH-VALOR
                                    - CD-DESC-INSS - CD-DESC-IRRF
           END-IF.
       2210-EXIT.
           EXIT.

       2220-PENSAO-EMPREGADO.
           PERFORM 2230-PROCURAR-PENSAO-EMP THRU 2230-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-PENSAO.
       2220-EXIT.
           EXIT.

       2230-PROCURAR-PENSAO-EMP.
           IF WRK-TN-ID(WRK-IDX) = PH-ID
              MOVE WRK-TN-VALOR(WRK-IDX) TO WRK-PENSAO-EMP
           END-IF.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * 2300-APURAR-ENCARGOS - Encargos patronais da competencia por
      * campus, de APURA-ENCARGOS (ENCARGO-CAMPUS): eventos FGTS, INPE,
      * RAT e TERC. Sem o arquivo ou sem a competencia nele, os
      * encargos ficam de fora e e denunciado (RC 4).
      *****************************************************************
       2300-APURAR-ENCARGOS.
           OPEN INPUT ENCARGO-CAMPUS.
           IF WRK-EC-STATUS = '00'
              MOVE 'N' TO WRK-FIM-ARQ
              PERFORM 2310-SOMAR-ENCARGO THRU 2310-EXIT
                 UNTIL FIM-ARQ
              CLOSE ENCARGO-CAMPUS
           END-IF.
           IF WRK-QTD-ENCARGOS = 0
              DISPLAY 'SEM ENCARGOS PATRONAIS DA COMPETENCIA '
                      WRK-MES-REF ' - ENCARGOS NAO CONTABILIZADOS'
              SET TEM-AVISO TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-SOMAR-ENCARGO.
           READ ENCARGO-CAMPUS
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 2310-EXIT
           END-READ.
           IF EC-COMPETENCIA NOT = WRK-MES-REF
              GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ENCARGOS.
           MOVE EC-CAMPUS TO WRK-CAMPUS.
           PERFORM 2910-LOCALIZAR-CAMPUS THRU 2910-EXIT.
           ADD EC-FGTS      TO WRK-CP-VALOR(WRK-IX-CAMPUS, 10).
           ADD EC-EMPRESA   TO WRK-CP-VALOR(WRK-IX-CAMPUS, 11).
           ADD EC-RAT       TO WRK-CP-VALOR(WRK-IX-CAMPUS, 12).
           ADD EC-TERCEIROS TO WRK-CP-VALOR(WRK-IX-CAMPUS, 13).
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2400-CONFERIR-TRAILER - Linha TRAILER LIQUIDO da folha em
      * PAYSLIP-OUT, conferida contra o liquido contabilizado dos
      * salarios (bruto menos INSS, IRRF, descontos fixos e pensao).
      * Divergencia segura a importacao (RC 8); sem a linha o liquido
      * nao e conferido e e denunciado (RC 4).
      *****************************************************************
       2400-CONFERIR-TRAILER.
           IF WRK-LIQ-FOLHA > 0
              MOVE WRK-LIQ-FOLHA TO WRK-LIQ-POSTADO
           END-IF.
           OPEN INPUT PAYSLIP-IN.
           IF WRK-PAYSLIP-STATUS = '00'
              MOVE 'N' TO WRK-FIM-ARQ
              PERFORM 2410-PROCURAR-TRAILER THRU 2410-EXIT
                 UNTIL FIM-ARQ
              CLOSE PAYSLIP-IN
           END-IF.
           IF NOT TEM-TRAILER-LIQUIDO
              DISPLAY 'FOLHA SEM LINHA TRAILER LIQUIDO - LIQUIDO NAO '
                      'CONFERIDO'
              SET TEM-AVISO TO TRUE
              GO TO 2400-EXIT
           END-IF.
           IF WRK-LIQ-POSTADO = WRK-TRL-LIQUIDO
              DISPLAY 'LIQUIDO CONFERE COM O TRAILER LIQUIDO DA FOLHA'
           ELSE
              DISPLAY 'LIQUIDO ' WRK-LIQ-POSTADO ' NAO CONFERE COM O '
                      'TRAILER LIQUIDO DA FOLHA: ' WRK-TRL-LIQUIDO
              SET TEM-ERRO TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

       2410-PROCURAR-TRAILER.
           READ PAYSLIP-IN
               AT END
                  SET FIM-ARQ TO TRUE
                  GO TO 2410-EXIT
           END-READ.
           IF PO-NOME(1:15) NOT = 'TRAILER LIQUIDO'
              GO TO 2410-EXIT
           END-IF.
           MOVE PAYSLIP-OUT-REC(17:14) TO WRK-CAMPO-EDITADO.
           PERFORM 7000-CONVERTER-EDITADO THRU 7000-EXIT.
           IF VALOR-CONVERTIDO
              MOVE WRK-VALOR-LIQ TO WRK-TRL-LIQUIDO
              SET TEM-TRAILER-LIQUIDO TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2900-RESOLVER-CAMPUS - Campus do empregado (YS-CAMPUS do
      * acumulado; sem acumulado ou em branco, o 01) e sua posicao na
      * tabela da contabilizacao.
      *****************************************************************
       2900-RESOLVER-CAMPUS.
           MOVE SPACES TO WRK-CAMPUS.
           IF TEM-YTD AND WRK-ID-BUSCA NOT = SPACES
              MOVE WRK-ID-BUSCA TO YS-ID
              READ YTD-SAL-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE YS-CAMPUS TO WRK-CAMPUS
              END-READ
           END-IF.
           PERFORM 2910-LOCALIZAR-CAMPUS THRU 2910-EXIT.
       2900-EXIT.
           EXIT.

       2910-LOCALIZAR-CAMPUS.
           IF WRK-CAMPUS = SPACES
              MOVE '01' TO WRK-CAMPUS
           END-IF.
           MOVE ZERO TO WRK-IX-CAMPUS.
           PERFORM 2920-PROCURAR-CAMPUS THRU 2920-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CAMPUS OR WRK-IX-CAMPUS > 0.
           IF WRK-IX-CAMPUS = 0
              IF WRK-QTD-CAMPUS >= 10
                 DISPLAY 'CAMPUS ALEM DO LIMITE - LANCADO NO ULTIMO: '
                         WRK-CAMPUS
                 SET TEM-AVISO TO TRUE
                 MOVE WRK-QTD-CAMPUS TO WRK-IX-CAMPUS
                 GO TO 2910-EXIT
              END-IF
              ADD 1 TO WRK-QTD-CAMPUS
              MOVE WRK-QTD-CAMPUS TO WRK-IX-CAMPUS
              MOVE WRK-CAMPUS TO WRK-CP-CODIGO(WRK-IX-CAMPUS)
           END-IF.
       2910-EXIT.
           EXIT.

       2920-PROCURAR-CAMPUS.
           IF WRK-CP-CODIGO(WRK-IDX) = WRK-CAMPUS
              MOVE WRK-IDX TO WRK-IX-CAMPUS
           END-IF.
       2920-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CONFERIR-PLANO - Evento com valor em algum campus precisa
      * das duas contas no plano; faltando, a contabilizacao nao sai.
      *****************************************************************
       3000-CONFERIR-PLANO.
           IF WRK-EV-DEBITO(WRK-IX-EV) NOT = SPACES
              AND WRK-EV-CREDITO(WRK-IX-EV) NOT = SPACES
              GO TO 3000-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 3010-PROCURAR-VALOR THRU 3010-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CAMPUS.
           IF WRK-IDX-ACHADO > 0
              DISPLAY 'EVENTO ' WRK-EV-CODIGO(WRK-IX-EV)
                      ' SEM CONTAS NO PLANO DE CONTAS'
              SET TEM-ERRO TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

       3010-PROCURAR-VALOR.
           IF WRK-CP-VALOR(WRK-IDX, WRK-IX-EV) > 0
              OR WRK-CP-ESTORNO(WRK-IDX, WRK-IX-EV) > 0
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       3010-EXIT.
           EXIT.

      *****************************************************************
      * 4000-GRAVAR-LANCAMENTOS - Cabecalho, os lancamentos de cada
      * campus e evento e o trailer de controle.
      *****************************************************************
       4000-GRAVAR-LANCAMENTOS.
           OPEN OUTPUT LANCAMENTO-CONTABIL.
           MOVE SPACES TO LANCAMENTO-REC.
           MOVE '0'           TO LH-TIPO.
           MOVE INST-NOME     TO LH-INST-NOME.
           MOVE WRK-MES-REF   TO LH-COMPETENCIA.
           MOVE WRK-DATA-EXEC TO LH-DATA-GERACAO.
           WRITE LANCAMENTO-HEADER-REC.
           PERFORM 4100-LANCAR-CAMPUS THRU 4100-EXIT
              VARYING WRK-IX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IX-CAMPUS > WRK-QTD-CAMPUS.
           MOVE SPACES TO LANCAMENTO-REC.
           MOVE '9'              TO LT-TIPO.
           MOVE WRK-QTD-PARTIDAS TO LT-QTD-PARTIDAS.
           MOVE WRK-TOT-DEBITO   TO LT-TOTAL-DEBITO.
           MOVE WRK-TOT-CREDITO  TO LT-TOTAL-CREDITO.
           MOVE WRK-LIQ-POSTADO  TO LT-LIQUIDO-FOLHA.
           MOVE WRK-TRL-LIQUIDO  TO LT-TRAILER-LIQUIDO.
           IF TEM-TRAILER-LIQUIDO
              MOVE 'S' TO LT-CONFERE
           ELSE
              MOVE 'N' TO LT-CONFERE
           END-IF.
           WRITE LANCAMENTO-TRAILER-REC.
           CLOSE LANCAMENTO-CONTABIL.
       4000-EXIT.
           EXIT.

       4100-LANCAR-CAMPUS.
           PERFORM 4200-LANCAR-EVENTO THRU 4200-EXIT
              VARYING WRK-IX-EV FROM 1 BY 1
              UNTIL WRK-IX-EV > 13.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-LANCAR-EVENTO - Lancamento do evento no campus: debito na
      * conta de debito e credito na de credito; o estorno, com o
      * historico marcado, debita a conta de credito e credita a de
      * debito.
      *****************************************************************
       4200-LANCAR-EVENTO.
           IF WRK-CP-VALOR(WRK-IX-CAMPUS, WRK-IX-EV) > 0
              MOVE WRK-CP-VALOR(WRK-IX-CAMPUS, WRK-IX-EV) TO WRK-VALOR
              MOVE SPACE TO WRK-ESTORNO
              MOVE WRK-EV-HISTORICO(WRK-IX-EV) TO WRK-HISTORICO
              ADD 1 TO WRK-LANCAMENTO
              MOVE 'D' TO WRK-NATUREZA
              MOVE WRK-EV-DEBITO(WRK-IX-EV) TO WRK-CONTA
              PERFORM 4300-GRAVAR-PARTIDA THRU 4300-EXIT
              MOVE 'C' TO WRK-NATUREZA
              MOVE WRK-EV-CREDITO(WRK-IX-EV) TO WRK-CONTA
              PERFORM 4300-GRAVAR-PARTIDA THRU 4300-EXIT
           END-IF.
           IF WRK-CP-ESTORNO(WRK-IX-CAMPUS, WRK-IX-EV) > 0
              MOVE WRK-CP-ESTORNO(WRK-IX-CAMPUS, WRK-IX-EV)
                TO WRK-VALOR
              MOVE 'S' TO WRK-ESTORNO
              MOVE SPACES TO WRK-HISTORICO
              STRING 'ESTORNO '                   DELIMITED BY SIZE
                     WRK-EV-HISTORICO(WRK-IX-EV)  DELIMITED BY SIZE
                     INTO WRK-HISTORICO
              END-STRING
              ADD 1 TO WRK-LANCAMENTO
              MOVE 'D' TO WRK-NATUREZA
              MOVE WRK-EV-CREDITO(WRK-IX-EV) TO WRK-CONTA
              PERFORM 4300-GRAVAR-PARTIDA THRU 4300-EXIT
              MOVE 'C' TO WRK-NATUREZA
              MOVE WRK-EV-DEBITO(WRK-IX-EV) TO WRK-CONTA
              PERFORM 4300-GRAVAR-PARTIDA THRU 4300-EXIT
           END-IF.
       4200-EXIT.
           EXIT.

       4300-GRAVAR-PARTIDA.
           MOVE SPACES TO LANCAMENTO-REC.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE '1'                         TO LC-TIPO.
           MOVE WRK-SEQUENCIA               TO LC-SEQUENCIA.
           MOVE WRK-LANCAMENTO              TO LC-LANCAMENTO.
           MOVE WRK-DATA-EXEC               TO LC-DATA.
           MOVE WRK-MES-REF                 TO LC-COMPETENCIA.
           MOVE WRK-CP-CODIGO(WRK-IX-CAMPUS) TO LC-CAMPUS.
           MOVE WRK-CONTA                   TO LC-CONTA.
           MOVE WRK-NATUREZA                TO LC-NATUREZA.
           MOVE WRK-VALOR                   TO LC-VALOR.
           MOVE WRK-EV-CODIGO(WRK-IX-EV)    TO LC-EVENTO.
           MOVE WRK-ESTORNO                 TO LC-ESTORNO.
           MOVE WRK-HISTORICO               TO LC-HISTORICO.
           WRITE LANCAMENTO-PARTIDA-REC.
           ADD 1 TO WRK-QTD-PARTIDAS.
           IF WRK-NATUREZA = 'D'
              ADD WRK-VALOR TO WRK-TOT-DEBITO
           ELSE
              ADD WRK-VALOR TO WRK-TOT-CREDITO
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo no console e fechamento. Qualquer
      * denuncia termina em RC 4.
      *****************************************************************
       5000-FINALIZAR.
           DISPLAY 'CONTABILIZACAO DA FOLHA - COMPETENCIA ' WRK-MES-REF.
           DISPLAY 'PAGAMENTOS.....: ' WRK-QTD-PAGTOS.
           DISPLAY 'ESTORNOS.......: ' WRK-QTD-ESTORNOS.
           DISPLAY 'PARTIDAS.......: ' WRK-QTD-PARTIDAS.
           MOVE WRK-TOT-DEBITO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DEBITO...: ' WRK-TOTAL-ED.
           MOVE WRK-TOT-CREDITO TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL CREDITO..: ' WRK-TOTAL-ED.
           IF WRK-QTD-OUTRA-MOEDA > 0
              DISPLAY 'PAGAMENTOS EM MOEDA ESTRANGEIRA FORA: '
                      WRK-QTD-OUTRA-MOEDA
           END-IF.
           IF TEM-YTD
              CLOSE YTD-SAL-FILE
           END-IF.
           IF TEM-AVISO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-EDITADO - Recolhe os digitos do valor editado
      * (pontos de milhar e virgula decimal) na ordem; os dois ultimos
      * digitos sao os centavos. Sem nenhum digito, o valor e ilegivel.
      *****************************************************************
       7000-CONVERTER-EDITADO.
           MOVE 'N' TO WRK-VALOR-OK.
           MOVE SPACES TO WRK-DIGITOS.
           MOVE ZERO TO WRK-QTD-DIGITOS.
           PERFORM 7100-RECOLHER-DIGITO THRU 7100-EXIT
              VARYING WRK-IX-DIG FROM 1 BY 1 UNTIL WRK-IX-DIG > 14.
           IF WRK-QTD-DIGITOS = 0
              GO TO 7000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DIGITOS-NUM.
           MOVE WRK-DIGITOS(1:WRK-QTD-DIGITOS)
             TO WRK-DIGITOS-NUM(14 - WRK-QTD-DIGITOS:WRK-QTD-DIGITOS).
           COMPUTE WRK-VALOR-LIQ = WRK-DIGITOS-NUM / 100.
           SET VALOR-CONVERTIDO TO TRUE.
       7000-EXIT.
           EXIT.

       7100-RECOLHER-DIGITO.
           MOVE WRK-CAMPO-EDITADO(WRK-IX-DIG:1) TO WRK-CHAR.
           IF WRK-CHAR IS NUMERIC AND WRK-QTD-DIGITOS < 13
              ADD 1 TO WRK-QTD-DIGITOS
              MOVE WRK-CHAR TO WRK-DIGITOS(WRK-QTD-DIGITOS:1)
           END-IF.
       7100-EXIT.
           EXIT.
