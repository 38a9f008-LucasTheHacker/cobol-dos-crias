       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCULA-RESCISAO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Calculo e pagamento do acerto de rescisao de um
      *           empregado, pedido por ID=, DATA= (desligamento,
      *           AAAAMMDD) e MOTIVO= no PARM do EXEC PGM= ou pelo
      *           console: S - dispensa sem justa causa, J - justa
      *           causa, P - pedido de demissao, A - acordo. As verbas
      *           sao o saldo de salario do mes do desligamento (se a
      *           folha ainda nao pagou a competencia), o aviso previo
      *           indenizado (30 dias mais 3 por ano completo, ate 90;
      *           so na dispensa sem justa causa, e pela metade no
      *           acordo), o 13o proporcional pela mesma base de
      *           DECIMO-TERCEIRO (media dos brutos do ano em PAY-HIST
      *           vezes os meses sobre doze), as ferias vencidas da
      *           conta FERIAS (em dobro depois do limite) e as
      *           proporcionais do periodo em curso, com o terco
      *           constitucional. Justa causa recebe so o saldo e as
      *           ferias vencidas. A remuneracao de referencia e a
      *           media mensal dos doze meses anteriores, na moeda do
      *           ultimo pagamento. INSS e IRRF pela rotina comum
      *           CALC-DESCONTO, em separado sobre saldo mais aviso e
      *           sobre o 13o; ferias indenizadas nao sofrem desconto.
      *           O termo sai em RESCISAO-REPORT e o pagamento pelo
      *           mesmo caminho das demais folhas: contracheque
      *           PAYSLIP-RESCISAO (HEADER, trailer e TRAILER LIQUIDO,
      *           lido por GERA-REMESSA), YTD-SAL na moeda e PAY-HIST
      *           com tipo R. A conta de ferias fica quitada e o
      *           empregado inativo em EMP-MASTER. Acerto repetido,
      *           data invalida ou sem historico e recusado (RC 8).
      *****************************************************************
      * Alteracoes:
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
      * 15/10/2026 Batista - Competencia do desligamento fechada por
      *                       FECHA-FOLHA (rotina CONSULTA-FECHAMENTO)
      *                       recusa o acerto (RC 8) ate ser reaberta em
      *                       REABRE-FOLHA.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copias de RESCISAO-REPORT e
      *                       PAYSLIP-RESCISAO guardadas no arquivo de
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
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT FERIAS ASSIGN TO "FERIAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FE-CHAVE
               FILE STATUS IS WRK-FE-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT PAYSLIP-RESCISAO ASSIGN TO "PAYSLIP-RESCISAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-RESCISAO-RELIDO ASSIGN TO "PAYSLIP-RESCISAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL2-STATUS.
           SELECT RESCISAO-REPORT ASSIGN TO "RESCISAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RESCISAO-REPORT-RELIDO ASSIGN TO "RESCISAO-REPORT"
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
       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  FERIAS.
           COPY FERIAS.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  PAYSLIP-RESCISAO
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.
           COPY TRAILER.
       01  PAYSLIP-RESCISAO-LINHA  PIC X(192).

       FD  PAYSLIP-RESCISAO-RELIDO
           RECORD CONTAINS 192 CHARACTERS.
       01  PAYSLIP-RESCISAO-RELIDO-REC PIC X(192).

       FD  RESCISAO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RESCISAO-REPORT-REC     PIC X(80).

       FD  RESCISAO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  RESCISAO-REPORT-RELIDO-REC PIC X(80).

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
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FE-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-PH        PIC X(01)      VALUE 'N'.
           88 FIM-PH                        VALUE 'S'.
       77  WRK-FIM-FERIAS    PIC X(01)      VALUE 'N'.
           88 FIM-FERIAS                    VALUE 'S'.
       77  WRK-PERIODO-FUTURO PIC X(01)     VALUE 'N'.
           88 PERIODO-FUTURO                VALUE 'S'.
       77  WRK-JA-RESCINDIDO PIC X(01)      VALUE 'N'.
           88 JA-RESCINDIDO                 VALUE 'S'.
       77  WRK-MES-PAGO      PIC X(01)      VALUE 'N'.
           88 MES-DESLIG-PAGO               VALUE 'S'.
       77  WRK-DECIMO-PAGO   PIC X(01)      VALUE 'N'.
           88 DECIMO-JA-PAGO                VALUE 'S'.
       77  WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-HOJE-ED  PIC 9999/99/99 VALUE ZEROS.
       77  WRK-DATA-ED       PIC 9999/99/99 VALUE ZEROS.
       77  WRK-DESLIG-ED     PIC 9999/99/99 VALUE ZEROS.
       77  WRK-ID            PIC X(06)      VALUE SPACES.
       77  WRK-MOTIVO        PIC X(01)      VALUE SPACE.
           88 MOTIVO-SEM-JUSTA-CAUSA        VALUE 'S'.
           88 MOTIVO-JUSTA-CAUSA            VALUE 'J'.
           88 MOTIVO-PEDIDO                 VALUE 'P'.
           88 MOTIVO-ACORDO                 VALUE 'A'.
           88 MOTIVO-VALIDO                 VALUE 'S' 'J' 'P' 'A'.
       77  WRK-MOTIVO-DESC   PIC X(30)      VALUE SPACES.
       01  WRK-DESLIG-TXT    PIC X(08)      VALUE SPACES.
       01  WRK-DESLIG-R REDEFINES WRK-DESLIG-TXT.
           05 WRK-DESLIG-ANO PIC 9(04).
           05 WRK-DESLIG-MES PIC 9(02).
           05 WRK-DESLIG-DIA PIC 9(02).
       01  WRK-DESLIG-NUM REDEFINES WRK-DESLIG-TXT PIC 9(08).
       01  WRK-ADM-TXT       PIC X(08)      VALUE SPACES.
       01  WRK-ADM-R REDEFINES WRK-ADM-TXT.
           05 WRK-ADM-ANO    PIC 9(04).
           05 WRK-ADM-MES    PIC 9(02).
           05 WRK-ADM-DIA    PIC 9(02).
       01  WRK-ADM-NUM REDEFINES WRK-ADM-TXT PIC 9(08).
       77  WRK-COMP-DESLIG   PIC 9(06)      VALUE ZEROS.
       77  WRK-COMP-MINIMA   PIC 9(06)      VALUE ZEROS.
       77  WRK-COMP-ADM      PIC 9(06)      VALUE ZEROS.
       77  WRK-COMPETENCIA-ANO PIC 9(04)    VALUE ZEROS.
       77  WRK-COMPETENCIA-MES PIC 9(02)    VALUE ZEROS.
       77  WRK-IDX-MES       PIC 9(02) COMP VALUE ZERO.
      *
      * Ultimo pagamento mensal do empregado em PAY-HIST: a moeda e a
      * frequencia do acerto saem dele.
       77  WRK-ULT-COMP      PIC 9(06)      VALUE ZEROS.
       77  WRK-ULT-VALOR     PIC 9(08)V99   VALUE ZEROS.
       77  WRK-MOEDA         PIC X(03)      VALUE 'BRL'.
       77  WRK-FREQ          PIC X(01)      VALUE 'M'.
       77  WRK-SIMBOLO       PIC X(03)      VALUE 'R$ '.
      *
      * Bases: ano do desligamento (a do 13o) e doze meses anteriores
      * (a remuneracao de referencia), so na moeda do ultimo pagamento.
       77  WRK-SOMA-ANO      PIC S9(10)V99  VALUE ZEROS.
       77  WRK-SOMA-12       PIC S9(10)V99  VALUE ZEROS.
       77  WRK-QTD-MESES-ANO PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-MESES-12  PIC 9(02)      VALUE ZEROS.
       01  WRK-TAB-MESES.
           05 WRK-MES-ANO    PIC X(01) OCCURS 12 TIMES.
           05 WRK-MES-12     PIC X(01) OCCURS 12 TIMES.
       77  WRK-REFERENCIA    PIC 9(08)V99   VALUE ZEROS.
       77  WRK-MEDIA-ANO     PIC 9(08)V99   VALUE ZEROS.
      *
      * Verbas do acerto.
       77  WRK-DIAS-SALDO    PIC 9(02)      VALUE ZEROS.
       77  WRK-SALDO-SALARIO PIC 9(08)V99   VALUE ZEROS.
       77  WRK-ANOS-SERVICO  PIC 9(03)      VALUE ZEROS.
       77  WRK-DIAS-AVISO    PIC 9(03)      VALUE ZEROS.
       77  WRK-AVISO         PIC 9(08)V99   VALUE ZEROS.
       77  WRK-AVOS-DECIMO   PIC 9(02)      VALUE ZEROS.
       77  WRK-DECIMO        PIC 9(08)V99   VALUE ZEROS.
       77  WRK-DIAS-VENCIDAS PIC 9(03)      VALUE ZEROS.
       77  WRK-DIAS-DOBRO    PIC 9(03)      VALUE ZEROS.
       77  WRK-FERIAS-VENC   PIC 9(08)V99   VALUE ZEROS.
       77  WRK-AVOS-FERIAS   PIC 9(02)      VALUE ZEROS.
       77  WRK-FERIAS-PROP   PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TERCO         PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOTAL-BRUTO   PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOTAL-INSS    PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOTAL-IRRF    PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDO PIC S9(08)V99  VALUE ZEROS.
       77  WRK-SALDO-PERIODO PIC 9(02)      VALUE ZEROS.
       77  WRK-MESES-CORR    PIC S9(03)     VALUE ZEROS.
       77  WRK-DIAS-RESTO    PIC S9(03)     VALUE ZEROS.
      *
      * Periodos aquisitivos pelos aniversarios da admissao, como em
      * APURA-FERIAS.
       77  WRK-QTD-ANOS      PIC 9(03) COMP VALUE ZERO.
       77  WRK-ANO-ADM       PIC 9(04)      VALUE ZEROS.
       77  WRK-MMDD-ADM      PIC 9(04)      VALUE ZEROS.
       77  WRK-ANO-ANIV      PIC 9(04)      VALUE ZEROS.
       77  WRK-DATA-ANIV     PIC 9(08)      VALUE ZEROS.
       77  WRK-INICIO-AQUIS  PIC 9(08)      VALUE ZEROS.
       77  WRK-FIM-AQUIS     PIC 9(08)      VALUE ZEROS.
       77  WRK-LIMITE-GOZO   PIC 9(08)      VALUE ZEROS.
       01  WRK-INICIO-R.
           05 WRK-INI-ANO    PIC 9(04)      VALUE ZEROS.
           05 WRK-INI-MES    PIC 9(02)      VALUE ZEROS.
           05 WRK-INI-DIA    PIC 9(02)      VALUE ZEROS.
       01  WRK-INICIO-NUM REDEFINES WRK-INICIO-R PIC 9(08).
      *
      * Aritmetica de calendario.
       01  WRK-DATA-CALC.
           05 WRK-ANO-CALC    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CALC    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CALC    PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77  WRK-ANO-BISS      PIC 9(04)      VALUE ZEROS.
       77  WRK-BISSEXTO      PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4        PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100      PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC          PIC 9(06) COMP VALUE ZERO.
      *
      * Termo de rescisao: uma linha por verba.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-QTD-ED        PIC ZZ9        VALUE ZEROS.
       77  WRK-AVOS-ED       PIC Z9         VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-EDITADO PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALARIO-MASK  PIC X(18)      VALUE SPACES.
       01  WRK-LINHA-VERBA.
           05 WRK-LV-DESCRICAO PIC X(40).
           05 WRK-LV-REFERENCIA PIC X(14).
           05 WRK-LV-VALOR    PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER          PIC X(12).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           MOVE 'N' TO WRK-ARQREL2-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-LER-HISTORICO THRU 2000-EXIT.
           IF RETURN-CODE = 8
              CLOSE EMP-MASTER
              GOBACK
           END-IF.
           PERFORM 2300-APURAR-BASES THRU 2300-EXIT.
           PERFORM 3000-CALCULAR-VERBAS THRU 3000-EXIT.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           MOVE 'CALCULA-RESCISAO' TO TA-JOB.
           MOVE SPACES TO TA-OPERADOR.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           IF TA-ARQUIVO-EM-USO
              DISPLAY 'YTD-SAL EM USO POR ' TA-JOB-DONO
                      ' DESDE ' TA-DATA-DONO ' ' TA-HORA-DONO
                      ' - EXECUCAO RECUSADA'
              CLOSE EMP-MASTER FERIAS
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           PERFORM 4000-PAGAR-ACERTO THRU 4000-EXIT.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9820-ARQUIVAR-HOLERITE THRU 9820-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o pedido (ID=xxxxxx DATA=AAAAMMDD
      * MOTIVO=x no PARM do JCL, ou pelo console), confere o
      * empregado em EMP-MASTER (cadastrado, com admissao anterior ao
      * desligamento), a data (valida e nao futura), a competencia do
      * desligamento (nao fechada por FECHA-FOLHA) e a tabela de
      * INSS/IRRF dessa competencia.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-ED.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:3) = 'ID='
              AND WRK-PARM-JCL-TEXTO(11:5) = 'DATA='
              AND WRK-PARM-JCL-TEXTO(25:7) = 'MOTIVO='
              MOVE WRK-PARM-JCL-TEXTO(4:6)  TO WRK-ID
              MOVE WRK-PARM-JCL-TEXTO(16:8) TO WRK-DESLIG-TXT
              MOVE WRK-PARM-JCL-TEXTO(32:1) TO WRK-MOTIVO
           ELSE
              DISPLAY 'ID DO EMPREGADO: '
              ACCEPT WRK-ID FROM CONSOLE
              DISPLAY 'DATA DO DESLIGAMENTO (AAAAMMDD): '
              ACCEPT WRK-DESLIG-TXT FROM CONSOLE
              DISPLAY 'MOTIVO (S-SEM JUSTA CAUSA  J-JUSTA CAUSA  '
                      'P-PEDIDO  A-ACORDO): '
              ACCEPT WRK-MOTIVO FROM CONSOLE
           END-IF.
           EVALUATE TRUE
              WHEN MOTIVO-SEM-JUSTA-CAUSA
                 MOVE 'DISPENSA SEM JUSTA CAUSA' TO WRK-MOTIVO-DESC
              WHEN MOTIVO-JUSTA-CAUSA
                 MOVE 'DISPENSA POR JUSTA CAUSA' TO WRK-MOTIVO-DESC
              WHEN MOTIVO-PEDIDO
                 MOVE 'PEDIDO DE DEMISSAO' TO WRK-MOTIVO-DESC
              WHEN MOTIVO-ACORDO
                 MOVE 'ACORDO ENTRE AS PARTES' TO WRK-MOTIVO-DESC
              WHEN OTHER
                 DISPLAY 'MOTIVO INVALIDO: ' WRK-MOTIVO
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-EXIT
           END-EVALUATE.
           IF WRK-DESLIG-TXT IS NOT NUMERIC
              OR WRK-DESLIG-MES < 1 OR WRK-DESLIG-MES > 12
              OR WRK-DESLIG-DIA < 1 OR WRK-DESLIG-DIA > 31
              OR WRK-DESLIG-NUM > WRK-DATA-HOJE
              DISPLAY 'DATA DE DESLIGAMENTO INVALIDA OU FUTURA: '
                      WRK-DESLIG-TXT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN I-O EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - ACERTO NAO CALCULADO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE WRK-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  DISPLAY 'ID NAO CADASTRADO: ' WRK-ID
                  CLOSE EMP-MASTER
                  MOVE 8 TO RETURN-CODE
                  GO TO 1000-EXIT
           END-READ.
           IF EM-DATA-ADMISSAO IS NOT NUMERIC
              OR EM-DATA-ADMISSAO = ZEROS
              OR EM-DATA-ADMISSAO > WRK-DESLIG-NUM
              DISPLAY 'ADMISSAO NAO INFORMADA OU POSTERIOR AO '
                      'DESLIGAMENTO: ' WRK-ID
              CLOSE EMP-MASTER
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE EM-DATA-ADMISSAO TO WRK-ADM-NUM.
           MOVE WRK-DESLIG-TXT(1:6) TO WRK-COMP-DESLIG.
           MOVE WRK-ADM-TXT(1:6)    TO WRK-COMP-ADM.
           MOVE WRK-COMP-DESLIG TO CF-COMPETENCIA.
           CALL 'CONSULTA-FECHAMENTO' USING CONSULTA-FECHAMENTO-LNK.
           IF CF-FECHADA
              DISPLAY 'COMPETENCIA ' WRK-COMP-DESLIG ' FECHADA EM '
                      CF-DATA-FECHAMENTO ' - ACERTO NAO CALCULADO'
              CLOSE EMP-MASTER
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-COMP-DESLIG TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE NA COMPETENCIA '
                      WRK-COMP-DESLIG ' - ACERTO NAO CALCULADO'
              CLOSE EMP-MASTER
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'ACERTO DE ' WRK-ID ' ' EM-NOME ' DESLIGADO EM '
                   WRK-DESLIG-NUM ' - ' WRK-MOTIVO-DESC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LER-HISTORICO - Primeira leitura de PAY-HIST: ultimo
      * pagamento mensal do empregado (moeda, frequencia e valor), se
      * a competencia do desligamento ja foi paga pela folha, se o
      * 13o do ano ja saiu e se ja ha acerto de rescisao depois da
      * admissao (recusado, RC 8). Sem nenhum pagamento, RC 8.
      *****************************************************************
       2000-LER-HISTORICO.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - SEM BASE PARA O ACERTO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT.
           PERFORM UNTIL FIM-PH
              IF PH-ID = WRK-ID
                 PERFORM 2200-EXAMINAR-REGISTRO THRU 2200-EXIT
              END-IF
              PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
           IF JA-RESCINDIDO
              DISPLAY 'ACERTO DE RESCISAO JA PAGO PARA ' WRK-ID
                      ' - EXECUCAO RECUSADA'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           IF WRK-ULT-COMP = ZEROS
              DISPLAY 'NENHUM PAGAMENTO MENSAL DE ' WRK-ID
                      ' EM PAY-HIST - ACERTO NAO CALCULADO'
              MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-PAY-HIST.
           READ PAY-HIST
               AT END SET FIM-PH TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-EXAMINAR-REGISTRO.
           IF PH-RESCISAO AND PH-COMPETENCIA NOT < WRK-COMP-ADM
              SET JA-RESCINDIDO TO TRUE
              GO TO 2200-EXIT
           END-IF.
           IF PH-ESTORNO OR PH-FERIAS OR PH-RESCISAO
              GO TO 2200-EXIT
           END-IF.
           DIVIDE PH-COMPETENCIA BY 100
               GIVING WRK-COMPETENCIA-ANO
               REMAINDER WRK-COMPETENCIA-MES.
           IF WRK-COMPETENCIA-MES = 13
              AND WRK-COMPETENCIA-ANO = WRK-DESLIG-ANO
              SET DECIMO-JA-PAGO TO TRUE
              GO TO 2200-EXIT
           END-IF.
           IF WRK-COMPETENCIA-MES < 1 OR WRK-COMPETENCIA-MES > 12
              GO TO 2200-EXIT
           END-IF.
           IF PH-COMPETENCIA = WRK-COMP-DESLIG
              SET MES-DESLIG-PAGO TO TRUE
           END-IF.
           IF PH-COMPETENCIA NOT < WRK-ULT-COMP
              MOVE PH-COMPETENCIA TO WRK-ULT-COMP
              MOVE PH-VALOR       TO WRK-ULT-VALOR
              MOVE PH-MOEDA       TO WRK-MOEDA
              MOVE PH-FREQUENCIA  TO WRK-FREQ
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-APURAR-BASES - Segunda leitura de PAY-HIST, so na moeda do
      * ultimo pagamento: brutos do ano do desligamento com o mapa dos
      * meses (base do 13o, como em DECIMO-TERCEIRO) e dos doze meses
      * anteriores a competencia do desligamento (remuneracao de
      * referencia). Estornos abatem; ferias, 13o e acertos ficam de
      * fora.
      *****************************************************************
       2300-APURAR-BASES.
           MOVE ALL 'N' TO WRK-TAB-MESES.
           COMPUTE WRK-COMP-MINIMA = WRK-COMP-DESLIG - 100.
           MOVE 'N' TO WRK-FIM-PH.
           OPEN INPUT PAY-HIST.
           PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT.
           PERFORM UNTIL FIM-PH
              IF PH-ID = WRK-ID AND PH-MOEDA = WRK-MOEDA
                 AND NOT PH-FERIAS AND NOT PH-RESCISAO
                 PERFORM 2400-ACUMULAR-BASES THRU 2400-EXIT
              END-IF
              PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
           MOVE ZEROS TO WRK-QTD-MESES-ANO WRK-QTD-MESES-12.
           PERFORM 2500-CONTAR-MES THRU 2500-EXIT
              VARYING WRK-IDX-MES FROM 1 BY 1
              UNTIL WRK-IDX-MES > 12.
           IF WRK-QTD-MESES-12 > 0 AND WRK-SOMA-12 > 0
              COMPUTE WRK-REFERENCIA ROUNDED =
                  WRK-SOMA-12 / WRK-QTD-MESES-12
           ELSE
              MOVE WRK-ULT-VALOR TO WRK-REFERENCIA
           END-IF.
           IF WRK-QTD-MESES-ANO > 0 AND WRK-SOMA-ANO > 0
              COMPUTE WRK-MEDIA-ANO ROUNDED =
                  WRK-SOMA-ANO / WRK-QTD-MESES-ANO
           ELSE
              MOVE WRK-REFERENCIA TO WRK-MEDIA-ANO
           END-IF.
       2300-EXIT.
           EXIT.

       2400-ACUMULAR-BASES.
           DIVIDE PH-COMPETENCIA BY 100
               GIVING WRK-COMPETENCIA-ANO
               REMAINDER WRK-COMPETENCIA-MES.
           IF WRK-COMPETENCIA-MES < 1 OR WRK-COMPETENCIA-MES > 12
              GO TO 2400-EXIT
           END-IF.
           IF WRK-COMPETENCIA-ANO = WRK-DESLIG-ANO
              IF PH-ESTORNO
                 SUBTRACT PH-VALOR FROM WRK-SOMA-ANO
              ELSE
                 ADD PH-VALOR TO WRK-SOMA-ANO
                 MOVE 'S' TO WRK-MES-ANO(WRK-COMPETENCIA-MES)
              END-IF
           END-IF.
           IF PH-COMPETENCIA NOT < WRK-COMP-MINIMA
              AND PH-COMPETENCIA < WRK-COMP-DESLIG
              IF PH-ESTORNO
                 SUBTRACT PH-VALOR FROM WRK-SOMA-12
              ELSE
                 ADD PH-VALOR TO WRK-SOMA-12
                 MOVE 'S' TO WRK-MES-12(WRK-COMPETENCIA-MES)
              END-IF
           END-IF.
       2400-EXIT.
           EXIT.

       2500-CONTAR-MES.
           IF WRK-MES-ANO(WRK-IDX-MES) = 'S'
              ADD 1 TO WRK-QTD-MESES-ANO
           END-IF.
           IF WRK-MES-12(WRK-IDX-MES) = 'S'
              ADD 1 TO WRK-QTD-MESES-12
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CALCULAR-VERBAS - Calcula cada verba do acerto conforme
      * o motivo e os descontos sobre as verbas tributaveis.
      *****************************************************************
       3000-CALCULAR-VERBAS.
           PERFORM 3100-SALDO-SALARIO THRU 3100-EXIT.
           IF MOTIVO-SEM-JUSTA-CAUSA OR MOTIVO-ACORDO
              PERFORM 3200-AVISO-PREVIO THRU 3200-EXIT
           END-IF.
           IF NOT MOTIVO-JUSTA-CAUSA
              PERFORM 3300-DECIMO-PROPORCIONAL THRU 3300-EXIT
           END-IF.
           PERFORM 3400-FERIAS THRU 3400-EXIT.
           COMPUTE WRK-TERCO ROUNDED =
               (WRK-FERIAS-VENC + WRK-FERIAS-PROP) / 3.
           COMPUTE WRK-TOTAL-BRUTO = WRK-SALDO-SALARIO + WRK-AVISO
               + WRK-DECIMO + WRK-FERIAS-VENC + WRK-FERIAS-PROP
               + WRK-TERCO.
           PERFORM 3500-DESCONTOS THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-SALDO-SALARIO - Dias trabalhados no mes do desligamento
      * (ate 30) sobre a referencia, se a folha ainda nao pagou a
      * competencia.
      *****************************************************************
       3100-SALDO-SALARIO.
           IF MES-DESLIG-PAGO
              GO TO 3100-EXIT
           END-IF.
           MOVE WRK-DESLIG-DIA TO WRK-DIAS-SALDO.
           IF WRK-DIAS-SALDO > 30
              MOVE 30 TO WRK-DIAS-SALDO
           END-IF.
           IF WRK-COMP-ADM = WRK-COMP-DESLIG
              COMPUTE WRK-DIAS-SALDO = WRK-DESLIG-DIA - WRK-ADM-DIA + 1
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               WRK-REFERENCIA * WRK-DIAS-SALDO / 30.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-AVISO-PREVIO - Aviso indenizado de 30 dias mais 3 por ano
      * completo de servico, ate 90; no acordo, metade.
      *****************************************************************
       3200-AVISO-PREVIO.
           COMPUTE WRK-ANOS-SERVICO = WRK-DESLIG-ANO - WRK-ADM-ANO.
           IF WRK-DESLIG-TXT(5:4) < WRK-ADM-TXT(5:4)
              SUBTRACT 1 FROM WRK-ANOS-SERVICO
           END-IF.
           COMPUTE WRK-DIAS-AVISO = 30 + (3 * WRK-ANOS-SERVICO).
           IF WRK-DIAS-AVISO > 90
              MOVE 90 TO WRK-DIAS-AVISO
           END-IF.
           IF MOTIVO-ACORDO
              DIVIDE WRK-DIAS-AVISO BY 2 GIVING WRK-DIAS-AVISO
           END-IF.
           COMPUTE WRK-AVISO ROUNDED =
               WRK-REFERENCIA * WRK-DIAS-AVISO / 30.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-DECIMO-PROPORCIONAL - Media mensal do ano vezes os meses
      * com pagamento, mais o mes do desligamento quando ainda nao
      * pago e trabalhado por 15 dias ou mais, sobre doze. Se o 13o do
      * ano ja saiu, nada a pagar.
      *****************************************************************
       3300-DECIMO-PROPORCIONAL.
           IF DECIMO-JA-PAGO
              GO TO 3300-EXIT
           END-IF.
           MOVE WRK-QTD-MESES-ANO TO WRK-AVOS-DECIMO.
           IF WRK-MES-ANO(WRK-DESLIG-MES) NOT = 'S'
              AND WRK-DIAS-SALDO >= 15
              ADD 1 TO WRK-AVOS-DECIMO
           END-IF.
           IF WRK-AVOS-DECIMO > 12
              MOVE 12 TO WRK-AVOS-DECIMO
           END-IF.
           COMPUTE WRK-DECIMO ROUNDED =
               WRK-MEDIA-ANO * WRK-AVOS-DECIMO / 12.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-FERIAS - Percorre os periodos aquisitivos pelos
      * aniversarios da admissao: os completos somam o saldo da conta
      * FERIAS (periodo completo ainda nao aberto pela apuracao vale
      * 30 dias; o que ja tinha limite vencido antes da conta existir
      * e tido como gozado), em dobro se o limite passou; o periodo
      * em curso da as ferias proporcionais, exceto na justa causa.
      *****************************************************************
       3400-FERIAS.
           OPEN I-O FERIAS.
           IF WRK-FE-STATUS = '35'
              OPEN OUTPUT FERIAS
              CLOSE FERIAS
              OPEN I-O FERIAS
           END-IF.
           DIVIDE WRK-ADM-NUM BY 10000
               GIVING WRK-ANO-ADM REMAINDER WRK-MMDD-ADM.
           MOVE 'N' TO WRK-PERIODO-FUTURO.
           PERFORM 3410-AVALIAR-PERIODO THRU 3410-EXIT
              VARYING WRK-QTD-ANOS FROM 0 BY 1
              UNTIL PERIODO-FUTURO.
           COMPUTE WRK-FERIAS-VENC ROUNDED = WRK-REFERENCIA
               * (WRK-DIAS-VENCIDAS + WRK-DIAS-DOBRO) / 30.
       3400-EXIT.
           EXIT.

       3410-AVALIAR-PERIODO.
           COMPUTE WRK-ANO-ANIV = WRK-ANO-ADM + WRK-QTD-ANOS.
           PERFORM 7300-CALCULAR-ANIVERSARIO THRU 7300-EXIT.
           IF WRK-DATA-ANIV > WRK-DESLIG-NUM
              SET PERIODO-FUTURO TO TRUE
              GO TO 3410-EXIT
           END-IF.
           MOVE WRK-DATA-ANIV TO WRK-INICIO-AQUIS.
           ADD 1 TO WRK-ANO-ANIV.
           PERFORM 7300-CALCULAR-ANIVERSARIO THRU 7300-EXIT.
           MOVE WRK-DATA-ANIV TO WRK-DATA-CALC-NUM.
           PERFORM 7400-VOLTAR-UM-DIA THRU 7400-EXIT.
           MOVE WRK-DATA-CALC-NUM TO WRK-FIM-AQUIS.
           ADD 1 TO WRK-ANO-ANIV.
           PERFORM 7300-CALCULAR-ANIVERSARIO THRU 7300-EXIT.
           MOVE WRK-DATA-ANIV TO WRK-DATA-CALC-NUM.
           PERFORM 7400-VOLTAR-UM-DIA THRU 7400-EXIT.
           MOVE WRK-DATA-CALC-NUM TO WRK-LIMITE-GOZO.
           IF WRK-FIM-AQUIS NOT < WRK-DESLIG-NUM
              IF NOT MOTIVO-JUSTA-CAUSA
                 PERFORM 3420-AVOS-PERIODO-CORRENTE THRU 3420-EXIT
              END-IF
              GO TO 3410-EXIT
           END-IF.
           MOVE WRK-ID           TO FE-EM-ID.
           MOVE WRK-INICIO-AQUIS TO FE-INICIO-AQUIS.
           READ FERIAS
               INVALID KEY
                  IF WRK-LIMITE-GOZO < WRK-DESLIG-NUM
                     MOVE ZEROS TO WRK-SALDO-PERIODO
                  ELSE
                     MOVE 30 TO WRK-SALDO-PERIODO
                  END-IF
               NOT INVALID KEY
                  COMPUTE WRK-SALDO-PERIODO =
                      FE-DIAS-DIREITO - FE-DIAS-GOZADOS
           END-READ.
           IF WRK-LIMITE-GOZO < WRK-DESLIG-NUM
              ADD WRK-SALDO-PERIODO TO WRK-DIAS-DOBRO
           END-IF.
           ADD WRK-SALDO-PERIODO TO WRK-DIAS-VENCIDAS.
       3410-EXIT.
           EXIT.

      *****************************************************************
      * 3420-AVOS-PERIODO-CORRENTE - Meses do inicio do periodo em
      * curso ate o desligamento; fracao de 15 dias ou mais conta como
      * mes. As proporcionais sao a referencia vezes os avos sobre
      * doze.
      *****************************************************************
       3420-AVOS-PERIODO-CORRENTE.
           MOVE WRK-INICIO-AQUIS TO WRK-INICIO-NUM.
           COMPUTE WRK-MESES-CORR =
               ((WRK-DESLIG-ANO - WRK-INI-ANO) * 12)
               + WRK-DESLIG-MES - WRK-INI-MES.
           IF WRK-DESLIG-DIA NOT < WRK-INI-DIA
              COMPUTE WRK-DIAS-RESTO = WRK-DESLIG-DIA - WRK-INI-DIA + 1
           ELSE
              SUBTRACT 1 FROM WRK-MESES-CORR
              MOVE WRK-DESLIG-NUM TO WRK-DATA-CALC-NUM
              MOVE 1 TO WRK-DIA-CALC
              PERFORM 7400-VOLTAR-UM-DIA THRU 7400-EXIT
              COMPUTE WRK-DIAS-RESTO = WRK-DIA-CALC - WRK-INI-DIA + 1
                                     + WRK-DESLIG-DIA
           END-IF.
           IF WRK-DIAS-RESTO >= 15
              ADD 1 TO WRK-MESES-CORR
           END-IF.
           IF WRK-MESES-CORR > 12
              MOVE 12 TO WRK-MESES-CORR
           END-IF.
           IF WRK-MESES-CORR < 0
              MOVE 0 TO WRK-MESES-CORR
           END-IF.
           MOVE WRK-MESES-CORR TO WRK-AVOS-FERIAS.
           COMPUTE WRK-FERIAS-PROP ROUNDED =
               WRK-REFERENCIA * WRK-AVOS-FERIAS / 12.
       3420-EXIT.
           EXIT.

      *****************************************************************
      * 3500-DESCONTOS - INSS e IRRF pela rotina comum, na competencia
      * do desligamento: saldo de salario mais aviso numa base e o
      * 13o em outra, como na folha de 13o. Ferias indenizadas e o
      * terco nao sofrem desconto.
      *****************************************************************
       3500-DESCONTOS.
           MOVE ZEROS TO WRK-TOTAL-INSS WRK-TOTAL-IRRF.
           IF WRK-SALDO-SALARIO + WRK-AVISO > 0
              COMPUTE CD-SALARIO-BRUTO = WRK-SALDO-SALARIO + WRK-AVISO
              MOVE WRK-COMP-DESLIG TO CD-COMPETENCIA
              MOVE WRK-ID TO CD-EM-ID
              MOVE ZEROS TO CD-DEDUCAO-PENSAO
              CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK
              ADD CD-DESC-INSS TO WRK-TOTAL-INSS
              ADD CD-DESC-IRRF TO WRK-TOTAL-IRRF
           END-IF.
           IF WRK-DECIMO > 0
              MOVE WRK-DECIMO TO CD-SALARIO-BRUTO
              MOVE WRK-COMP-DESLIG TO CD-COMPETENCIA
              MOVE WRK-ID TO CD-EM-ID
              MOVE ZEROS TO CD-DEDUCAO-PENSAO
              CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK
              ADD CD-DESC-INSS TO WRK-TOTAL-INSS
              ADD CD-DESC-IRRF TO WRK-TOTAL-IRRF
           END-IF.
           COMPUTE WRK-TOTAL-LIQUIDO = WRK-TOTAL-BRUTO
               - WRK-TOTAL-INSS - WRK-TOTAL-IRRF.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-PAGAR-ACERTO - Emite o termo e o contracheque, acumula em
      * YTD-SAL, registra em PAY-HIST (tipo R), quita a conta de
      * ferias e inativa o empregado.
      *****************************************************************
       4000-PAGAR-ACERTO.
           EVALUATE WRK-MOEDA
              WHEN 'USD' MOVE 'US$' TO WRK-SIMBOLO
              WHEN 'EUR' MOVE 'EUR' TO WRK-SIMBOLO
              WHEN OTHER MOVE 'R$ ' TO WRK-SIMBOLO
           END-EVALUATE.
           PERFORM 4100-EMITIR-TERMO THRU 4100-EXIT.
           PERFORM 4200-EMITIR-CONTRACHEQUE THRU 4200-EXIT.
           PERFORM 4300-ACUMULAR-YTD THRU 4300-EXIT.
           PERFORM 4400-GRAVAR-PAY-HIST THRU 4400-EXIT.
           PERFORM 4500-QUITAR-FERIAS THRU 4500-EXIT.
           CLOSE FERIAS.
           IF EM-ATIVO
              MOVE 'I' TO EM-STATUS
              REWRITE EMP-MASTER-REC
           END-IF.
           CLOSE EMP-MASTER.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-EMITIR-TERMO - Termo de rescisao: identificacao, uma
      * linha por verba com a referencia, os descontos e o liquido.
      *****************************************************************
       4100-EMITIR-TERMO.
           OPEN OUTPUT RESCISAO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO RESCISAO-REPORT-REC.
           WRITE RESCISAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO  DATA: '
                  DELIMITED BY SIZE
                  WRK-DATA-HOJE-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RESCISAO-REPORT-REC.
           WRITE RESCISAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMPREGADO: ' DELIMITED BY SIZE
                  WRK-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EM-NOME DELIMITED BY SIZE
                  '  MOEDA: ' DELIMITED BY SIZE
                  WRK-MOEDA DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RESCISAO-REPORT-REC.
           WRITE RESCISAO-REPORT-REC.
           MOVE WRK-ADM-NUM    TO WRK-DATA-ED.
           MOVE WRK-DESLIG-NUM TO WRK-DESLIG-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ADMISSAO: ' DELIMITED BY SIZE
                  WRK-DATA-ED DELIMITED BY SIZE
                  '  DESLIGAMENTO: ' DELIMITED BY SIZE
                  WRK-DESLIG-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RESCISAO-REPORT-REC.
           WRITE RESCISAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOTIVO: ' DELIMITED BY SIZE
                  WRK-MOTIVO DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  WRK-MOTIVO-DESC DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RESCISAO-REPORT-REC.
           WRITE RESCISAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'REMUNERACAO DE REFERENCIA' TO WRK-LV-DESCRICAO.
           MOVE WRK-REFERENCIA TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'SALDO DE SALARIO' TO WRK-LV-DESCRICAO.
           MOVE WRK-DIAS-SALDO TO WRK-QTD-ED.
           STRING WRK-QTD-ED DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO WRK-LV-REFERENCIA.
           MOVE WRK-SALDO-SALARIO TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'AVISO PREVIO INDENIZADO' TO WRK-LV-DESCRICAO.
           MOVE WRK-DIAS-AVISO TO WRK-QTD-ED.
           STRING WRK-QTD-ED DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO WRK-LV-REFERENCIA.
           MOVE WRK-AVISO TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE '13o SALARIO PROPORCIONAL' TO WRK-LV-DESCRICAO.
           MOVE WRK-AVOS-DECIMO TO WRK-AVOS-ED.
           STRING WRK-AVOS-ED DELIMITED BY SIZE
                  '/12 AVOS' DELIMITED BY SIZE
                  INTO WRK-LV-REFERENCIA.
           MOVE WRK-DECIMO TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'FERIAS VENCIDAS (DOBRO INCLUSO)' TO WRK-LV-DESCRICAO.
           MOVE WRK-DIAS-VENCIDAS TO WRK-QTD-ED.
           STRING WRK-QTD-ED DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO WRK-LV-REFERENCIA.
           MOVE WRK-FERIAS-VENC TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           IF WRK-DIAS-DOBRO > 0
              MOVE SPACES TO WRK-LINHA-VERBA
              MOVE '  DIAS VENCIDOS APOS O LIMITE (EM DOBRO)'
                TO WRK-LV-DESCRICAO
              MOVE WRK-DIAS-DOBRO TO WRK-QTD-ED
              STRING WRK-QTD-ED DELIMITED BY SIZE
                     ' DIAS' DELIMITED BY SIZE
                     INTO WRK-LV-REFERENCIA
              PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'FERIAS PROPORCIONAIS' TO WRK-LV-DESCRICAO.
           MOVE WRK-AVOS-FERIAS TO WRK-AVOS-ED.
           STRING WRK-AVOS-ED DELIMITED BY SIZE
                  '/12 AVOS' DELIMITED BY SIZE
                  INTO WRK-LV-REFERENCIA.
           MOVE WRK-FERIAS-PROP TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE '1/3 CONSTITUCIONAL SOBRE FERIAS' TO WRK-LV-DESCRICAO.
           MOVE WRK-TERCO TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'TOTAL BRUTO' TO WRK-LV-DESCRICAO.
           MOVE WRK-TOTAL-BRUTO TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE '(-) INSS' TO WRK-LV-DESCRICAO.
           MOVE WRK-TOTAL-INSS TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE '(-) IRRF' TO WRK-LV-DESCRICAO.
           MOVE WRK-TOTAL-IRRF TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           MOVE SPACES TO WRK-LINHA-VERBA.
           MOVE 'LIQUIDO A RECEBER' TO WRK-LV-DESCRICAO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-LV-VALOR.
           PERFORM 4190-GRAVAR-VERBA THRU 4190-EXIT.
           CLOSE RESCISAO-REPORT.
       4100-EXIT.
           EXIT.

       4190-GRAVAR-VERBA.
           MOVE WRK-LINHA-VERBA TO RESCISAO-REPORT-REC.
           WRITE RESCISAO-REPORT-REC.
       4190-EXIT.
           EXIT.

      *****************************************************************
      * 4200-EMITIR-CONTRACHEQUE - Contracheque do acerto no layout da
      * folha (cabecalho HEADER, situacao RESCISAO, trailer padrao e
      * TRAILER LIQUIDO), para a conferencia de trailer e a remessa.
      *****************************************************************
       4200-EMITIR-CONTRACHEQUE.
           OPEN OUTPUT PAYSLIP-RESCISAO.
           SET ARQREL2-GERADO TO TRUE.
           MOVE SPACES TO PAYSLIP-RESCISAO-LINHA.
           STRING 'HEADER ' DELIMITED BY SIZE
                  INST-NOME DELIMITED BY SIZE
                  INTO PAYSLIP-RESCISAO-LINHA
           END-STRING.
           WRITE PAYSLIP-RESCISAO-LINHA.
           MOVE SPACES TO PAYSLIP-RESCISAO-LINHA.
           STRING 'HEADER ' DELIMITED BY SIZE
                  'ACERTO DE RESCISAO  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-HOJE-ED DELIMITED BY SIZE
                  '  PAGINA: 001' DELIMITED BY SIZE
                  INTO PAYSLIP-RESCISAO-LINHA
           END-STRING.
           WRITE PAYSLIP-RESCISAO-LINHA.
           MOVE WRK-TOTAL-BRUTO TO WRK-SALARIO-EDITADO.
           MOVE SPACES TO WRK-SALARIO-MASK.
           STRING WRK-SIMBOLO DELIMITED BY SIZE
                  WRK-SALARIO-EDITADO DELIMITED BY SIZE
                  INTO WRK-SALARIO-MASK.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE EM-NOME            TO PO-NOME.
           MOVE EM-ID              TO PO-ID.
           MOVE WRK-SALARIO-MASK   TO PO-SALARIO-MASK.
           MOVE 'RESCISAO'         TO PO-SITUACAO.
           MOVE WRK-TOTAL-BRUTO    TO PO-BRUTO-ED.
           MOVE WRK-TOTAL-INSS     TO PO-INSS-ED.
           MOVE WRK-TOTAL-IRRF     TO PO-IRRF-ED.
           MOVE WRK-TOTAL-LIQUIDO  TO PO-LIQUIDO-ED.
           WRITE PAYSLIP-OUT-REC.
           MOVE SPACES TO PAYSLIP-OUT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE 1 TO BT-QTD-REGISTROS.
           MOVE WRK-TOTAL-BRUTO TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO PAYSLIP-RESCISAO-LINHA.
           STRING 'TRAILER LIQUIDO ' DELIMITED BY SIZE
                  WRK-VALOR-ED       DELIMITED BY SIZE
                  INTO PAYSLIP-RESCISAO-LINHA
           END-STRING.
           WRITE PAYSLIP-RESCISAO-LINHA.
           CLOSE PAYSLIP-RESCISAO.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-ACUMULAR-YTD - Soma o bruto do acerto ao acumulado do ano
      * do empregado na moeda correspondente.
      *****************************************************************
       4300-ACUMULAR-YTD.
           OPEN I-O YTD-SAL-FILE.
           IF WRK-YTD-STATUS = '35'
              OPEN OUTPUT YTD-SAL-FILE
              CLOSE YTD-SAL-FILE
              OPEN I-O YTD-SAL-FILE
           END-IF.
           MOVE WRK-ID TO YS-ID.
           READ YTD-SAL-FILE
               INVALID KEY
                  MOVE SPACES  TO YTD-SAL-REC
                  MOVE WRK-ID  TO YS-ID
                  MOVE EM-NOME TO YS-NOME
                  MOVE ZEROS TO YS-TOTAL-BRL YS-TOTAL-USD
                                YS-TOTAL-EUR
                  MOVE WRK-FREQ TO YS-FREQ-PAGAMENTO
                  PERFORM 4310-SOMAR-NA-MOEDA THRU 4310-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  WRITE YTD-SAL-REC
               NOT INVALID KEY
                  PERFORM 4310-SOMAR-NA-MOEDA THRU 4310-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  REWRITE YTD-SAL-REC
           END-READ.
           CLOSE YTD-SAL-FILE.
       4300-EXIT.
           EXIT.

       4310-SOMAR-NA-MOEDA.
           EVALUATE WRK-MOEDA
              WHEN 'USD' ADD WRK-TOTAL-BRUTO TO YS-TOTAL-USD
              WHEN 'EUR' ADD WRK-TOTAL-BRUTO TO YS-TOTAL-EUR
              WHEN OTHER ADD WRK-TOTAL-BRUTO TO YS-TOTAL-BRL
           END-EVALUATE.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * 4400-GRAVAR-PAY-HIST - Registra o acerto no historico mensal
      * na competencia do desligamento com tipo R.
      *****************************************************************
       4400-GRAVAR-PAY-HIST.
           MOVE SPACES TO PAY-HIST-REC.
           MOVE EM-NOME         TO PH-NOME.
           MOVE WRK-COMP-DESLIG TO PH-COMPETENCIA.
           MOVE WRK-TOTAL-BRUTO TO PH-VALOR.
           MOVE WRK-MOEDA       TO PH-MOEDA.
           MOVE WRK-FREQ        TO PH-FREQUENCIA.
           MOVE WRK-ID          TO PH-ID.
           MOVE 'R'             TO PH-TIPO.
           OPEN EXTEND PAY-HIST.
           WRITE PAY-HIST-REC.
           CLOSE PAY-HIST.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 4500-QUITAR-FERIAS - Todos os periodos do empregado na conta de
      * ferias ficam quitados (gozados = direito) e a programacao
      * pendente e cancelada: o saldo foi indenizado no acerto.
      *****************************************************************
       4500-QUITAR-FERIAS.
           MOVE 'N' TO WRK-FIM-FERIAS.
           MOVE WRK-ID TO FE-EM-ID.
           MOVE ZEROS  TO FE-INICIO-AQUIS.
           START FERIAS KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY SET FIM-FERIAS TO TRUE
           END-START.
           PERFORM 4510-QUITAR-PERIODO THRU 4510-EXIT
              UNTIL FIM-FERIAS.
       4500-EXIT.
           EXIT.

       4510-QUITAR-PERIODO.
           READ FERIAS NEXT RECORD
               AT END
                  SET FIM-FERIAS TO TRUE
                  GO TO 4510-EXIT
           END-READ.
           IF FE-EM-ID NOT = WRK-ID
              SET FIM-FERIAS TO TRUE
              GO TO 4510-EXIT
           END-IF.
           MOVE FE-DIAS-DIREITO TO FE-DIAS-GOZADOS.
           IF FE-PROG-PENDENTE
              MOVE SPACE TO FE-PROG-SITUACAO
              MOVE ZEROS TO FE-PROG-INICIO FE-PROG-FIM FE-PROG-DIAS
                            FE-PROG-DATA-PAGTO FE-PROG-VALOR
           END-IF.
           REWRITE FERIAS-REC.
       4510-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo do acerto no console.
      *****************************************************************
       5000-FINALIZAR.
           MOVE WRK-TOTAL-BRUTO TO WRK-VALOR-ED.
           DISPLAY 'ACERTO DE RESCISAO CONCLUIDO - BRUTO: '
                   WRK-VALOR-ED.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-VALOR-ED.
           DISPLAY 'LIQUIDO: ' WRK-VALOR-ED
                   '  EMPREGADO INATIVO EM EMP-MASTER'.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 7100-VERIFICAR-BISSEXTO - Ano WRK-ANO-BISS bissexto?
      *****************************************************************
       7100-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-BISS BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-BISS BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-BISS BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 7300-CALCULAR-ANIVERSARIO - Aniversario da admissao no ano
      * WRK-ANO-ANIV em WRK-DATA-ANIV; admissao em 29/02 faz
      * aniversario em 01/03 nos anos que nao sao bissextos.
      *****************************************************************
       7300-CALCULAR-ANIVERSARIO.
           COMPUTE WRK-DATA-ANIV = (WRK-ANO-ANIV * 10000)
                                 + WRK-MMDD-ADM.
           IF WRK-MMDD-ADM = 0229
              MOVE WRK-ANO-ANIV TO WRK-ANO-BISS
              PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT
              IF NOT ANO-BISSEXTO
                 COMPUTE WRK-DATA-ANIV = (WRK-ANO-ANIV * 10000)
                                       + 0301
              END-IF
           END-IF.
       7300-EXIT.
           EXIT.

      *****************************************************************
      * 7400-VOLTAR-UM-DIA - Vespera da data em WRK-DATA-CALC.
      *****************************************************************
       7400-VOLTAR-UM-DIA.
           IF WRK-DIA-CALC > 1
              SUBTRACT 1 FROM WRK-DIA-CALC
              GO TO 7400-EXIT
           END-IF.
           IF WRK-MES-CALC > 1
              SUBTRACT 1 FROM WRK-MES-CALC
           ELSE
              MOVE 12 TO WRK-MES-CALC
              SUBTRACT 1 FROM WRK-ANO-CALC
           END-IF.
           MOVE WRK-DIAS-MES(WRK-MES-CALC) TO WRK-DIA-CALC.
           IF WRK-MES-CALC = 2
              MOVE WRK-ANO-CALC TO WRK-ANO-BISS
              PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT
              IF ANO-BISSEXTO
                 MOVE 29 TO WRK-DIA-CALC
              END-IF
           END-IF.
       7400-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de RESCISAO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT RESCISAO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'RESCISAO-REPORT' TO AG-RELATORIO.
           MOVE 'CALCULA-RESCISAO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE RESCISAO-REPORT-RELIDO.
           MOVE ZEROS TO AG-QTD-REGISTROS.
           MOVE WRK-TOTAL-LIQUIDO TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ RESCISAO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE RESCISAO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9820-ARQUIVAR-HOLERITE - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PAYSLIP-RESCISAO desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9820-ARQUIVAR-HOLERITE.
           IF NOT ARQREL2-GERADO
              GO TO 9820-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PAYSLIP-RESCISAO-RELIDO.
           IF WRK-ARQREL2-STATUS NOT = '00'
              GO TO 9820-EXIT
           END-IF.
           MOVE 'PAYSLIP-RESCISAO' TO AG-RELATORIO.
           MOVE 'CALCULA-RESCISAO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9830-ARQUIVAR-LINHA-HOLERITE THRU 9830-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PAYSLIP-RESCISAO-RELIDO.
           MOVE ZEROS TO AG-QTD-REGISTROS.
           MOVE WRK-TOTAL-LIQUIDO TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9820-EXIT.
           EXIT.

       9830-ARQUIVAR-LINHA-HOLERITE.
           READ PAYSLIP-RESCISAO-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9830-EXIT
           END-READ.
           MOVE PAYSLIP-RESCISAO-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9830-EXIT.
           EXIT.
