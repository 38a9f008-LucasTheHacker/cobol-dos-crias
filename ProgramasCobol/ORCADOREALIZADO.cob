       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ORCADO-REALIZADO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Confronto mensal do orcamento de quadro e de custo
      *           da folha (ORCAMENTO-FOLHA, mantido por
      *           MANTER-ORCAMENTO) com o realizado, por campus e
      *           cargo: roda depois de APURA-ENCARGOS, para a
      *           competencia do PARM (MES=AAAAMM; em branco ou
      *           invalido, a corrente). O quadro realizado e o de
      *           empregados ativos de EMP-MASTER admitidos ate a
      *           competencia; o custo realizado e o de PAY-HIST em
      *           reais (folha, ferias, rescisao e dissidio, liquido
      *           dos estornos) na competencia e no ano ate ela - em
      *           dezembro, com o 13o. Cargo e campus vem de EMP-IN
      *           (campus de YTD-SAL para quem nao esta no arquivo do
      *           mes), como em APURA-ENCARGOS; o custo acumulado do
      *           ano vai para o cargo atual do empregado. O
      *           relatorio ORCAMENTO-REPORT mostra, por linha, o
      *           orcado, o realizado e a diferenca do quadro, do mes
      *           e do ano, e marca o cargo acima do orcamento (ou sem
      *           orcamento); as vagas - posicoes orcadas sem
      *           empregado - saem numa secao propria. Cargo acima do
      *           orcamento ou pagamento em moeda estrangeira, fora do
      *           confronto, terminam em RC 4; sem o orcamento ou sem
      *           PAY-HIST nada e confrontado (RC 8). A data de execucao
      *           vem da data de movimento (rotina LE-DATA-MOV), nao do
      *           relogio.
      *           Copia de ORCAMENTO-REPORT guardada no arquivo de
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
           SELECT ORCAMENTO-FOLHA ASSIGN TO "ORCAMENTO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-CHAVE
               FILE STATUS IS WRK-OR-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT EMP-IN ASSIGN TO "EMP-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YS-ID
               ALTERNATE RECORD KEY IS YS-NOME WITH DUPLICATES
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT CARGO-MASTER ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WRK-CG-STATUS.
           SELECT ORCAMENTO-REPORT ASSIGN TO "ORCAMENTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORCAMENTO-REPORT-RELIDO ASSIGN TO "ORCAMENTO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORCAMENTO-FOLHA.
           COPY ORCAMENT.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

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

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  YTD-SAL-FILE.
           COPY YTDSAL.

       FD  CARGO-MASTER.
           COPY CARGMSTR.

       FD  ORCAMENTO-REPORT
           RECORD CONTAINS 132 CHARACTERS.
       01  ORCAMENTO-REPORT-REC     PIC X(132).
           COPY TRAILER.

       FD  ORCAMENTO-REPORT-RELIDO
           RECORD CONTAINS 132 CHARACTERS.
       01  ORCAMENTO-REPORT-RELIDO-REC PIC X(132).
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
       77  WRK-OR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CG-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-ORC        PIC X(01)      VALUE 'N'.
           88 FIM-ORC                        VALUE 'S'.
       77  WRK-FIM-PH         PIC X(01)      VALUE 'N'.
           88 FIM-PH                         VALUE 'S'.
       77  WRK-FIM-EMP-IN     PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                     VALUE 'S'.
       77  WRK-FIM-EMP        PIC X(01)      VALUE 'N'.
           88 FIM-EMP                        VALUE 'S'.
       77  WRK-TEM-YTD        PIC X(01)      VALUE 'N'.
           88 TEM-YTD                        VALUE 'S'.
       77  WRK-TEM-CARGOS     PIC X(01)      VALUE 'N'.
           88 TEM-CARGOS                     VALUE 'S'.
       77  WRK-TEM-AVISO      PIC X(01)      VALUE 'N'.
           88 TEM-AVISO                      VALUE 'S'.
       77  WRK-ACIMA          PIC X(01)      VALUE 'N'.
           88 GRUPO-ACIMA                    VALUE 'S'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       01  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       01  WRK-MES-REF-R REDEFINES WRK-MES-REF.
           05 WRK-ANO-REF     PIC 9(04).
           05 WRK-MM-REF      PIC 9(02).
       77  WRK-COMP-INICIO    PIC 9(06)      VALUE ZEROS.
       77  WRK-COMP-13        PIC 9(06)      VALUE ZEROS.
      *
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-EMP        PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-EMP        PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-CAD        PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-GRUPOS     PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-LINHAS-ORC PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ATIVOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-PAGTOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ESTORNOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-OUTRA-MOEDA PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-ACIMA      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-ORC    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-VAGAS      PIC 9(05)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-VALOR          PIC S9(09)V99  VALUE ZEROS.
       77  WRK-ID             PIC X(06)      VALUE SPACES.
       77  WRK-CAMPUS         PIC X(02)      VALUE SPACES.
       77  WRK-CARGO          PIC X(04)      VALUE SPACES.
       77  WRK-VAGAS          PIC 9(04)      VALUE ZEROS.
       77  WRK-ORC-ACUM       PIC 9(11)V99   VALUE ZEROS.
       77  WRK-DIF-QTD        PIC S9(05)     VALUE ZEROS.
       77  WRK-DIF-MES        PIC S9(11)V99  VALUE ZEROS.
       77  WRK-DIF-ACUM       PIC S9(11)V99  VALUE ZEROS.
      *
      * Totais gerais do confronto.
       77  WRK-TOT-QTD-ORC    PIC 9(06)      VALUE ZEROS.
       77  WRK-TOT-QTD-REAL   PIC 9(06)      VALUE ZEROS.
       77  WRK-TOT-ORC-MES    PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-ORC-ACUM   PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-REAL-MES   PIC S9(11)V99  VALUE ZEROS.
       77  WRK-TOT-REAL-ACUM  PIC S9(11)V99  VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZ9     VALUE ZEROS.
       77  WRK-LINHA          PIC X(132)     VALUE SPACES.
      *
      * Custo realizado por empregado, acumulado da varredura de
      * PAY-HIST (estornos em negativo): o da competencia e o do ano
      * ate ela. Ate 500 empregados; acima disso os excedentes sao
      * contados e avisados.
       01  WRK-TAB-EMP.
           05 WRK-EMP-ENT OCCURS 500 TIMES.
              10 WRK-TE-ID          PIC X(06).
              10 WRK-TE-NOME        PIC X(20).
              10 WRK-TE-MES         PIC S9(09)V99.
              10 WRK-TE-ACUM        PIC S9(11)V99.
      *
      * Cargo e campus de cada empregado no arquivo do mes (EMP-IN).
       01  WRK-TAB-CAD.
           05 WRK-CAD-ENT OCCURS 500 TIMES.
              10 WRK-TC-ID          PIC X(06).
              10 WRK-TC-CARGO       PIC X(04).
              10 WRK-TC-CAMPUS      PIC X(02).
      *
      * Linhas do confronto (campus + cargo): primeiro as orcadas, na
      * ordem da chave do orcamento, depois as que so tem realizado
      * (TG-ORCADO 'N'), na ordem em que aparecem.
       01  WRK-TAB-GRUPO.
           05 WRK-GRUPO-ENT OCCURS 200 TIMES.
              10 WRK-TG-CAMPUS      PIC X(02).
              10 WRK-TG-CARGO       PIC X(04).
              10 WRK-TG-ORCADO      PIC X(01).
              10 WRK-TG-QTD-ORC     PIC 9(04).
              10 WRK-TG-CUSTO-ORC   PIC 9(09)V99.
              10 WRK-TG-QTD-REAL    PIC 9(05).
              10 WRK-TG-REAL-MES    PIC S9(11)V99.
              10 WRK-TG-REAL-ACUM   PIC S9(11)V99.
      *
      * Linha de detalhe do confronto.
       01  WRK-DETALHE.
           05 WRK-DET-CAMPUS        PIC X(02).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-CARGO         PIC X(04).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DESCRICAO     PIC X(15).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-QTD-ORC       PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-QTD-REAL      PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DIF-QTD       PIC -ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-ORC-MES       PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-REAL-MES      PIC -ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DIF-MES       PIC -ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-ORC-ACUM      PIC ZZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-REAL-ACUM     PIC -ZZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DIF-ACUM      PIC -ZZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-SITUACAO      PIC X(10).
           05 FILLER                PIC X(03)  VALUE SPACES.
       01  WRK-CABEC-COLUNAS.
           05 FILLER                PIC X(24)  VALUE
              'CP CARG DESCRICAO'.
           05 FILLER                PIC X(16)  VALUE
              'ORC. REAL   DIF'.
           05 FILLER                PIC X(25)  VALUE
              ' ORCADO MES   REALIZ MES'.
           05 FILLER                PIC X(26)  VALUE
              '   DIFER MES   ORCADO ANO '.
           05 FILLER                PIC X(28)  VALUE
              '   REALIZ ANO     DIFER ANO '.
           05 FILLER                PIC X(13)  VALUE
              'SITUACAO'.
      *
      * Linha da secao de vagas.
       01  WRK-DET-VAGA.
           05 WRK-DV-CAMPUS         PIC X(02).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DV-CARGO          PIC X(04).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DV-DESCRICAO      PIC X(15).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DV-QTD-ORC        PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DV-QTD-REAL       PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DV-VAGAS          PIC ZZZ9.
           05 FILLER                PIC X(94)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 1100-CARREGAR-ORCAMENTO THRU 1100-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 1200-CARREGAR-CADASTRO THRU 1200-EXIT.
           OPEN INPUT YTD-SAL-FILE.
           IF WRK-YTD-STATUS = '00'
              SET TEM-YTD TO TRUE
           END-IF.
           PERFORM 2000-APURAR-CUSTO THRU 2000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 3000-APURAR-QUADRO THRU 3000-EXIT.
           PERFORM 2500-DISTRIBUIR-CUSTO THRU 2500-EXIT
              VARYING WRK-IDX-EMP FROM 1 BY 1
              UNTIL WRK-IDX-EMP > WRK-QTD-EMP.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS = '00'
              SET TEM-CARGOS TO TRUE
           END-IF.
           OPEN OUTPUT ORCAMENTO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 5000-EMITIR-CONFRONTO THRU 5000-EXIT.
           PERFORM 6000-EMITIR-VAGAS THRU 6000-EXIT.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, corrente
      * quando em branco ou invalida), o inicio do ano dela (AAAA01)
      * para o acumulado e, em dezembro, a competencia do 13o.
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
           COMPUTE WRK-COMP-INICIO = WRK-ANO-REF * 100 + 1.
           IF WRK-MM-REF = 12
              COMPUTE WRK-COMP-13 = WRK-MES-REF + 1
           END-IF.
           INITIALIZE WRK-TAB-GRUPO.
           OPEN INPUT ORCAMENTO-FOLHA.
           IF WRK-OR-STATUS NOT = '00'
              DISPLAY 'ORCAMENTO-FOLHA AUSENTE - NADA A CONFRONTAR'
              MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CARREGAR-ORCAMENTO - Linhas do orcamento do ano da
      * competencia, pela chave; ano sem orcamento nao tem o que
      * confrontar (RC 8).
      *****************************************************************
       1100-CARREGAR-ORCAMENTO.
           MOVE WRK-ANO-REF TO OR-ANO.
           MOVE LOW-VALUES TO OR-CAMPUS OR-CARGO.
           START ORCAMENTO-FOLHA KEY IS NOT LESS THAN OR-CHAVE
               INVALID KEY SET FIM-ORC TO TRUE
           END-START.
           PERFORM 1110-CARREGAR-LINHA THRU 1110-EXIT
              UNTIL FIM-ORC.
           CLOSE ORCAMENTO-FOLHA.
           IF WRK-QTD-LINHAS-ORC = 0
              DISPLAY 'SEM ORCAMENTO PARA ' WRK-ANO-REF
                      ' - NADA A CONFRONTAR'
              MOVE 8 TO RETURN-CODE
           END-IF.
       1100-EXIT.
           EXIT.

       1110-CARREGAR-LINHA.
           READ ORCAMENTO-FOLHA NEXT RECORD
               AT END
                  SET FIM-ORC TO TRUE
                  GO TO 1110-EXIT
           END-READ.
           IF OR-ANO NOT = WRK-ANO-REF
              SET FIM-ORC TO TRUE
              GO TO 1110-EXIT
           END-IF.
           IF WRK-QTD-GRUPOS >= 200
              DISPLAY 'LINHAS DO ORCAMENTO ALEM DO LIMITE: '
                      OR-CAMPUS ' ' OR-CARGO
              SET TEM-AVISO TO TRUE
              GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS-ORC.
           ADD 1 TO WRK-QTD-GRUPOS.
           MOVE OR-CAMPUS       TO WRK-TG-CAMPUS(WRK-QTD-GRUPOS).
           MOVE OR-CARGO        TO WRK-TG-CARGO(WRK-QTD-GRUPOS).
           MOVE 'S'             TO WRK-TG-ORCADO(WRK-QTD-GRUPOS).
           MOVE OR-QTD-ORCADA   TO WRK-TG-QTD-ORC(WRK-QTD-GRUPOS).
           MOVE OR-CUSTO-MENSAL TO WRK-TG-CUSTO-ORC(WRK-QTD-GRUPOS).
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CARREGAR-CADASTRO - Cargo e campus de cada empregado do
      * arquivo do mes (EMP-IN); sem o arquivo, todos saem sem cargo
      * e com o campus do acumulado.
      *****************************************************************
       1200-CARREGAR-CADASTRO.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'EMP-IN AUSENTE - REALIZADO SEM CARGO'
              SET TEM-AVISO TO TRUE
              GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-CARREGAR-EMPREGADO THRU 1210-EXIT
              UNTIL FIM-EMP-IN.
           CLOSE EMP-IN.
       1200-EXIT.
           EXIT.

       1210-CARREGAR-EMPREGADO.
           READ EMP-IN
               AT END
                  SET FIM-EMP-IN TO TRUE
                  GO TO 1210-EXIT
           END-READ.
           IF EI-ID = SPACES OR WRK-QTD-CAD >= 500
              GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CAD.
           MOVE EI-ID     TO WRK-TC-ID(WRK-QTD-CAD).
           MOVE EI-CARGO  TO WRK-TC-CARGO(WRK-QTD-CAD).
           MOVE EI-CAMPUS TO WRK-TC-CAMPUS(WRK-QTD-CAD).
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR-CUSTO - Le PAY-HIST de ponta a ponta acumulando por
      * empregado o custo da competencia e o do ano ate ela (em
      * dezembro, com o 13o); sem PAY-HIST nada a confrontar.
      *****************************************************************
       2000-APURAR-CUSTO.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - NADA A CONFRONTAR'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT.
           PERFORM UNTIL FIM-PH
              PERFORM 2200-ACUMULAR-PAGAMENTO THRU 2200-EXIT
              PERFORM 2100-LER-PAY-HIST THRU 2100-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'EMPREGADOS ALEM DO LIMITE DO CONFRONTO: '
                      WRK-QTD-DESCARTADOS
              SET TEM-AVISO TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-PAY-HIST.
           READ PAY-HIST
               AT END SET FIM-PH TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ACUMULAR-PAGAMENTO - Pagamento do ano ate a competencia
      * somado ao empregado (tambem no mes, quando e da competencia);
      * estorno subtrai. Pagamento em moeda estrangeira nao tem custo
      * em reais para o confronto: fica de fora, contado e denunciado.
      *****************************************************************
       2200-ACUMULAR-PAGAMENTO.
           IF (PH-COMPETENCIA < WRK-COMP-INICIO
               OR PH-COMPETENCIA > WRK-MES-REF)
              AND (WRK-COMP-13 = ZEROS
                   OR PH-COMPETENCIA NOT = WRK-COMP-13)
              GO TO 2200-EXIT
           END-IF.
           IF PH-MOEDA = 'USD' OR PH-MOEDA = 'EUR'
              ADD 1 TO WRK-QTD-OUTRA-MOEDA
              SET TEM-AVISO TO TRUE
              DISPLAY 'PAGAMENTO EM ' PH-MOEDA ' FORA DO CONFRONTO: '
                      PH-ID ' ' PH-NOME ' ' PH-COMPETENCIA
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PAGTOS.
           MOVE PH-VALOR TO WRK-VALOR.
           IF PH-ESTORNO
              ADD 1 TO WRK-QTD-ESTORNOS
              COMPUTE WRK-VALOR = 0 - WRK-VALOR
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2210-PROCURAR-EMPREGADO THRU 2210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-EMP OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-EMP >= 500
                 ADD 1 TO WRK-QTD-DESCARTADOS
                 GO TO 2200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-EMP
              MOVE WRK-QTD-EMP TO WRK-IDX-ACHADO
              MOVE PH-ID   TO WRK-TE-ID(WRK-IDX-ACHADO)
              MOVE PH-NOME TO WRK-TE-NOME(WRK-IDX-ACHADO)
              MOVE ZEROS   TO WRK-TE-MES(WRK-IDX-ACHADO)
                              WRK-TE-ACUM(WRK-IDX-ACHADO)
           END-IF.
           ADD WRK-VALOR TO WRK-TE-ACUM(WRK-IDX-ACHADO).
           IF PH-COMPETENCIA = WRK-MES-REF
              ADD WRK-VALOR TO WRK-TE-MES(WRK-IDX-ACHADO)
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-EMPREGADO.
           IF WRK-TE-ID(WRK-IDX) = PH-ID
              AND WRK-TE-NOME(WRK-IDX) = PH-NOME
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2500-DISTRIBUIR-CUSTO - Custo de um empregado somado a linha
      * do campus e do cargo dele.
      *****************************************************************
       2500-DISTRIBUIR-CUSTO.
           MOVE WRK-TE-ID(WRK-IDX-EMP) TO WRK-ID.
           PERFORM 4000-RESOLVER-CADASTRO THRU 4000-EXIT.
           PERFORM 4100-LOCALIZAR-GRUPO THRU 4100-EXIT.
           IF WRK-IDX-ACHADO = 0
              GO TO 2500-EXIT
           END-IF.
           ADD WRK-TE-MES(WRK-IDX-EMP)
               TO WRK-TG-REAL-MES(WRK-IDX-ACHADO).
           ADD WRK-TE-ACUM(WRK-IDX-EMP)
               TO WRK-TG-REAL-ACUM(WRK-IDX-ACHADO).
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APURAR-QUADRO - Varre EMP-MASTER pela chave contando, na
      * linha do campus e do cargo, cada empregado ativo admitido ate
      * a competencia. Sem o cadastro o quadro realizado sai zerado
      * (e e denunciado).
      *****************************************************************
       3000-APURAR-QUADRO.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - QUADRO REALIZADO ZERADO'
              SET TEM-AVISO TO TRUE
              GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO EM-ID.
           START EMP-MASTER KEY IS NOT LESS THAN EM-ID
               INVALID KEY SET FIM-EMP TO TRUE
           END-START.
           PERFORM 3100-CONTAR-EMPREGADO THRU 3100-EXIT
              UNTIL FIM-EMP.
           CLOSE EMP-MASTER.
       3000-EXIT.
           EXIT.

       3100-CONTAR-EMPREGADO.
           READ EMP-MASTER NEXT RECORD
               AT END
                  SET FIM-EMP TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF NOT EM-ATIVO
              OR EM-DATA-ADMISSAO(1:6) > WRK-MES-REF
              GO TO 3100-EXIT
           END-IF.
           MOVE EM-ID TO WRK-ID.
           PERFORM 4000-RESOLVER-CADASTRO THRU 4000-EXIT.
           PERFORM 4100-LOCALIZAR-GRUPO THRU 4100-EXIT.
           IF WRK-IDX-ACHADO = 0
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ATIVOS.
           ADD 1 TO WRK-TG-QTD-REAL(WRK-IDX-ACHADO).
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-RESOLVER-CADASTRO - Cargo e campus do empregado WRK-ID no
      * arquivo do mes, ou so o campus do acumulado YTD-SAL para quem
      * nao esta nele ('----' e o sem cargo). Campus em branco e o 01.
      *****************************************************************
       4000-RESOLVER-CADASTRO.
           MOVE SPACES TO WRK-CAMPUS.
           MOVE '----' TO WRK-CARGO.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 4010-PROCURAR-CADASTRO THRU 4010-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CAD OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              MOVE WRK-TC-CAMPUS(WRK-IDX-ACHADO) TO WRK-CAMPUS
              IF WRK-TC-CARGO(WRK-IDX-ACHADO) NOT = SPACES
                 MOVE WRK-TC-CARGO(WRK-IDX-ACHADO) TO WRK-CARGO
              END-IF
           ELSE
              IF TEM-YTD AND WRK-ID NOT = SPACES
                 MOVE WRK-ID TO YS-ID
                 READ YTD-SAL-FILE
                     INVALID KEY
                        CONTINUE
                     NOT INVALID KEY
                        MOVE YS-CAMPUS TO WRK-CAMPUS
                 END-READ
              END-IF
           END-IF.
           IF WRK-CAMPUS = SPACES
              MOVE '01' TO WRK-CAMPUS
           END-IF.
       4000-EXIT.
           EXIT.

       4010-PROCURAR-CADASTRO.
           IF WRK-TC-ID(WRK-IDX) = WRK-ID
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       4010-EXIT.
           EXIT.

      *****************************************************************
      * 4100-LOCALIZAR-GRUPO - Linha do confronto do campus e do cargo
      * correntes; sem linha no orcamento, abre uma linha so de
      * realizado. Tabela cheia devolve WRK-IDX-ACHADO zero.
      *****************************************************************
       4100-LOCALIZAR-GRUPO.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 4110-PROCURAR-GRUPO THRU 4110-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-GRUPOS OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              GO TO 4100-EXIT
           END-IF.
           IF WRK-QTD-GRUPOS >= 200
              DISPLAY 'LINHAS DO CONFRONTO ALEM DO LIMITE: '
                      WRK-CAMPUS ' ' WRK-CARGO
              SET TEM-AVISO TO TRUE
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-GRUPOS.
           MOVE WRK-QTD-GRUPOS TO WRK-IDX-ACHADO.
           MOVE WRK-CAMPUS TO WRK-TG-CAMPUS(WRK-IDX-ACHADO).
           MOVE WRK-CARGO  TO WRK-TG-CARGO(WRK-IDX-ACHADO).
           MOVE 'N'        TO WRK-TG-ORCADO(WRK-IDX-ACHADO).
       4100-EXIT.
           EXIT.

       4110-PROCURAR-GRUPO.
           IF WRK-TG-CAMPUS(WRK-IDX) = WRK-CAMPUS
              AND WRK-TG-CARGO(WRK-IDX) = WRK-CARGO
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       4110-EXIT.
           EXIT.

      *****************************************************************
      * 5000-EMITIR-CONFRONTO - Cabecalho, uma linha por campus e
      * cargo com o orcado, o realizado e a diferenca (quadro, mes e
      * ano ate a competencia) e a linha de total geral.
      *****************************************************************
       5000-EMITIR-CONFRONTO.
           MOVE INST-NOME TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORCADO X REALIZADO DA FOLHA POR CAMPUS E CARGO - '
                                        DELIMITED BY SIZE
                  'COMPETENCIA '        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  ' (ANO ATE A COMPETENCIA: ' DELIMITED BY SIZE
                  WRK-MM-REF            DELIMITED BY SIZE
                  ' MESES)'             DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           MOVE SPACES TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           MOVE WRK-CABEC-COLUNAS TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           PERFORM 5100-EMITIR-LINHA THRU 5100-EXIT
              VARYING WRK-IDX-ACHADO FROM 1 BY 1
              UNTIL WRK-IDX-ACHADO > WRK-QTD-GRUPOS.
           MOVE SPACES            TO WRK-DET-CAMPUS WRK-DET-CARGO
                                     WRK-DET-SITUACAO.
           MOVE 'TOTAL GERAL'     TO WRK-DET-DESCRICAO.
           MOVE WRK-TOT-QTD-ORC   TO WRK-DET-QTD-ORC.
           MOVE WRK-TOT-QTD-REAL  TO WRK-DET-QTD-REAL.
           COMPUTE WRK-DIF-QTD = WRK-TOT-QTD-REAL - WRK-TOT-QTD-ORC.
           MOVE WRK-DIF-QTD       TO WRK-DET-DIF-QTD.
           MOVE WRK-TOT-ORC-MES   TO WRK-DET-ORC-MES.
           MOVE WRK-TOT-REAL-MES  TO WRK-DET-REAL-MES.
           COMPUTE WRK-DIF-MES = WRK-TOT-REAL-MES - WRK-TOT-ORC-MES.
           MOVE WRK-DIF-MES       TO WRK-DET-DIF-MES.
           MOVE WRK-TOT-ORC-ACUM  TO WRK-DET-ORC-ACUM.
           MOVE WRK-TOT-REAL-ACUM TO WRK-DET-REAL-ACUM.
           COMPUTE WRK-DIF-ACUM = WRK-TOT-REAL-ACUM - WRK-TOT-ORC-ACUM.
           MOVE WRK-DIF-ACUM      TO WRK-DET-DIF-ACUM.
           MOVE WRK-DETALHE TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-EMITIR-LINHA - Linha de um campus e cargo. Fica acima do
      * orcamento a linha com mais empregados que posicoes ou com
      * custo do mes ou do ano (custo mensal vezes os meses
      * decorridos) maior que o orcado; a linha sem orcamento e
      * marcada a parte. As duas sao denunciadas no console.
      *****************************************************************
       5100-EMITIR-LINHA.
           MOVE WRK-TG-CAMPUS(WRK-IDX-ACHADO) TO WRK-DET-CAMPUS.
           MOVE WRK-TG-CARGO(WRK-IDX-ACHADO)  TO WRK-DET-CARGO.
           PERFORM 5200-NOME-CARGO THRU 5200-EXIT.
           MOVE CG-DESCRICAO TO WRK-DET-DESCRICAO.
           COMPUTE WRK-ORC-ACUM =
               WRK-TG-CUSTO-ORC(WRK-IDX-ACHADO) * WRK-MM-REF.
           COMPUTE WRK-DIF-QTD = WRK-TG-QTD-REAL(WRK-IDX-ACHADO)
                               - WRK-TG-QTD-ORC(WRK-IDX-ACHADO).
           COMPUTE WRK-DIF-MES = WRK-TG-REAL-MES(WRK-IDX-ACHADO)
                               - WRK-TG-CUSTO-ORC(WRK-IDX-ACHADO).
           COMPUTE WRK-DIF-ACUM = WRK-TG-REAL-ACUM(WRK-IDX-ACHADO)
                                - WRK-ORC-ACUM.
           MOVE WRK-TG-QTD-ORC(WRK-IDX-ACHADO)   TO WRK-DET-QTD-ORC.
           MOVE WRK-TG-QTD-REAL(WRK-IDX-ACHADO)  TO WRK-DET-QTD-REAL.
           MOVE WRK-DIF-QTD                      TO WRK-DET-DIF-QTD.
           MOVE WRK-TG-CUSTO-ORC(WRK-IDX-ACHADO) TO WRK-DET-ORC-MES.
           MOVE WRK-TG-REAL-MES(WRK-IDX-ACHADO)  TO WRK-DET-REAL-MES.
           MOVE WRK-DIF-MES                      TO WRK-DET-DIF-MES.
           MOVE WRK-ORC-ACUM                     TO WRK-DET-ORC-ACUM.
           MOVE WRK-TG-REAL-ACUM(WRK-IDX-ACHADO) TO WRK-DET-REAL-ACUM.
           MOVE WRK-DIF-ACUM                     TO WRK-DET-DIF-ACUM.
           MOVE 'N' TO WRK-ACIMA.
           IF WRK-DIF-QTD > 0 OR WRK-DIF-MES > 0 OR WRK-DIF-ACUM > 0
              SET GRUPO-ACIMA TO TRUE
           END-IF.
           MOVE SPACES TO WRK-DET-SITUACAO.
           IF WRK-TG-ORCADO(WRK-IDX-ACHADO) = 'N'
              MOVE 'SEM ORCAM.' TO WRK-DET-SITUACAO
              ADD 1 TO WRK-QTD-SEM-ORC
              SET TEM-AVISO TO TRUE
              DISPLAY 'REALIZADO SEM ORCAMENTO: CAMPUS '
                      WRK-DET-CAMPUS ' CARGO ' WRK-DET-CARGO
           ELSE
              IF GRUPO-ACIMA
                 MOVE '** ACIMA' TO WRK-DET-SITUACAO
                 ADD 1 TO WRK-QTD-ACIMA
                 SET TEM-AVISO TO TRUE
                 DISPLAY 'ACIMA DO ORCAMENTO: CAMPUS '
                         WRK-DET-CAMPUS ' CARGO ' WRK-DET-CARGO
              END-IF
           END-IF.
           MOVE WRK-DETALHE TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-TG-QTD-ORC(WRK-IDX-ACHADO)   TO WRK-TOT-QTD-ORC.
           ADD WRK-TG-QTD-REAL(WRK-IDX-ACHADO)  TO WRK-TOT-QTD-REAL.
           ADD WRK-TG-CUSTO-ORC(WRK-IDX-ACHADO) TO WRK-TOT-ORC-MES.
           ADD WRK-ORC-ACUM                     TO WRK-TOT-ORC-ACUM.
           ADD WRK-TG-REAL-MES(WRK-IDX-ACHADO)  TO WRK-TOT-REAL-MES.
           ADD WRK-TG-REAL-ACUM(WRK-IDX-ACHADO) TO WRK-TOT-REAL-ACUM.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5200-NOME-CARGO - Descricao do cargo da linha corrente em
      * CARGO-MASTER (deixada em CG-DESCRICAO); o '----' reune quem
      * nao tem cargo no arquivo do mes.
      *****************************************************************
       5200-NOME-CARGO.
           IF WRK-TG-CARGO(WRK-IDX-ACHADO) = '----'
              MOVE 'SEM CARGO' TO CG-DESCRICAO
              GO TO 5200-EXIT
           END-IF.
           MOVE 'NAO CADASTRADO' TO CG-DESCRICAO.
           IF NOT TEM-CARGOS
              GO TO 5200-EXIT
           END-IF.
           MOVE WRK-TG-CARGO(WRK-IDX-ACHADO) TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  MOVE 'NAO CADASTRADO' TO CG-DESCRICAO
           END-READ.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 6000-EMITIR-VAGAS - Secao das vagas: cada linha orcada com
      * menos empregados ativos que posicoes, com as posicoes em
      * aberto, e o total de vagas.
      *****************************************************************
       6000-EMITIR-VAGAS.
           MOVE SPACES TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           MOVE 'VAGAS - POSICOES ORCADAS SEM EMPREGADO'
             TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           MOVE 'CP CARG DESCRICAO       ORC. REAL VAGAS'
             TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           PERFORM 6100-EMITIR-VAGA THRU 6100-EXIT
              VARYING WRK-IDX-ACHADO FROM 1 BY 1
              UNTIL WRK-IDX-ACHADO > WRK-QTD-GRUPOS.
           MOVE WRK-QTD-VAGAS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-QTD-VAGAS = 0
              MOVE 'NENHUMA VAGA - QUADRO ORCADO COMPLETO' TO WRK-LINHA
           ELSE
              STRING 'TOTAL DE VAGAS: '  DELIMITED BY SIZE
                     WRK-QTD-ED          DELIMITED BY SIZE
                     INTO WRK-LINHA
           END-IF.
           MOVE WRK-LINHA TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           DISPLAY WRK-LINHA.
       6000-EXIT.
           EXIT.

       6100-EMITIR-VAGA.
           IF WRK-TG-ORCADO(WRK-IDX-ACHADO) NOT = 'S'
              OR WRK-TG-QTD-REAL(WRK-IDX-ACHADO) NOT <
                 WRK-TG-QTD-ORC(WRK-IDX-ACHADO)
              GO TO 6100-EXIT
           END-IF.
           COMPUTE WRK-VAGAS = WRK-TG-QTD-ORC(WRK-IDX-ACHADO)
                             - WRK-TG-QTD-REAL(WRK-IDX-ACHADO).
           MOVE WRK-TG-CAMPUS(WRK-IDX-ACHADO) TO WRK-DV-CAMPUS.
           MOVE WRK-TG-CARGO(WRK-IDX-ACHADO)  TO WRK-DV-CARGO.
           PERFORM 5200-NOME-CARGO THRU 5200-EXIT.
           MOVE CG-DESCRICAO TO WRK-DV-DESCRICAO.
           MOVE WRK-TG-QTD-ORC(WRK-IDX-ACHADO)  TO WRK-DV-QTD-ORC.
           MOVE WRK-TG-QTD-REAL(WRK-IDX-ACHADO) TO WRK-DV-QTD-REAL.
           MOVE WRK-VAGAS                       TO WRK-DV-VAGAS.
           MOVE WRK-DET-VAGA TO ORCAMENTO-REPORT-REC.
           WRITE ORCAMENTO-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-VAGAS TO WRK-QTD-VAGAS.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZAR - Resumo no console, trailer padrao do
      * relatorio (linhas listadas e custo realizado da competencia)
      * e fechamento. Linha acima ou sem orcamento e qualquer outra
      * denuncia terminam em RC 4.
      *****************************************************************
       9000-FINALIZAR.
           MOVE WRK-QTD-ATIVOS TO WRK-QTD-ED.
           MOVE WRK-TOT-REAL-MES TO WRK-TOTAL-ED.
           DISPLAY 'EMPREGADOS ATIVOS: ' WRK-QTD-ED
                   '  CUSTO REALIZADO NO MES: ' WRK-TOTAL-ED.
           IF WRK-QTD-ESTORNOS > 0
              DISPLAY 'ESTORNOS ABATIDOS: ' WRK-QTD-ESTORNOS
           END-IF.
           IF WRK-QTD-OUTRA-MOEDA > 0
              DISPLAY 'PAGAMENTOS EM MOEDA ESTRANGEIRA FORA DO '
                      'CONFRONTO: ' WRK-QTD-OUTRA-MOEDA
           END-IF.
           IF WRK-QTD-ACIMA > 0
              DISPLAY 'LINHAS ACIMA DO ORCAMENTO: ' WRK-QTD-ACIMA
           END-IF.
           IF WRK-QTD-SEM-ORC > 0
              DISPLAY 'LINHAS SEM ORCAMENTO: ' WRK-QTD-SEM-ORC
           END-IF.
           MOVE SPACES TO ORCAMENTO-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           IF WRK-TOT-REAL-MES > 0
              MOVE WRK-TOT-REAL-MES TO BT-TOTAL-CONTROLE
           ELSE
              MOVE ZEROS TO BT-TOTAL-CONTROLE
           END-IF.
           WRITE BATCH-TRAILER-REC.
           CLOSE ORCAMENTO-REPORT.
           IF TEM-YTD
              CLOSE YTD-SAL-FILE
           END-IF.
           IF TEM-CARGOS
              CLOSE CARGO-MASTER
           END-IF.
           IF TEM-AVISO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de ORCAMENTO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT ORCAMENTO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'ORCAMENTO-REPORT' TO AG-RELATORIO.
           MOVE 'ORCADO-REALIZADO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE ORCAMENTO-REPORT-RELIDO.
           MOVE WRK-QTD-EMP TO AG-QTD-REGISTROS.
           MOVE WRK-TOT-REAL-MES TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ ORCAMENTO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE ORCAMENTO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
