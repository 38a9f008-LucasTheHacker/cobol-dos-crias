       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APURA-ENCARGOS.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Apuracao mensal dos encargos patronais da folha, que
      *           o escritorio contabil calculava a mao sobre a
      *           listagem do PAYSLIP-OUT: roda depois de
      *           VIRGULAMASCARA, para a competencia do PARM
      *           (MES=AAAAMM; em branco ou invalido, a corrente), e
      *           apura por empregado (EM-ID), a partir de PAY-HIST, a
      *           remuneracao da competencia - folha, ferias e acerto
      *           de rescisao, liquida dos estornos (PH-ESTORNO); em
      *           dezembro, tambem o 13o (competencia AAAA13), em
      *           parte separada. Sobre ela calcula o deposito de FGTS,
      *           o INSS empresa, o RAT e as contribuicoes a terceiros
      *           pelas aliquotas de PARM-ENCARGO, e o INSS retido dos
      *           segurados pela rotina comum CALC-DESCONTO. Grava as
      *           guias de recolhimento em layout fixo - GUIA-FGTS (um
      *           deposito por trabalhador, com o CPF de EMP-MASTER) e
      *           GUIA-INSS (uma guia por parte da competencia) - e
      *           emite em ENCARGO-REPORT o custo do empregador por
      *           campus e por cargo (de EMP-IN; campus de YTD-SAL
      *           para quem nao esta no arquivo do mes). Pagamento em
      *           moeda estrangeira fica fora das guias e e
      *           denunciado, como trabalhador sem CPF e estorno maior
      *           que o pago (RC 4). Sem PAY-HIST ou sem tabela de
      *           INSS/IRRF vigente nada e apurado (RC 8).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Encargos de cada campus gravados tambem em
      *                       ENCARGO-CAMPUS (COPY ENCCAMP), para a
      *                       contabilizacao da folha em GERA-CONTABIL.
      * 15/10/2026 Batista - EMP-IN ganhou os dias de ausencia apurados
      *                       por APURA-PONTO (RECORD CONTAINS 59 ->
      *                       65); este passo nao usa os campos.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copia de ENCARGO-REPORT guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT PARM-ENCARGO ASSIGN TO "PARM-ENCARGO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PE-STATUS.
           SELECT GUIA-FGTS ASSIGN TO "GUIA-FGTS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GUIA-INSS ASSIGN TO "GUIA-INSS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENCARGO-REPORT ASSIGN TO "ENCARGO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENCARGO-REPORT-RELIDO ASSIGN TO "ENCARGO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT ENCARGO-CAMPUS ASSIGN TO "ENCARGO-CAMPUS"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  PARM-ENCARGO.
           COPY PARMENC.

      *    Guia do FGTS: '0' cabecalho com o empregador e a
      *    competencia, '1' deposito por trabalhador (remuneracao do
      *    mes e do 13o em campos separados) e '9' trailer com a
      *    contagem e os totais de controle.
       FD  GUIA-FGTS
           RECORD CONTAINS 100 CHARACTERS.
       01  GUIA-FGTS-REC           PIC X(100).
       01  FGTS-HEADER-REC.
           05 FH-TIPO              PIC X(01).
           05 FH-CNPJ              PIC 9(14).
           05 FH-COMPETENCIA       PIC 9(06).
           05 FH-COD-RECOLHIMENTO  PIC X(03).
           05 FH-DATA-GERACAO      PIC 9(08).
           05 FILLER               PIC X(68).
       01  FGTS-DETALHE-REC.
           05 FD-TIPO              PIC X(01).
           05 FD-CPF               PIC 9(11).
           05 FD-NOME              PIC X(20).
           05 FD-EM-ID             PIC X(06).
           05 FD-COMPETENCIA       PIC 9(06).
           05 FD-REMUNERACAO       PIC 9(11)V99.
           05 FD-REMUNERACAO-13    PIC 9(11)V99.
           05 FD-DEPOSITO          PIC 9(11)V99.
           05 FILLER               PIC X(17).
       01  FGTS-TRAILER-REC.
           05 FT-TIPO              PIC X(01).
           05 FT-QTD-TRABALHADORES PIC 9(07).
           05 FT-TOTAL-REMUNERACAO PIC 9(11)V99.
           05 FT-TOTAL-DEPOSITO    PIC 9(11)V99.
           05 FILLER               PIC X(66).

      *    Guia do INSS: '0' cabecalho, '1' uma guia por parte da
      *    competencia (mensal e, em dezembro, a do 13o em AAAA13) e
      *    '9' trailer com o total a recolher.
       FD  GUIA-INSS
           RECORD CONTAINS 100 CHARACTERS.
       01  GUIA-INSS-REC           PIC X(100).
       01  INSS-HEADER-REC.
           05 IH-TIPO              PIC X(01).
           05 IH-CNPJ              PIC 9(14).
           05 IH-COMPETENCIA       PIC 9(06).
           05 IH-DATA-GERACAO      PIC 9(08).
           05 FILLER               PIC X(71).
       01  INSS-GUIA-REC.
           05 IG-TIPO              PIC X(01).
           05 IG-COMPETENCIA       PIC 9(06).
           05 IG-COD-PAGAMENTO     PIC X(04).
           05 IG-QTD-SEGURADOS     PIC 9(05).
           05 IG-BASE              PIC 9(11)V99.
           05 IG-SEGURADOS         PIC 9(11)V99.
           05 IG-EMPRESA           PIC 9(11)V99.
           05 IG-RAT               PIC 9(11)V99.
           05 IG-TERCEIROS         PIC 9(11)V99.
           05 IG-TOTAL             PIC 9(11)V99.
           05 FILLER               PIC X(06).
       01  INSS-TRAILER-REC.
           05 IT-TIPO              PIC X(01).
           05 IT-QTD-GUIAS         PIC 9(07).
           05 IT-TOTAL-CONTROLE    PIC 9(11)V99.
           05 FILLER               PIC X(79).

       FD  ENCARGO-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  ENCARGO-REPORT-REC       PIC X(100).
           COPY TRAILER.

       FD  ENCARGO-REPORT-RELIDO
           RECORD CONTAINS 100 CHARACTERS.
       01  ENCARGO-REPORT-RELIDO-REC PIC X(100).

       FD  ENCARGO-CAMPUS
           RECORD CONTAINS 78 CHARACTERS.
           COPY ENCCAMP.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY CALCDESC.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CG-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PE-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-PH         PIC X(01)      VALUE 'N'.
           88 FIM-PH                         VALUE 'S'.
       77  WRK-FIM-EMP-IN     PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                     VALUE 'S'.
       77  WRK-TEM-EMP-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       77  WRK-TEM-YTD        PIC X(01)      VALUE 'N'.
           88 TEM-YTD                        VALUE 'S'.
       77  WRK-TEM-CARGOS     PIC X(01)      VALUE 'N'.
           88 TEM-CARGOS                     VALUE 'S'.
       77  WRK-TEM-AVISO      PIC X(01)      VALUE 'N'.
           88 TEM-AVISO                      VALUE 'S'.
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
      * Parametros dos encargos; valem os padroes abaixo quando
      * PARM-ENCARGO esta ausente.
       77  WRK-CNPJ           PIC 9(14)      VALUE ZEROS.
       77  WRK-ALIQ-FGTS      PIC 9V9999     VALUE 0,0800.
       77  WRK-ALIQ-EMPRESA   PIC 9V9999     VALUE 0,2000.
       77  WRK-ALIQ-RAT       PIC 9V9999     VALUE 0,0200.
       77  WRK-ALIQ-TERCEIROS PIC 9V9999     VALUE 0,0580.
       77  WRK-COD-PAGAMENTO  PIC X(04)      VALUE '2100'.
       77  WRK-COD-RECOLHIMENTO PIC X(03)    VALUE '115'.
      *
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-EMP        PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-PARTE      PIC 9(01) COMP VALUE ZERO.
       77  WRK-IDX-CAMPUS     PIC 9(01) COMP VALUE ZERO.
       77  WRK-QTD-EMP        PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-CAD        PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-GRUPOS     PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-PAGTOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ESTORNOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-OUTRA-MOEDA PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-NEGATIVOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-CPF    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-EMPREGADOS PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-GUIAS      PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-VALOR          PIC S9(09)V99  VALUE ZEROS.
      *
      * Base e encargos do empregado corrente (mes + 13o) e de uma
      * parte da competencia.
       77  WRK-BASE-MES       PIC 9(09)V99   VALUE ZEROS.
       77  WRK-BASE-13        PIC 9(09)V99   VALUE ZEROS.
       77  WRK-BASE-CALC      PIC 9(09)V99   VALUE ZEROS.
       77  WRK-FGTS           PIC 9(09)V99   VALUE ZEROS.
       77  WRK-EMPRESA        PIC 9(09)V99   VALUE ZEROS.
       77  WRK-RAT            PIC 9(09)V99   VALUE ZEROS.
       77  WRK-TERCEIROS      PIC 9(09)V99   VALUE ZEROS.
       77  WRK-EMP-FGTS       PIC 9(09)V99   VALUE ZEROS.
       77  WRK-EMP-EMPRESA    PIC 9(09)V99   VALUE ZEROS.
       77  WRK-EMP-RAT        PIC 9(09)V99   VALUE ZEROS.
       77  WRK-EMP-TERCEIROS  PIC 9(09)V99   VALUE ZEROS.
       77  WRK-CPF            PIC 9(11)      VALUE ZEROS.
       77  WRK-NOME           PIC X(20)      VALUE SPACES.
       77  WRK-CAMPUS         PIC X(02)      VALUE SPACES.
       77  WRK-CARGO          PIC X(04)      VALUE SPACES.
       77  WRK-GR-TIPO        PIC X(01)      VALUE SPACE.
       77  WRK-GR-CODIGO      PIC X(04)      VALUE SPACES.
       77  WRK-TIPO-SECAO     PIC X(01)      VALUE SPACE.
      *
      * Totais gerais do custo do empregador.
       77  WRK-TOT-BRUTO      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-FGTS       PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-EMPRESA    PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-RAT        PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-TERCEIROS  PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-CUSTO      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-INSS       PIC 9(11)V99   VALUE ZEROS.
       77  WRK-CUSTO          PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZ.ZZ9     VALUE ZEROS.
       77  WRK-LINHA          PIC X(100)     VALUE SPACES.
      *
      * Remuneracao da competencia por empregado, acumulada da
      * varredura de PAY-HIST (estornos em negativo). Ate 500
      * empregados por apuracao; acima disso os excedentes sao
      * contados e avisados.
       01  WRK-TAB-EMP.
           05 WRK-EMP-ENT OCCURS 500 TIMES.
              10 WRK-TE-ID          PIC X(06).
              10 WRK-TE-NOME        PIC X(20).
              10 WRK-TE-BASE-MES    PIC S9(09)V99.
              10 WRK-TE-BASE-13     PIC S9(09)V99.
      *
      * Cargo e campus de cada empregado no arquivo do mes (EMP-IN).
       01  WRK-TAB-CAD.
           05 WRK-CAD-ENT OCCURS 500 TIMES.
              10 WRK-TC-ID          PIC X(06).
              10 WRK-TC-CARGO       PIC X(04).
              10 WRK-TC-CAMPUS      PIC X(02).
      *
      * Custo do empregador por grupo do relatorio: tipo C (campus)
      * ou G (cargo), na ordem em que o grupo aparece.
       01  WRK-TAB-GRUPO.
           05 WRK-GRUPO-ENT OCCURS 120 TIMES.
              10 WRK-TG-TIPO        PIC X(01).
              10 WRK-TG-CODIGO      PIC X(04).
              10 WRK-TG-QTD         PIC 9(05).
              10 WRK-TG-BRUTO       PIC 9(11)V99.
              10 WRK-TG-FGTS        PIC 9(11)V99.
              10 WRK-TG-EMPRESA     PIC 9(11)V99.
              10 WRK-TG-RAT         PIC 9(11)V99.
              10 WRK-TG-TERCEIROS   PIC 9(11)V99.
      *
      * Guias do INSS: parte 1 a competencia mensal, parte 2 o 13o
      * (so em dezembro).
       01  WRK-TAB-PARTE.
           05 WRK-PARTE-ENT OCCURS 2 TIMES.
              10 WRK-TP-COMPETENCIA PIC 9(06).
              10 WRK-TP-QTD         PIC 9(05).
              10 WRK-TP-BASE        PIC 9(11)V99.
              10 WRK-TP-SEGURADOS   PIC 9(11)V99.
              10 WRK-TP-EMPRESA     PIC 9(11)V99.
              10 WRK-TP-RAT         PIC 9(11)V99.
              10 WRK-TP-TERCEIROS   PIC 9(11)V99.
      *
      * Linha de detalhe do custo por campus / por cargo.
       01  WRK-DETALHE.
           05 WRK-DET-CODIGO        PIC X(04).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DESCRICAO     PIC X(17).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-QTD           PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-BRUTO         PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-FGTS          PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-EMPRESA       PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-RAT           PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-TERCEIROS     PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-CUSTO         PIC ZZZZZZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
       01  WRK-CABEC-COLUNAS.
           05 FILLER                PIC X(27)  VALUE
              'COD  DESCRICAO          QTD'.
           05 FILLER                PIC X(24)  VALUE
              '       BRUTO        FGTS'.
           05 FILLER                PIC X(24)  VALUE
              ' INSS EMPRES         RAT'.
           05 FILLER                PIC X(25)  VALUE
              '   TERCEIROS CUSTO TOTAL'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 1200-CARREGAR-CADASTRO THRU 1200-EXIT.
           PERFORM 2000-APURAR-REMUNERACAO THRU 2000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 1300-ABRIR-SAIDAS THRU 1300-EXIT.
           PERFORM 3000-CALCULAR-EMPREGADO THRU 3000-EXIT
              VARYING WRK-IDX-EMP FROM 1 BY 1
              UNTIL WRK-IDX-EMP > WRK-QTD-EMP.
           PERFORM 4000-FECHAR-GUIAS THRU 4000-EXIT.
           PERFORM 5000-EMITIR-RELATORIO THRU 5000-EXIT.
           PERFORM 6000-FINALIZAR THRU 6000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia do PARM (MES=AAAAMM, corrente
      * quando em branco ou invalida; em dezembro tambem a do 13o,
      * AAAA13), parametros dos encargos (padroes do programa quando
      * PARM-ENCARGO esta ausente) e conferencia da tabela de
      * INSS/IRRF da competencia, sem a qual o INSS dos segurados nao
      * sai e nada e apurado (RC 8).
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
           INITIALIZE WRK-TAB-PARTE.
           MOVE WRK-MES-REF TO WRK-TP-COMPETENCIA(1).
           MOVE WRK-COMP-13 TO WRK-TP-COMPETENCIA(2).
           OPEN INPUT PARM-ENCARGO.
           IF WRK-PE-STATUS = '00'
              READ PARM-ENCARGO
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PE-CNPJ              TO WRK-CNPJ
                     MOVE PE-ALIQ-FGTS         TO WRK-ALIQ-FGTS
                     MOVE PE-ALIQ-INSS-EMPRESA TO WRK-ALIQ-EMPRESA
                     MOVE PE-ALIQ-RAT          TO WRK-ALIQ-RAT
                     MOVE PE-ALIQ-TERCEIROS    TO WRK-ALIQ-TERCEIROS
                     MOVE PE-COD-PAGAMENTO     TO WRK-COD-PAGAMENTO
                     MOVE PE-COD-RECOLHIMENTO  TO WRK-COD-RECOLHIMENTO
              END-READ
              CLOSE PARM-ENCARGO
           ELSE
              DISPLAY 'PARM-ENCARGO AUSENTE - ALIQUOTAS PADRAO'
           END-IF.
           IF WRK-CNPJ = ZEROS
              DISPLAY 'CNPJ DO EMPREGADOR NAO INFORMADO EM '
                      'PARM-ENCARGO - GUIAS SEM CNPJ'
              SET TEM-AVISO TO TRUE
           END-IF.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-MES-REF TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE NA COMPETENCIA '
                      WRK-MES-REF ' - ENCARGOS NAO APURADOS'
              MOVE 8 TO RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CARREGAR-CADASTRO - Cargo e campus de cada empregado do
      * arquivo do mes (EMP-IN), para a quebra do custo; sem o
      * arquivo, todos saem sem cargo e com o campus do acumulado.
      *****************************************************************
       1200-CARREGAR-CADASTRO.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'EMP-IN AUSENTE - CUSTO POR CARGO SEM CARGO'
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
      * 1300-ABRIR-SAIDAS - Cadastros de consulta (opcionais), guias
      * com o registro de cabecalho e o relatorio.
      *****************************************************************
       1300-ABRIR-SAIDAS.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           ELSE
              DISPLAY 'EMP-MASTER AUSENTE - DEPOSITOS SEM CPF'
           END-IF.
           OPEN INPUT YTD-SAL-FILE.
           IF WRK-YTD-STATUS = '00'
              SET TEM-YTD TO TRUE
           END-IF.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS = '00'
              SET TEM-CARGOS TO TRUE
           END-IF.
           OPEN OUTPUT GUIA-FGTS.
           MOVE SPACES TO GUIA-FGTS-REC.
           MOVE '0'                  TO FH-TIPO.
           MOVE WRK-CNPJ             TO FH-CNPJ.
           MOVE WRK-MES-REF          TO FH-COMPETENCIA.
           MOVE WRK-COD-RECOLHIMENTO TO FH-COD-RECOLHIMENTO.
           MOVE WRK-DATA-EXEC        TO FH-DATA-GERACAO.
           WRITE FGTS-HEADER-REC.
           OPEN OUTPUT GUIA-INSS.
           MOVE SPACES TO GUIA-INSS-REC.
           MOVE '0'                  TO IH-TIPO.
           MOVE WRK-CNPJ             TO IH-CNPJ.
           MOVE WRK-MES-REF          TO IH-COMPETENCIA.
           MOVE WRK-DATA-EXEC        TO IH-DATA-GERACAO.
           WRITE INSS-HEADER-REC.
           OPEN OUTPUT ENCARGO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           OPEN OUTPUT ENCARGO-CAMPUS.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR-REMUNERACAO - Le PAY-HIST de ponta a ponta
      * acumulando por empregado os pagamentos da competencia (e, em
      * dezembro, os do 13o em AAAA13); sem PAY-HIST nada a apurar.
      *****************************************************************
       2000-APURAR-REMUNERACAO.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - NADA A APURAR'
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
              DISPLAY 'EMPREGADOS ALEM DO LIMITE DA APURACAO: '
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
      * 2200-ACUMULAR-PAGAMENTO - Pagamento da competencia (folha,
      * ferias, rescisao ou 13o) somado ao empregado; estorno subtrai.
      * Pagamento em moeda estrangeira nao tem base em reais para as
      * guias: fica de fora, contado e denunciado.
      *****************************************************************
       2200-ACUMULAR-PAGAMENTO.
           IF PH-COMPETENCIA NOT = WRK-MES-REF
              AND (WRK-COMP-13 = ZEROS
                   OR PH-COMPETENCIA NOT = WRK-COMP-13)
              GO TO 2200-EXIT
           END-IF.
           IF PH-MOEDA = 'USD' OR PH-MOEDA = 'EUR'
              ADD 1 TO WRK-QTD-OUTRA-MOEDA
              SET TEM-AVISO TO TRUE
              DISPLAY 'PAGAMENTO EM ' PH-MOEDA ' FORA DAS GUIAS: '
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
              MOVE ZEROS   TO WRK-TE-BASE-MES(WRK-IDX-ACHADO)
                              WRK-TE-BASE-13(WRK-IDX-ACHADO)
           END-IF.
           IF PH-COMPETENCIA = WRK-MES-REF
              ADD WRK-VALOR TO WRK-TE-BASE-MES(WRK-IDX-ACHADO)
           ELSE
              ADD WRK-VALOR TO WRK-TE-BASE-13(WRK-IDX-ACHADO)
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
      * 3000-CALCULAR-EMPREGADO - Encargos de um empregado: estorno
      * maior que o pago zera a parte (e e denunciado); empregado sem
      * remuneracao liquida na competencia nao gera deposito. Cada
      * parte (mes e 13o) e calculada em separado, para as guias; o
      * deposito de FGTS sai em um registro so, e o custo total
      * entra no campus e no cargo do empregado.
      *****************************************************************
       3000-CALCULAR-EMPREGADO.
           MOVE ZEROS TO WRK-BASE-MES WRK-BASE-13.
           IF WRK-TE-BASE-MES(WRK-IDX-EMP) < 0
              OR WRK-TE-BASE-13(WRK-IDX-EMP) < 0
              ADD 1 TO WRK-QTD-NEGATIVOS
              SET TEM-AVISO TO TRUE
              DISPLAY 'ESTORNO MAIOR QUE O PAGO NA COMPETENCIA: '
                      WRK-TE-ID(WRK-IDX-EMP) ' '
                      WRK-TE-NOME(WRK-IDX-EMP)
           END-IF.
           IF WRK-TE-BASE-MES(WRK-IDX-EMP) > 0
              MOVE WRK-TE-BASE-MES(WRK-IDX-EMP) TO WRK-BASE-MES
           END-IF.
           IF WRK-TE-BASE-13(WRK-IDX-EMP) > 0
              MOVE WRK-TE-BASE-13(WRK-IDX-EMP) TO WRK-BASE-13
           END-IF.
           IF WRK-BASE-MES = 0 AND WRK-BASE-13 = 0
              GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EMPREGADOS.
           MOVE ZEROS TO WRK-EMP-FGTS WRK-EMP-EMPRESA
                         WRK-EMP-RAT WRK-EMP-TERCEIROS.
           IF WRK-BASE-MES > 0
              MOVE 1 TO WRK-IDX-PARTE
              MOVE WRK-BASE-MES TO WRK-BASE-CALC
              PERFORM 3100-CALCULAR-PARTE THRU 3100-EXIT
           END-IF.
           IF WRK-BASE-13 > 0
              MOVE 2 TO WRK-IDX-PARTE
              MOVE WRK-BASE-13 TO WRK-BASE-CALC
              PERFORM 3100-CALCULAR-PARTE THRU 3100-EXIT
           END-IF.
           PERFORM 3200-RESOLVER-CADASTRO THRU 3200-EXIT.
           MOVE SPACES TO GUIA-FGTS-REC.
           MOVE '1'                   TO FD-TIPO.
           MOVE WRK-CPF               TO FD-CPF.
           MOVE WRK-NOME              TO FD-NOME.
           MOVE WRK-TE-ID(WRK-IDX-EMP) TO FD-EM-ID.
           MOVE WRK-MES-REF           TO FD-COMPETENCIA.
           MOVE WRK-BASE-MES          TO FD-REMUNERACAO.
           MOVE WRK-BASE-13           TO FD-REMUNERACAO-13.
           MOVE WRK-EMP-FGTS          TO FD-DEPOSITO.
           WRITE FGTS-DETALHE-REC.
           ADD WRK-BASE-MES WRK-BASE-13 TO WRK-TOT-BRUTO.
           ADD WRK-EMP-FGTS      TO WRK-TOT-FGTS.
           ADD WRK-EMP-EMPRESA   TO WRK-TOT-EMPRESA.
           ADD WRK-EMP-RAT       TO WRK-TOT-RAT.
           ADD WRK-EMP-TERCEIROS TO WRK-TOT-TERCEIROS.
           MOVE 'C'        TO WRK-GR-TIPO.
           MOVE WRK-CAMPUS TO WRK-GR-CODIGO.
           PERFORM 3400-ACUMULAR-GRUPO THRU 3400-EXIT.
           MOVE 'G'        TO WRK-GR-TIPO.
           MOVE WRK-CARGO  TO WRK-GR-CODIGO.
           PERFORM 3400-ACUMULAR-GRUPO THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-CALCULAR-PARTE - Encargos patronais sobre a base de uma
      * parte da competencia e o INSS do segurado pela rotina comum
      * (o 13o pela tabela de dezembro, sem deducao de pensao),
      * somados ao empregado e a guia da parte.
      *****************************************************************
       3100-CALCULAR-PARTE.
           COMPUTE WRK-FGTS ROUNDED = WRK-BASE-CALC * WRK-ALIQ-FGTS.
           COMPUTE WRK-EMPRESA ROUNDED =
               WRK-BASE-CALC * WRK-ALIQ-EMPRESA.
           COMPUTE WRK-RAT ROUNDED = WRK-BASE-CALC * WRK-ALIQ-RAT.
           COMPUTE WRK-TERCEIROS ROUNDED =
               WRK-BASE-CALC * WRK-ALIQ-TERCEIROS.
           MOVE WRK-BASE-CALC          TO CD-SALARIO-BRUTO.
           MOVE WRK-MES-REF            TO CD-COMPETENCIA.
           MOVE WRK-TE-ID(WRK-IDX-EMP) TO CD-EM-ID.
           MOVE ZEROS                  TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           ADD WRK-FGTS      TO WRK-EMP-FGTS.
           ADD WRK-EMPRESA   TO WRK-EMP-EMPRESA.
           ADD WRK-RAT       TO WRK-EMP-RAT.
           ADD WRK-TERCEIROS TO WRK-EMP-TERCEIROS.
           ADD 1             TO WRK-TP-QTD(WRK-IDX-PARTE).
           ADD WRK-BASE-CALC TO WRK-TP-BASE(WRK-IDX-PARTE).
           ADD CD-DESC-INSS  TO WRK-TP-SEGURADOS(WRK-IDX-PARTE).
           ADD WRK-EMPRESA   TO WRK-TP-EMPRESA(WRK-IDX-PARTE).
           ADD WRK-RAT       TO WRK-TP-RAT(WRK-IDX-PARTE).
           ADD WRK-TERCEIROS TO WRK-TP-TERCEIROS(WRK-IDX-PARTE).
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-RESOLVER-CADASTRO - CPF e nome canonico de EMP-MASTER
      * (sem eles o deposito sai com CPF zerado e e denunciado); cargo
      * e campus do arquivo do mes, ou so o campus do acumulado
      * YTD-SAL para quem nao esta nele. Campus em branco e o 01.
      *****************************************************************
       3200-RESOLVER-CADASTRO.
           MOVE ZEROS TO WRK-CPF.
           MOVE WRK-TE-NOME(WRK-IDX-EMP) TO WRK-NOME.
           MOVE SPACES TO WRK-CAMPUS.
           MOVE '----' TO WRK-CARGO.
           IF TEM-EMP-MASTER
              AND WRK-TE-ID(WRK-IDX-EMP) NOT = SPACES
              MOVE WRK-TE-ID(WRK-IDX-EMP) TO EM-ID
              READ EMP-MASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE EM-CPF  TO WRK-CPF
                     MOVE EM-NOME TO WRK-NOME
              END-READ
           END-IF.
           IF WRK-CPF = ZEROS
              ADD 1 TO WRK-QTD-SEM-CPF
              SET TEM-AVISO TO TRUE
              DISPLAY 'TRABALHADOR SEM CPF NO CADASTRO: '
                      WRK-TE-ID(WRK-IDX-EMP) ' ' WRK-NOME
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 3210-PROCURAR-CADASTRO THRU 3210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CAD OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              MOVE WRK-TC-CAMPUS(WRK-IDX-ACHADO) TO WRK-CAMPUS
              IF WRK-TC-CARGO(WRK-IDX-ACHADO) NOT = SPACES
                 MOVE WRK-TC-CARGO(WRK-IDX-ACHADO) TO WRK-CARGO
              END-IF
           ELSE
              IF TEM-YTD
                 AND WRK-TE-ID(WRK-IDX-EMP) NOT = SPACES
                 MOVE WRK-TE-ID(WRK-IDX-EMP) TO YS-ID
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
       3200-EXIT.
           EXIT.

       3210-PROCURAR-CADASTRO.
           IF WRK-TC-ID(WRK-IDX) = WRK-TE-ID(WRK-IDX-EMP)
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * 3400-ACUMULAR-GRUPO - Soma o empregado corrente ao grupo do
      * relatorio (campus ou cargo), abrindo o grupo na primeira vez.
      *****************************************************************
       3400-ACUMULAR-GRUPO.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 3410-PROCURAR-GRUPO THRU 3410-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-GRUPOS OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-GRUPOS >= 120
                 DISPLAY 'GRUPOS ALEM DO LIMITE DO RELATORIO: '
                         WRK-GR-TIPO ' ' WRK-GR-CODIGO
                 SET TEM-AVISO TO TRUE
                 GO TO 3400-EXIT
              END-IF
              ADD 1 TO WRK-QTD-GRUPOS
              MOVE WRK-QTD-GRUPOS TO WRK-IDX-ACHADO
              MOVE WRK-GR-TIPO   TO WRK-TG-TIPO(WRK-IDX-ACHADO)
              MOVE WRK-GR-CODIGO TO WRK-TG-CODIGO(WRK-IDX-ACHADO)
              MOVE ZEROS TO WRK-TG-QTD(WRK-IDX-ACHADO)
                            WRK-TG-BRUTO(WRK-IDX-ACHADO)
                            WRK-TG-FGTS(WRK-IDX-ACHADO)
                            WRK-TG-EMPRESA(WRK-IDX-ACHADO)
                            WRK-TG-RAT(WRK-IDX-ACHADO)
                            WRK-TG-TERCEIROS(WRK-IDX-ACHADO)
           END-IF.
           ADD 1 TO WRK-TG-QTD(WRK-IDX-ACHADO).
           ADD WRK-BASE-MES WRK-BASE-13
               TO WRK-TG-BRUTO(WRK-IDX-ACHADO).
           ADD WRK-EMP-FGTS      TO WRK-TG-FGTS(WRK-IDX-ACHADO).
           ADD WRK-EMP-EMPRESA   TO WRK-TG-EMPRESA(WRK-IDX-ACHADO).
           ADD WRK-EMP-RAT       TO WRK-TG-RAT(WRK-IDX-ACHADO).
           ADD WRK-EMP-TERCEIROS TO WRK-TG-TERCEIROS(WRK-IDX-ACHADO).
       3400-EXIT.
           EXIT.

       3410-PROCURAR-GRUPO.
           IF WRK-TG-TIPO(WRK-IDX) = WRK-GR-TIPO
              AND WRK-TG-CODIGO(WRK-IDX) = WRK-GR-CODIGO
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       3410-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FECHAR-GUIAS - Trailer da guia do FGTS; na guia do INSS,
      * um registro por parte com segurados (segurados retidos,
      * empresa, RAT, terceiros e total) e o trailer.
      *****************************************************************
       4000-FECHAR-GUIAS.
           MOVE SPACES TO GUIA-FGTS-REC.
           MOVE '9'                TO FT-TIPO.
           MOVE WRK-QTD-EMPREGADOS TO FT-QTD-TRABALHADORES.
           MOVE WRK-TOT-BRUTO      TO FT-TOTAL-REMUNERACAO.
           MOVE WRK-TOT-FGTS       TO FT-TOTAL-DEPOSITO.
           WRITE FGTS-TRAILER-REC.
           CLOSE GUIA-FGTS.
           PERFORM 4100-GRAVAR-GUIA-INSS THRU 4100-EXIT
              VARYING WRK-IDX-PARTE FROM 1 BY 1
              UNTIL WRK-IDX-PARTE > 2.
           MOVE SPACES TO GUIA-INSS-REC.
           MOVE '9'           TO IT-TIPO.
           MOVE WRK-QTD-GUIAS TO IT-QTD-GUIAS.
           MOVE WRK-TOT-INSS  TO IT-TOTAL-CONTROLE.
           WRITE INSS-TRAILER-REC.
           CLOSE GUIA-INSS.
       4000-EXIT.
           EXIT.

       4100-GRAVAR-GUIA-INSS.
           IF WRK-TP-QTD(WRK-IDX-PARTE) = 0
              GO TO 4100-EXIT
           END-IF.
           MOVE SPACES TO GUIA-INSS-REC.
           MOVE '1' TO IG-TIPO.
           MOVE WRK-TP-COMPETENCIA(WRK-IDX-PARTE) TO IG-COMPETENCIA.
           MOVE WRK-COD-PAGAMENTO TO IG-COD-PAGAMENTO.
           MOVE WRK-TP-QTD(WRK-IDX-PARTE)       TO IG-QTD-SEGURADOS.
           MOVE WRK-TP-BASE(WRK-IDX-PARTE)      TO IG-BASE.
           MOVE WRK-TP-SEGURADOS(WRK-IDX-PARTE) TO IG-SEGURADOS.
           MOVE WRK-TP-EMPRESA(WRK-IDX-PARTE)   TO IG-EMPRESA.
           MOVE WRK-TP-RAT(WRK-IDX-PARTE)       TO IG-RAT.
           MOVE WRK-TP-TERCEIROS(WRK-IDX-PARTE) TO IG-TERCEIROS.
           COMPUTE IG-TOTAL = WRK-TP-SEGURADOS(WRK-IDX-PARTE)
                            + WRK-TP-EMPRESA(WRK-IDX-PARTE)
                            + WRK-TP-RAT(WRK-IDX-PARTE)
                            + WRK-TP-TERCEIROS(WRK-IDX-PARTE).
           WRITE INSS-GUIA-REC.
           ADD 1 TO WRK-QTD-GUIAS.
           ADD IG-TOTAL TO WRK-TOT-INSS.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-EMITIR-RELATORIO - Custo do empregador: secao por campus e
      * secao por cargo (quantidade, remuneracao, FGTS, INSS empresa,
      * RAT, terceiros e custo total), cada uma fechada pelo total
      * geral, e o resumo das guias.
      *****************************************************************
       5000-EMITIR-RELATORIO.
           MOVE INST-NOME TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO DO EMPREGADOR - ENCARGOS DA FOLHA - '
                                        DELIMITED BY SIZE
                  'COMPETENCIA '        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE SPACES TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE 'POR CAMPUS' TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE 'C' TO WRK-TIPO-SECAO.
           PERFORM 5100-EMITIR-SECAO THRU 5100-EXIT.
           MOVE SPACES TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE 'POR CARGO' TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE 'G' TO WRK-TIPO-SECAO.
           PERFORM 5100-EMITIR-SECAO THRU 5100-EXIT.
           MOVE SPACES TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FGTS A DEPOSITAR: '  DELIMITED BY SIZE
                  WRK-TOTAL-ED          DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE WRK-TOT-INSS TO WRK-TOTAL-ED.
           MOVE WRK-QTD-GUIAS TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INSS A RECOLHER (SEGURADOS + PATRONAL): '
                                        DELIMITED BY SIZE
                  WRK-TOTAL-ED          DELIMITED BY SIZE
                  ' EM '                DELIMITED BY SIZE
                  WRK-QTD-ED            DELIMITED BY SIZE
                  ' GUIA(S)'            DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           DISPLAY WRK-LINHA.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-EMITIR-SECAO - Cabecalho de colunas, um detalhe por grupo
      * do tipo da secao e a linha de total geral.
      *****************************************************************
       5100-EMITIR-SECAO.
           MOVE WRK-CABEC-COLUNAS TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           PERFORM 5200-EMITIR-GRUPO THRU 5200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-GRUPOS.
           COMPUTE WRK-TOT-CUSTO = WRK-TOT-BRUTO + WRK-TOT-FGTS
                                 + WRK-TOT-EMPRESA + WRK-TOT-RAT
                                 + WRK-TOT-TERCEIROS.
           MOVE SPACES             TO WRK-DET-CODIGO.
           MOVE 'TOTAL GERAL'      TO WRK-DET-DESCRICAO.
           MOVE WRK-QTD-EMPREGADOS TO WRK-DET-QTD.
           MOVE WRK-TOT-BRUTO      TO WRK-DET-BRUTO.
           MOVE WRK-TOT-FGTS       TO WRK-DET-FGTS.
           MOVE WRK-TOT-EMPRESA    TO WRK-DET-EMPRESA.
           MOVE WRK-TOT-RAT        TO WRK-DET-RAT.
           MOVE WRK-TOT-TERCEIROS  TO WRK-DET-TERCEIROS.
           MOVE WRK-TOT-CUSTO      TO WRK-DET-CUSTO.
           MOVE WRK-DETALHE TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
       5100-EXIT.
           EXIT.

       5200-EMITIR-GRUPO.
           IF WRK-TG-TIPO(WRK-IDX) NOT = WRK-TIPO-SECAO
              GO TO 5200-EXIT
           END-IF.
           MOVE WRK-TG-CODIGO(WRK-IDX) TO WRK-DET-CODIGO.
           IF WRK-TIPO-SECAO = 'C'
              PERFORM 5300-NOME-CAMPUS THRU 5300-EXIT
           ELSE
              PERFORM 5400-NOME-CARGO THRU 5400-EXIT
           END-IF.
           COMPUTE WRK-CUSTO = WRK-TG-BRUTO(WRK-IDX)
                             + WRK-TG-FGTS(WRK-IDX)
                             + WRK-TG-EMPRESA(WRK-IDX)
                             + WRK-TG-RAT(WRK-IDX)
                             + WRK-TG-TERCEIROS(WRK-IDX).
           MOVE WRK-TG-QTD(WRK-IDX)       TO WRK-DET-QTD.
           MOVE WRK-TG-BRUTO(WRK-IDX)     TO WRK-DET-BRUTO.
           MOVE WRK-TG-FGTS(WRK-IDX)      TO WRK-DET-FGTS.
           MOVE WRK-TG-EMPRESA(WRK-IDX)   TO WRK-DET-EMPRESA.
           MOVE WRK-TG-RAT(WRK-IDX)       TO WRK-DET-RAT.
           MOVE WRK-TG-TERCEIROS(WRK-IDX) TO WRK-DET-TERCEIROS.
           MOVE WRK-CUSTO                 TO WRK-DET-CUSTO.
           MOVE WRK-DETALHE TO ENCARGO-REPORT-REC.
           WRITE ENCARGO-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           IF WRK-TIPO-SECAO = 'C'
              PERFORM 5500-GRAVAR-ENCARGO-CAMPUS THRU 5500-EXIT
           END-IF.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300-NOME-CAMPUS - Nome do campus na tabela de INSTCFG; codigo
      * fora da tabela sai sem nome.
      *****************************************************************
       5300-NOME-CAMPUS.
           MOVE SPACES TO WRK-DET-DESCRICAO.
           PERFORM 5310-PROCURAR-CAMPUS THRU 5310-EXIT
              VARYING WRK-IDX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IDX-CAMPUS > 2.
       5300-EXIT.
           EXIT.

       5310-PROCURAR-CAMPUS.
           IF INST-CAMPUS-CODIGO(WRK-IDX-CAMPUS) =
              WRK-TG-CODIGO(WRK-IDX)(1:2)
              MOVE INST-CAMPUS-NOME(WRK-IDX-CAMPUS)
                TO WRK-DET-DESCRICAO
           END-IF.
       5310-EXIT.
           EXIT.

      *****************************************************************
      * 5400-NOME-CARGO - Descricao do cargo em CARGO-MASTER; o grupo
      * '----' reune quem nao tem cargo no arquivo do mes.
      *****************************************************************
       5400-NOME-CARGO.
           IF WRK-TG-CODIGO(WRK-IDX) = '----'
              MOVE 'SEM CARGO' TO WRK-DET-DESCRICAO
              GO TO 5400-EXIT
           END-IF.
           MOVE 'NAO CADASTRADO' TO WRK-DET-DESCRICAO.
           IF NOT TEM-CARGOS
              GO TO 5400-EXIT
           END-IF.
           MOVE WRK-TG-CODIGO(WRK-IDX) TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CG-DESCRICAO TO WRK-DET-DESCRICAO
           END-READ.
       5400-EXIT.
           EXIT.

      *****************************************************************
      * 5500-GRAVAR-ENCARGO-CAMPUS - Encargos do campus para a
      * contabilizacao da folha (GERA-CONTABIL).
      *****************************************************************
       5500-GRAVAR-ENCARGO-CAMPUS.
           MOVE WRK-MES-REF                 TO EC-COMPETENCIA.
           MOVE WRK-TG-CODIGO(WRK-IDX)(1:2) TO EC-CAMPUS.
           MOVE WRK-TG-QTD(WRK-IDX)         TO EC-QTD-EMPREGADOS.
           MOVE WRK-TG-BRUTO(WRK-IDX)       TO EC-BRUTO.
           MOVE WRK-TG-FGTS(WRK-IDX)        TO EC-FGTS.
           MOVE WRK-TG-EMPRESA(WRK-IDX)     TO EC-EMPRESA.
           MOVE WRK-TG-RAT(WRK-IDX)         TO EC-RAT.
           MOVE WRK-TG-TERCEIROS(WRK-IDX)   TO EC-TERCEIROS.
           WRITE ENCARGO-CAMPUS-REC.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 6000-FINALIZAR - Resumo no console das denuncias, trailer
      * padrao do relatorio (grupos listados e custo total) e
      * fechamento. Qualquer denuncia termina em RC 4.
      *****************************************************************
       6000-FINALIZAR.
           MOVE WRK-QTD-EMPREGADOS TO WRK-QTD-ED.
           MOVE WRK-TOT-CUSTO TO WRK-TOTAL-ED.
           DISPLAY 'TRABALHADORES: ' WRK-QTD-ED
                   '  CUSTO TOTAL DO EMPREGADOR: ' WRK-TOTAL-ED.
           IF WRK-QTD-ESTORNOS > 0
              DISPLAY 'ESTORNOS ABATIDOS: ' WRK-QTD-ESTORNOS
           END-IF.
           IF WRK-QTD-OUTRA-MOEDA > 0
              DISPLAY 'PAGAMENTOS EM MOEDA ESTRANGEIRA FORA DAS '
                      'GUIAS: ' WRK-QTD-OUTRA-MOEDA
           END-IF.
           IF WRK-QTD-NEGATIVOS > 0
              DISPLAY 'EMPREGADOS COM ESTORNO MAIOR QUE O PAGO: '
                      WRK-QTD-NEGATIVOS
           END-IF.
           IF WRK-QTD-SEM-CPF > 0
              DISPLAY 'DEPOSITOS SEM CPF: ' WRK-QTD-SEM-CPF
           END-IF.
           MOVE SPACES TO ENCARGO-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-TOT-CUSTO TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE ENCARGO-REPORT.
           CLOSE ENCARGO-CAMPUS.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
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
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de ENCARGO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT ENCARGO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'ENCARGO-REPORT' TO AG-RELATORIO.
           MOVE 'APURA-ENCARGOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE ENCARGO-REPORT-RELIDO.
           MOVE WRK-QTD-EMPREGADOS TO AG-QTD-REGISTROS.
           MOVE WRK-TOT-CUSTO TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ ENCARGO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE ENCARGO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
