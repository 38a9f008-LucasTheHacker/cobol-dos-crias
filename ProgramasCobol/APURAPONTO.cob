      *                       registro (RECORD CONTAINS 54 -> 56),
      *                       acompanhando a folha; este passo apenas
      *                       copia o campo.
      * 15/10/2026 Batista - EMP-IN/EMP-AJUSTADO ganharam as
      *                       horas-aula do instrutor (EI-HORAS-AULA,
      *                       RECORD CONTAINS 56 -> 59), preenchidas
      *                       por APURA-HORA-AULA, que roda antes
      *                       deste passo; este passo apenas copia o
      *                       campo.
      * 15/10/2026 Batista - EMP-IN/EMP-AJUSTADO ganharam os dias de
      *                       falta, de DSR perdido e de afastamento nao
      *                       remunerado pela empresa (RECORD CONTAINS
      *                       59 -> 65). Falta e o dia util da
      *                       competencia (DIA-UTIL e HOLIDAY-IN) sem
      *                       apontamento no ponto, fora de periodo do
      *                       cadastro AFASTAMENTO e nao anterior a
      *                       admissao; cada semana com falta perde o
      *                       DSR. Competencia corrente so conta ate
      *                       ontem.
      * 15/10/2026 Batista - Banco de horas: cargo com hora extra em
      *                       banco (CG-HORA-EXTRA em CARGO-MASTER)
      *                       credita as horas extra da competencia em
      *                       BANCO-HORAS em vez de paga-las; saldo
      *                       vencido apos seis competencias sem
      *                       compensacao vira hora extra paga e folga
      *                       compensatoria lancada nao conta como
      *                       falta.
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
      * 15/10/2026 Batista - Copia de PONTO-DIVERG guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-PONTO-STATUS.
           SELECT PONTO-DIVERG ASSIGN TO "PONTO-DIVERG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PONTO-DIVERG-RELIDO ASSIGN TO "PONTO-DIVERG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT AFASTAMENTO ASSIGN TO "AFASTAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AF-CHAVE
               FILE STATUS IS WRK-AF-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT CARGO-MASTER ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WRK-CG-STATUS.
           SELECT BANCO-HORAS ASSIGN TO "BANCO-HORAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BH-CHAVE
               FILE STATUS IS WRK-BH-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-IN
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-IN-REC.
           05 EI-NOME              PIC X(20).
           05 EI-SALARIO           PIC 9(06)V99.
           05 EI-MOEDA             PIC X(03).
           05 EI-CARGO             PIC X(04).
           05 EI-CAMPUS            PIC X(02).
           05 EI-HORAS-AULA        PIC 9(03).
           05 EI-DIAS-FALTA        PIC 9(02).
           05 EI-DIAS-DSR          PIC 9(02).
           05 EI-DIAS-AFASTADO     PIC 9(02).

       FD  EMP-AJUSTADO
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-AJUSTADO-REC.
           05 EA-NOME              PIC X(20).
           05 EA-SALARIO           PIC 9(06)V99.
           05 EA-MOEDA             PIC X(03).
           05 EA-CARGO             PIC X(04).
           05 EA-CAMPUS            PIC X(02).
           05 EA-HORAS-AULA        PIC 9(03).
           05 EA-DIAS-FALTA        PIC 9(02).
           05 EA-DIAS-DSR          PIC 9(02).
           05 EA-DIAS-AFASTADO     PIC 9(02).

       FD  PONTO
           RECORD CONTAINS 18 CHARACTERS.
       FD  PONTO-DIVERG
           RECORD CONTAINS 80 CHARACTERS.
       01  PONTO-DIVERG-REC        PIC X(80).

       FD  PONTO-DIVERG-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  PONTO-DIVERG-RELIDO-REC  PIC X(80).

       FD  AFASTAMENTO.
           COPY AFASTAM.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  CARGO-MASTER.
           COPY CARGMSTR.

       FD  BANCO-HORAS.
           COPY BANCOHOR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       COPY DIAUTIL.
       77  WRK-PONTO-STATUS  PIC X(02)      VALUE '00'.
       77  WRK-AF-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-AFAST     PIC X(01)      VALUE 'N'.
           88 TEM-AFASTAMENTO               VALUE 'S'.
       77  WRK-TEM-MESTRE    PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                VALUE 'S'.
       77  WRK-FIM-AFAST     PIC X(01)      VALUE 'N'.
           88 FIM-AFAST                     VALUE 'S'.
       77  WRK-CG-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-BH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-CARGO     PIC X(01)      VALUE 'N'.
           88 TEM-CARGO-MASTER              VALUE 'S'.
       77  WRK-TEM-BANCO     PIC X(01)      VALUE 'N'.
           88 TEM-BANCO-HORAS               VALUE 'S'.
       77  WRK-FIM-BH        PIC X(01)      VALUE 'N'.
           88 FIM-BH                        VALUE 'S'.
       77  WRK-REGIME        PIC X(01)      VALUE 'P'.
           88 EXTRA-NO-BANCO                VALUE 'B'.
       77  WRK-FIM-EMP-IN    PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                    VALUE 'S'.
       77  WRK-FIM-PONTO     PIC X(01)      VALUE 'N'.
           88 FIM-PONTO                     VALUE 'S'.
       01  WRK-COMP-PARTES.
           05 WRK-COMP-ANO   PIC 9(04)      VALUE ZEROS.
           05 WRK-COMP-MES   PIC 9(02)      VALUE ZEROS.
       01  WRK-COMPETENCIA REDEFINES WRK-COMP-PARTES PIC 9(06).
       77  WRK-COMP-TXT      PIC X(06)      VALUE SPACES.
       77  WRK-COMP-CHAR     PIC X(06)      VALUE SPACES.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-SEM-PONTO PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-DIVERGENTES PIC 9(05)    VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
      *
      * Calendario da competencia, montado uma vez: dia util (DIA-UTIL
      * com o feriado de HOLIDAY-IN) e semana de cada dia, semana que
      * comeca no domingo. Por empregado, os dias apontados no ponto e
      * quem remunera os dias afastados (E/P/N, branco = nao afastado).
       01  WRK-DATA-DIA.
           05 WRK-DD-COMP    PIC 9(06)      VALUE ZEROS.
           05 WRK-DD-DIA     PIC 9(02)      VALUE ZEROS.
       01  WRK-DATA-DIA-NUM REDEFINES WRK-DATA-DIA PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZERO.
       77  WRK-DIA-LIMITE    PIC 9(02)      VALUE ZERO.
       77  WRK-RESTO4        PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100      PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC          PIC 9(06) COMP VALUE ZERO.
       77  WRK-SEMANA        PIC 9(01) COMP VALUE ZERO.
       77  WRK-DIA           PIC 9(02) COMP VALUE ZERO.
       77  WRK-DIA-DE        PIC 9(02) COMP VALUE ZERO.
       77  WRK-DIA-ATE       PIC 9(02) COMP VALUE ZERO.
       01  WRK-TAB-CALENDARIO.
           05 WRK-CAL-ENT OCCURS 31 TIMES.
              10 WRK-CAL-UTIL      PIC X(01).
              10 WRK-CAL-SEMANA    PIC 9(01).
              10 WRK-CAL-APONTADO  PIC X(01).
              10 WRK-CAL-AFASTADO  PIC X(01).
       01  WRK-TAB-SEMANAS.
           05 WRK-SEM-FALTA OCCURS 6 TIMES PIC X(01).
       77  WRK-PRIMEIRO-DIA  PIC 9(08)      VALUE ZEROS.
       77  WRK-ULTIMO-DIA    PIC 9(08)      VALUE ZEROS.
       77  WRK-AF-FIM        PIC 9(08)      VALUE ZEROS.
       77  WRK-ADMISSAO      PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-FALTAS    PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-DSR       PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-AFASTADO  PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-COM-FALTA PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-COM-AFAST PIC 9(05)      VALUE ZEROS.
      *
      * Banco de horas: credito da competencia, vencidas convertidas
      * em hora extra paga e a competencia de vencimento do credito
      * (seis meses depois da competencia em que as horas foram
      * feitas).
       77  WRK-HORAS-VENCIDAS PIC 9(03)     VALUE ZEROS.
       77  WRK-HORAS-A-VENCER PIC 9(03)     VALUE ZEROS.
       77  WRK-ULT-SEQ-V     PIC 9(03)      VALUE ZEROS.
       77  WRK-DIFERENCA     PIC 9(03)      VALUE ZEROS.
       77  WRK-PRAZO-BANCO   PIC 9(02)      VALUE 6.
       01  WRK-VENCIMENTO.
           05 WRK-VENC-ANO   PIC 9(04)      VALUE ZEROS.
           05 WRK-VENC-MES   PIC 9(02)      VALUE ZEROS.
       01  WRK-VENCIMENTO-NUM REDEFINES WRK-VENCIMENTO PIC 9(06).
       77  WRK-QTD-CREDITADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-VENCIDOS  PIC 9(05)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'APURA-PONTO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * divergencias.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:12) = 'COMPETENCIA='
              MOVE WRK-PARM-JCL-TEXTO(13:6) TO WRK-COMP-TXT
              ACCEPT WRK-COMP-TXT FROM CONSOLE
           END-IF.
           IF WRK-COMP-TXT IS NUMERIC
              AND WRK-COMP-TXT(5:2) > '00' AND WRK-COMP-TXT(5:2) < '13'
              MOVE WRK-COMP-TXT TO WRK-COMPETENCIA
           ELSE
              MOVE WRK-DATA-EXEC(1:6) TO WRK-COMPETENCIA
           END-IF.
           MOVE WRK-COMPETENCIA TO WRK-COMP-CHAR.
           DISPLAY 'APURANDO PONTO DA COMPETENCIA ' WRK-COMPETENCIA.
           PERFORM 1100-MONTAR-CALENDARIO THRU 1100-EXIT.
           OPEN INPUT AFASTAMENTO.
           IF WRK-AF-STATUS = '00'
              SET TEM-AFASTAMENTO TO TRUE
           ELSE
              DISPLAY 'AFASTAMENTO AUSENTE - NENHUM PERIODO A '
                      'CONSIDERAR'
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           END-IF.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS = '00'
              SET TEM-CARGO-MASTER TO TRUE
           END-IF.
           OPEN I-O BANCO-HORAS.
           IF WRK-BH-STATUS = '35'
              OPEN OUTPUT BANCO-HORAS
              CLOSE BANCO-HORAS
              OPEN I-O BANCO-HORAS
           END-IF.
           IF WRK-BH-STATUS = '00'
              SET TEM-BANCO-HORAS TO TRUE
           ELSE
              DISPLAY 'BANCO-HORAS INDISPONIVEL (STATUS '
                      WRK-BH-STATUS ') - HORA EXTRA TODA PAGA'
           END-IF.
           COMPUTE WRK-VENC-MES = WRK-COMP-MES + WRK-PRAZO-BANCO.
           MOVE WRK-COMP-ANO TO WRK-VENC-ANO.
           IF WRK-VENC-MES > 12
              SUBTRACT 12 FROM WRK-VENC-MES
              ADD 1 TO WRK-VENC-ANO
           END-IF.
           OPEN OUTPUT PONTO-DIVERG.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'DIVERGENCIAS ENTRE O DECLARADO E O PONTO APURADO'
             TO PONTO-DIVERG-REC.
           WRITE PONTO-DIVERG-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-MONTAR-CALENDARIO - Dias da competencia (fevereiro de 29
      * dias em ano bissexto), o ultimo dia que ja pode ter falta
      * (competencia passada: o mes todo; corrente: ate ontem; futura:
      * nenhum) e, dia a dia, se e util e em que semana cai.
      *****************************************************************
       1100-MONTAR-CALENDARIO.
           MOVE WRK-DIAS-MES(WRK-COMP-MES) TO WRK-DIAS-NO-MES.
           IF WRK-COMP-MES = 2
              DIVIDE WRK-COMP-ANO BY 4
                  GIVING WRK-QUOC REMAINDER WRK-RESTO4
              DIVIDE WRK-COMP-ANO BY 100
                  GIVING WRK-QUOC REMAINDER WRK-RESTO100
              DIVIDE WRK-COMP-ANO BY 400
                  GIVING WRK-QUOC REMAINDER WRK-RESTO400
              IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                                 OR WRK-RESTO400 = 0
                 MOVE 29 TO WRK-DIAS-NO-MES
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN WRK-COMP-CHAR < WRK-DATA-EXEC(1:6)
                 MOVE WRK-DIAS-NO-MES TO WRK-DIA-LIMITE
              WHEN WRK-COMP-CHAR = WRK-DATA-EXEC(1:6)
                 MOVE WRK-DATA-EXEC(7:2) TO WRK-DIA-LIMITE
                 SUBTRACT 1 FROM WRK-DIA-LIMITE
              WHEN OTHER
                 MOVE ZEROS TO WRK-DIA-LIMITE
           END-EVALUATE.
           MOVE WRK-COMPETENCIA TO WRK-DD-COMP.
           MOVE 1 TO WRK-DD-DIA.
           MOVE WRK-DATA-DIA-NUM TO WRK-PRIMEIRO-DIA.
           MOVE WRK-DIAS-NO-MES TO WRK-DD-DIA.
           MOVE WRK-DATA-DIA-NUM TO WRK-ULTIMO-DIA.
           INITIALIZE WRK-TAB-CALENDARIO.
           MOVE 1 TO WRK-SEMANA.
           PERFORM 1200-CLASSIFICAR-DIA THRU 1200-EXIT
              VARYING WRK-DD-DIA FROM 1 BY 1
              UNTIL WRK-DD-DIA > WRK-DIAS-NO-MES.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CLASSIFICAR-DIA - Dia da semana (DIA-UTIL 'D', 1 =
      * domingo, que abre semana nova a partir do dia 2) e dia util
      * (DIA-UTIL 'U', que ja descarta sabado, domingo e feriado).
      *****************************************************************
       1200-CLASSIFICAR-DIA.
           MOVE 'D' TO DU-FUNCAO.
           MOVE WRK-DATA-DIA-NUM TO DU-DATA.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           IF DU-DIA-SEMANA = 1 AND WRK-DD-DIA > 1
              ADD 1 TO WRK-SEMANA
           END-IF.
           MOVE WRK-SEMANA TO WRK-CAL-SEMANA(WRK-DD-DIA).
           MOVE 'U' TO DU-FUNCAO.
           MOVE WRK-DATA-DIA-NUM TO DU-DATA.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           IF DU-DATA-E-UTIL
              MOVE 'S' TO WRK-CAL-UTIL(WRK-DD-DIA)
           ELSE
              MOVE 'N' TO WRK-CAL-UTIL(WRK-DD-DIA)
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR - Le EMP-IN de ponta a ponta, apura o ponto de
      * cada empregado e grava o arquivo ajustado que a folha consome.
      * 2200-APURAR-EMPREGADO - Soma as horas e os turnos apontados do
      * empregado na competencia; sem apontamento o registro passa
      * como veio; com apontamento, as horas extra e o turno apurados
      * substituem os declarados, e a divergencia e denunciada. Os
      * dias de falta, de DSR perdido e de afastamento nao remunerado
      * pela empresa (2600) seguem em todo registro, zerados quando
      * nao ha. Cargo com hora extra em banco credita as horas no
      * BANCO-HORAS em vez de paga-las (2800); o saldo vencido sem
      * compensacao (2700) e pago como hora extra em todo caso.
      *****************************************************************
       2200-APURAR-EMPREGADO.
           PERFORM 2300-SOMAR-PONTO THRU 2300-EXIT.
           MOVE EMP-IN-REC TO EMP-AJUSTADO-REC.
           IF WRK-QTD-DIAS NOT = 0
              PERFORM 2400-APURAR-TURNO THRU 2400-EXIT
           END-IF.
           PERFORM 2600-APURAR-AUSENCIAS THRU 2600-EXIT.
           MOVE WRK-QTD-FALTAS   TO EA-DIAS-FALTA.
           MOVE WRK-QTD-DSR      TO EA-DIAS-DSR.
           MOVE WRK-QTD-AFASTADO TO EA-DIAS-AFASTADO.
           PERFORM 2700-VENCER-BANCO THRU 2700-EXIT.
           IF WRK-QTD-DIAS = 0
              ADD 1 TO WRK-QTD-SEM-PONTO
              ADD WRK-HORAS-VENCIDAS TO EA-HORAS-EXTRA
              WRITE EMP-AJUSTADO-REC
              GO TO 2200-EXIT
           END-IF.
           ELSE
              MOVE ZEROS TO WRK-EXTRA-APURADA
           END-IF.
           PERFORM 2800-CREDITAR-BANCO THRU 2800-EXIT.
           ADD WRK-HORAS-VENCIDAS TO WRK-EXTRA-APURADA.
           IF EI-HORAS-EXTRA NOT = WRK-EXTRA-APURADA
              OR EI-TURNO NOT = WRK-TURNO-APURADO
              ADD 1 TO WRK-QTD-DIVERGENTES

      *****************************************************************
      * 2300-SOMAR-PONTO - Varre o arquivo de ponto somando as horas e
      * contando os turnos do empregado corrente na competencia e
      * marcando no calendario os dias apontados; arquivo ausente
      * equivale a nenhum apontamento.
      *****************************************************************
       2300-SOMAR-PONTO.
           MOVE ZEROS TO WRK-TOTAL-HORAS WRK-QTD-DIAS
                         WRK-QTD-D WRK-QTD-N WRK-QTD-F.
           MOVE 'N' TO WRK-FIM-PONTO.
           PERFORM 2320-LIMPAR-DIA THRU 2320-EXIT
              VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31.
           OPEN INPUT PONTO.
           IF WRK-PONTO-STATUS NOT = '00'
              GO TO 2300-EXIT
                 AND PT-DATA(1:6) = WRK-COMP-CHAR
                 ADD 1 TO WRK-QTD-DIAS
                 ADD PT-HORAS TO WRK-TOTAL-HORAS
                 MOVE PT-DATA(7:2) TO WRK-DIA
                 IF WRK-DIA > 0 AND WRK-DIA NOT > 31
                    MOVE 'S' TO WRK-CAL-APONTADO(WRK-DIA)
                 END-IF
                 EVALUATE TRUE
                    WHEN PT-TURNO-NOTURNO    ADD 1 TO WRK-QTD-N
                    WHEN PT-TURNO-FIM-SEMANA ADD 1 TO WRK-QTD-F
       2310-EXIT.
           EXIT.

       2320-LIMPAR-DIA.
           MOVE 'N'   TO WRK-CAL-APONTADO(WRK-DIA).
           MOVE SPACE TO WRK-CAL-AFASTADO(WRK-DIA).
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 2400-APURAR-TURNO - Turno predominante do mes: o marcador mais
      * frequente nos dias apontados; empate fica com o diurno, o
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2600-APURAR-AUSENCIAS - Marca no calendario os periodos de
      * AFASTAMENTO do empregado e conta os dias afastados sem
      * remuneracao da empresa (previdencia ou licenca nao remunerada;
      * o mes inteiro vale 30, o mes comercial da folha). Com ponto e
      * turno que nao e de fim de semana, falta e o dia util ate o dia
      * limite sem apontamento, sem afastamento ou folga do banco de
      * horas e nao anterior a admissao (EMP-MASTER); cada semana com
      * falta perde o DSR.
      *****************************************************************
       2600-APURAR-AUSENCIAS.
           MOVE ZEROS TO WRK-QTD-FALTAS WRK-QTD-DSR WRK-QTD-AFASTADO.
           MOVE SPACES TO WRK-TAB-SEMANAS.
           IF TEM-AFASTAMENTO
              PERFORM 2610-CARREGAR-AFASTAMENTOS THRU 2610-EXIT
           END-IF.
           IF TEM-BANCO-HORAS
              PERFORM 2670-MARCAR-FOLGAS THRU 2670-EXIT
           END-IF.
           PERFORM 2640-CONTAR-AFASTADO THRU 2640-EXIT
              VARYING WRK-DIA FROM 1 BY 1
              UNTIL WRK-DIA > WRK-DIAS-NO-MES.
           IF WRK-QTD-AFASTADO = WRK-DIAS-NO-MES
              AND WRK-DIAS-NO-MES > 0
              MOVE 30 TO WRK-QTD-AFASTADO
           END-IF.
           IF WRK-QTD-AFASTADO > 30
              MOVE 30 TO WRK-QTD-AFASTADO
           END-IF.
           IF WRK-QTD-DIAS = 0 OR WRK-TURNO-APURADO = 'F'
              GO TO 2600-RELATAR
           END-IF.
           MOVE ZEROS TO WRK-ADMISSAO.
           IF TEM-EMP-MASTER
              MOVE EI-ID TO EM-ID
              READ EMP-MASTER
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE EM-DATA-ADMISSAO TO WRK-ADMISSAO
              END-READ
           END-IF.
           PERFORM 2650-CONFERIR-FALTA THRU 2650-EXIT
              VARYING WRK-DIA FROM 1 BY 1
              UNTIL WRK-DIA > WRK-DIA-LIMITE.
           PERFORM 2660-CONTAR-DSR THRU 2660-EXIT
              VARYING WRK-SEMANA FROM 1 BY 1 UNTIL WRK-SEMANA > 6.
       2600-RELATAR.
           IF WRK-QTD-FALTAS = 0 AND WRK-QTD-AFASTADO = 0
              GO TO 2600-EXIT
           END-IF.
           IF WRK-QTD-FALTAS > 0
              ADD 1 TO WRK-QTD-COM-FALTA
           END-IF.
           IF WRK-QTD-AFASTADO > 0
              ADD 1 TO WRK-QTD-COM-AFAST
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AUSENCIAS: '      DELIMITED BY SIZE
                  EI-ID              DELIMITED BY SIZE
                  ' FALTAS '         DELIMITED BY SIZE
                  WRK-QTD-FALTAS     DELIMITED BY SIZE
                  ' DSR PERDIDO '    DELIMITED BY SIZE
                  WRK-QTD-DSR        DELIMITED BY SIZE
                  ' AFASTADO SEM REMUNERACAO ' DELIMITED BY SIZE
                  WRK-QTD-AFASTADO   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PONTO-DIVERG-REC.
           WRITE PONTO-DIVERG-REC.
           DISPLAY WRK-LINHA.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2610-CARREGAR-AFASTAMENTOS - Percorre os periodos do empregado
      * pela chave (ID + inicio); 2620 marca os dias de cada periodo
      * que caem na competencia (periodo sem fim segue em aberto).
      *****************************************************************
       2610-CARREGAR-AFASTAMENTOS.
           MOVE 'N' TO WRK-FIM-AFAST.
           MOVE EI-ID TO AF-EM-ID.
           MOVE ZEROS TO AF-DATA-INICIO.
           START AFASTAMENTO KEY IS NOT LESS THAN AF-CHAVE
               INVALID KEY GO TO 2610-EXIT
           END-START.
           PERFORM 2615-LER-AFASTAMENTO THRU 2615-EXIT.
           PERFORM 2620-MARCAR-PERIODO THRU 2620-EXIT
              UNTIL FIM-AFAST.
       2610-EXIT.
           EXIT.

       2615-LER-AFASTAMENTO.
           READ AFASTAMENTO NEXT RECORD
               AT END
                  SET FIM-AFAST TO TRUE
                  GO TO 2615-EXIT
           END-READ.
           IF AF-EM-ID NOT = EI-ID
              SET FIM-AFAST TO TRUE
           END-IF.
       2615-EXIT.
           EXIT.

       2620-MARCAR-PERIODO.
           MOVE AF-DATA-FIM TO WRK-AF-FIM.
           IF WRK-AF-FIM = ZEROS
              MOVE 99999999 TO WRK-AF-FIM
           END-IF.
           IF AF-DATA-INICIO > WRK-ULTIMO-DIA
              OR WRK-AF-FIM < WRK-PRIMEIRO-DIA
              GO TO 2620-PROXIMO
           END-IF.
           IF AF-DATA-INICIO < WRK-PRIMEIRO-DIA
              MOVE 1 TO WRK-DIA-DE
           ELSE
              MOVE AF-DATA-INICIO(7:2) TO WRK-DIA-DE
           END-IF.
           IF WRK-AF-FIM > WRK-ULTIMO-DIA
              MOVE WRK-DIAS-NO-MES TO WRK-DIA-ATE
           ELSE
              MOVE WRK-AF-FIM(7:2) TO WRK-DIA-ATE
           END-IF.
           PERFORM 2630-MARCAR-DIA THRU 2630-EXIT
              VARYING WRK-DIA FROM WRK-DIA-DE BY 1
              UNTIL WRK-DIA > WRK-DIA-ATE.
       2620-PROXIMO.
           PERFORM 2615-LER-AFASTAMENTO THRU 2615-EXIT.
       2620-EXIT.
           EXIT.

       2630-MARCAR-DIA.
           MOVE AF-PAGADOR TO WRK-CAL-AFASTADO(WRK-DIA).
       2630-EXIT.
           EXIT.

       2640-CONTAR-AFASTADO.
           IF WRK-CAL-AFASTADO(WRK-DIA) = 'P' OR
              WRK-CAL-AFASTADO(WRK-DIA) = 'N'
              ADD 1 TO WRK-QTD-AFASTADO
           END-IF.
       2640-EXIT.
           EXIT.

       2650-CONFERIR-FALTA.
           IF WRK-CAL-UTIL(WRK-DIA) NOT = 'S'
              OR WRK-CAL-APONTADO(WRK-DIA) = 'S'
              OR WRK-CAL-AFASTADO(WRK-DIA) NOT = SPACE
              GO TO 2650-EXIT
           END-IF.
           MOVE WRK-DIA TO WRK-DD-DIA.
           IF WRK-DATA-DIA-NUM < WRK-ADMISSAO
              GO TO 2650-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-FALTAS.
           MOVE 'S' TO WRK-SEM-FALTA(WRK-CAL-SEMANA(WRK-DIA)).
       2650-EXIT.
           EXIT.

       2660-CONTAR-DSR.
           IF WRK-SEM-FALTA(WRK-SEMANA) = 'S'
              ADD 1 TO WRK-QTD-DSR
           END-IF.
       2660-EXIT.
           EXIT.

      *****************************************************************
      * 2670-MARCAR-FOLGAS - Dia de folga compensatoria lancado no
      * banco de horas (debito 'D' da competencia) e dia pago pela
      * empresa: nao e falta.
      *****************************************************************
       2670-MARCAR-FOLGAS.
           MOVE 'N' TO WRK-FIM-BH.
           MOVE EI-ID           TO BH-EM-ID.
           MOVE WRK-COMPETENCIA TO BH-COMPETENCIA.
           MOVE 'D'             TO BH-TIPO.
           MOVE ZEROS           TO BH-SEQUENCIA.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY GO TO 2670-EXIT
           END-START.
           PERFORM 2675-MARCAR-FOLGA THRU 2675-EXIT
              UNTIL FIM-BH.
       2670-EXIT.
           EXIT.

       2675-MARCAR-FOLGA.
           READ BANCO-HORAS NEXT RECORD
               AT END
                  SET FIM-BH TO TRUE
                  GO TO 2675-EXIT
           END-READ.
           IF BH-EM-ID NOT = EI-ID
              OR BH-COMPETENCIA NOT = WRK-COMPETENCIA
              OR NOT BH-DEBITO
              SET FIM-BH TO TRUE
              GO TO 2675-EXIT
           END-IF.
           MOVE BH-DATA-MOVIMENTO(7:2) TO WRK-DIA.
           IF WRK-DIA > 0 AND WRK-DIA NOT > WRK-DIAS-NO-MES
              AND WRK-CAL-AFASTADO(WRK-DIA) = SPACE
              MOVE 'E' TO WRK-CAL-AFASTADO(WRK-DIA)
           END-IF.
       2675-EXIT.
           EXIT.

      *****************************************************************
      * 2700-VENCER-BANCO - Percorre o banco de horas do empregado:
      * credito com saldo cuja competencia de vencimento ja chegou e
      * zerado e o saldo vira um lancamento 'V' da competencia, pago
      * como hora extra; os 'V' ja gravados na competencia (rodada
      * anterior do mesmo mes) continuam sendo pagos.
      *****************************************************************
       2700-VENCER-BANCO.
           MOVE ZEROS TO WRK-HORAS-VENCIDAS WRK-HORAS-A-VENCER
                         WRK-ULT-SEQ-V.
           IF NOT TEM-BANCO-HORAS
              GO TO 2700-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-BH.
           MOVE EI-ID  TO BH-EM-ID.
           MOVE ZEROS  TO BH-COMPETENCIA BH-SEQUENCIA.
           MOVE SPACE  TO BH-TIPO.
           START BANCO-HORAS KEY IS NOT LESS THAN BH-CHAVE
               INVALID KEY GO TO 2700-EXIT
           END-START.
           PERFORM 2710-CONFERIR-LANCAMENTO THRU 2710-EXIT
              UNTIL FIM-BH.
           IF WRK-HORAS-A-VENCER = 0
              GO TO 2700-EXIT
           END-IF.
           MOVE SPACES TO BANCO-HORAS-REC.
           MOVE EI-ID              TO BH-EM-ID.
           MOVE WRK-COMPETENCIA    TO BH-COMPETENCIA.
           MOVE 'V'                TO BH-TIPO.
           ADD 1 TO WRK-ULT-SEQ-V GIVING BH-SEQUENCIA.
           MOVE WRK-DATA-EXEC      TO BH-DATA-MOVIMENTO
                                      BH-DATA-REGISTRO.
           MOVE WRK-HORAS-A-VENCER TO BH-HORAS.
           MOVE ZEROS              TO BH-SALDO BH-COMP-VENCIMENTO.
           MOVE 'SALDO VENCIDO PAGO COMO EXTRA' TO BH-OBSERVACAO.
           WRITE BANCO-HORAS-REC
               INVALID KEY
                  DISPLAY 'LANCAMENTO DE VENCIMENTO DUPLICADO: '
                          EI-ID
                  GO TO 2700-EXIT
           END-WRITE.
           ADD WRK-HORAS-A-VENCER TO WRK-HORAS-VENCIDAS.
           ADD 1 TO WRK-QTD-VENCIDOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BANCO DE HORAS: '     DELIMITED BY SIZE
                  EI-ID                  DELIMITED BY SIZE
                  ' SALDO VENCIDO PAGO ' DELIMITED BY SIZE
                  WRK-HORAS-A-VENCER     DELIMITED BY SIZE
                  'H'                    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO PONTO-DIVERG-REC.
           WRITE PONTO-DIVERG-REC.
           DISPLAY WRK-LINHA.
       2700-EXIT.
           EXIT.

       2710-CONFERIR-LANCAMENTO.
           READ BANCO-HORAS NEXT RECORD
               AT END
                  SET FIM-BH TO TRUE
                  GO TO 2710-EXIT
           END-READ.
           IF BH-EM-ID NOT = EI-ID
              SET FIM-BH TO TRUE
              GO TO 2710-EXIT
           END-IF.
           IF BH-VENCIDO AND BH-COMPETENCIA = WRK-COMPETENCIA
              ADD BH-HORAS TO WRK-HORAS-VENCIDAS
              MOVE BH-SEQUENCIA TO WRK-ULT-SEQ-V
              GO TO 2710-EXIT
           END-IF.
           IF BH-CREDITO AND BH-SALDO > 0
              AND BH-COMP-VENCIMENTO NOT > WRK-COMPETENCIA
              ADD BH-SALDO TO WRK-HORAS-A-VENCER
              MOVE ZEROS TO BH-SALDO
              REWRITE BANCO-HORAS-REC
           END-IF.
       2710-EXIT.
           EXIT.

      *****************************************************************
      * 2800-CREDITAR-BANCO - Cargo com hora extra em banco
      * (CG-EXTRA-BANCO): as horas extra apuradas na competencia vao
      * para o credito 'C' da competencia em vez de serem pagas. A
      * apuracao roda de novo a cada dia do mes, entao o credito e
      * regravado com as horas do dia e o saldo acompanha a diferenca
      * (nunca abaixo de zero, quando ja houve folga compensada).
      *****************************************************************
       2800-CREDITAR-BANCO.
           MOVE 'P' TO WRK-REGIME.
           IF NOT TEM-BANCO-HORAS OR NOT TEM-CARGO-MASTER
              GO TO 2800-EXIT
           END-IF.
           MOVE EI-CARGO TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY GO TO 2800-EXIT
           END-READ.
           IF NOT CG-EXTRA-BANCO
              GO TO 2800-EXIT
           END-IF.
           MOVE 'B' TO WRK-REGIME.
           MOVE EI-ID           TO BH-EM-ID.
           MOVE WRK-COMPETENCIA TO BH-COMPETENCIA.
           MOVE 'C'             TO BH-TIPO.
           MOVE ZEROS           TO BH-SEQUENCIA.
           READ BANCO-HORAS
               INVALID KEY
                  PERFORM 2810-INCLUIR-CREDITO THRU 2810-EXIT
               NOT INVALID KEY
                  PERFORM 2820-REGRAVAR-CREDITO THRU 2820-EXIT
           END-READ.
           IF WRK-EXTRA-APURADA > 0
              ADD 1 TO WRK-QTD-CREDITADOS
              MOVE SPACES TO WRK-LINHA
              STRING 'BANCO DE HORAS: '     DELIMITED BY SIZE
                     EI-ID                  DELIMITED BY SIZE
                     ' CREDITO DA COMPETENCIA ' DELIMITED BY SIZE
                     WRK-EXTRA-APURADA      DELIMITED BY SIZE
                     'H VENCE EM '          DELIMITED BY SIZE
                     WRK-VENCIMENTO-NUM     DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO PONTO-DIVERG-REC
              WRITE PONTO-DIVERG-REC
           END-IF.
           MOVE ZEROS TO WRK-EXTRA-APURADA.
       2800-EXIT.
           EXIT.

       2810-INCLUIR-CREDITO.
           IF WRK-EXTRA-APURADA = 0
              GO TO 2810-EXIT
           END-IF.
           MOVE SPACES TO BANCO-HORAS-REC.
           MOVE EI-ID              TO BH-EM-ID.
           MOVE WRK-COMPETENCIA    TO BH-COMPETENCIA.
           MOVE 'C'                TO BH-TIPO.
           MOVE ZEROS              TO BH-SEQUENCIA.
           MOVE WRK-DATA-EXEC      TO BH-DATA-MOVIMENTO
                                      BH-DATA-REGISTRO.
           MOVE WRK-EXTRA-APURADA  TO BH-HORAS BH-SALDO.
           MOVE WRK-VENCIMENTO-NUM TO BH-COMP-VENCIMENTO.
           MOVE 'HORAS EXTRA DA COMPETENCIA' TO BH-OBSERVACAO.
           WRITE BANCO-HORAS-REC
               INVALID KEY
                  DISPLAY 'CREDITO DUPLICADO NO BANCO DE HORAS: '
                          EI-ID
           END-WRITE.
       2810-EXIT.
           EXIT.

       2820-REGRAVAR-CREDITO.
           IF WRK-EXTRA-APURADA NOT < BH-HORAS
              COMPUTE BH-SALDO = BH-SALDO +
                  (WRK-EXTRA-APURADA - BH-HORAS)
           ELSE
              COMPUTE WRK-DIFERENCA = BH-HORAS - WRK-EXTRA-APURADA
              IF BH-SALDO > WRK-DIFERENCA
                 SUBTRACT WRK-DIFERENCA FROM BH-SALDO
              ELSE
                 MOVE ZEROS TO BH-SALDO
              END-IF
           END-IF.
           MOVE WRK-EXTRA-APURADA TO BH-HORAS.
           MOVE WRK-DATA-EXEC     TO BH-DATA-MOVIMENTO.
           REWRITE BANCO-HORAS-REC.
       2820-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Fecha o relatorio e resume a apuracao no
      * console.
      *****************************************************************
       5000-FINALIZAR.
           CLOSE PONTO-DIVERG.
           IF TEM-AFASTAMENTO
              CLOSE AFASTAMENTO
           END-IF.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           IF TEM-CARGO-MASTER
              CLOSE CARGO-MASTER
           END-IF.
           IF TEM-BANCO-HORAS
              CLOSE BANCO-HORAS
           END-IF.
           DISPLAY 'APURACAO DE PONTO CONCLUIDA'.
           DISPLAY 'EMPREGADOS LIDOS..: ' WRK-QTD-LIDOS.
           DISPLAY 'AJUSTADOS.........: ' WRK-QTD-AJUSTADOS.
           DISPLAY 'SEM APONTAMENTO...: ' WRK-QTD-SEM-PONTO.
           DISPLAY 'DIVERGENTES.......: ' WRK-QTD-DIVERGENTES.
           DISPLAY 'COM FALTA.........: ' WRK-QTD-COM-FALTA.
           DISPLAY 'COM AFASTAMENTO...: ' WRK-QTD-COM-AFAST.
           DISPLAY 'CREDITO NO BANCO..: ' WRK-QTD-CREDITADOS.
           DISPLAY 'BANCO VENCIDO PAGO: ' WRK-QTD-VENCIDOS.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PONTO-DIVERG desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PONTO-DIVERG-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PONTO-DIVERG' TO AG-RELATORIO.
           MOVE 'APURA-PONTO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PONTO-DIVERG-RELIDO.
           MOVE WRK-QTD-DIVERGENTES TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PONTO-DIVERG-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PONTO-DIVERG-RELIDO-REC TO AG-LINHA.
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
           MOVE WRK-QTD-LIDOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'APURA-PONTO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
