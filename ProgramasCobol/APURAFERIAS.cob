       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APURA-FERIAS.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Apuracao noturna das ferias: para cada empregado
      *           ativo de EMP-MASTER com data de admissao, abre em
      *           FERIAS (Copybooks/FERIAS.cpy) os periodos
      *           aquisitivos ja iniciados - um por aniversario da
      *           admissao, com 30 dias de direito, o fim do
      *           aquisitivo e o limite para o gozo (fim do periodo
      *           concessivo, doze meses depois). Periodos cujo limite
      *           ja tinha passado quando o controle comecou nao sao
      *           abertos: ferias daquela epoca foram acertadas fora
      *           do sistema. Em seguida emite FERIAS-REPORT com os
      *           periodos ja adquiridos e com saldo que estao VENCIDOS
      *           (limite passado - gozo agora sai em dobro) ou A
      *           VENCER dentro da margem de alerta (ALERTA=nnn dias
      *           no PARM, padrao 60), com a quantidade de periodos
      *           adquiridos e nao quitados do empregado (dois ou mais
      *           = segundo periodo acumulado) e a programacao
      *           corrente, se houver. Termina com RC 4 quando ha
      *           periodo vencido e RC 8 sem o cadastro de empregados. A
      *           data de execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de FERIAS-REPORT guardada no arquivo de
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
           SELECT FERIAS-REPORT ASSIGN TO "FERIAS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FERIAS-REPORT-RELIDO ASSIGN TO "FERIAS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  FERIAS.
           COPY FERIAS.

       FD  FERIAS-REPORT
           RECORD CONTAINS 100 CHARACTERS.
       01  FERIAS-REPORT-REC.
           05 FR-ID                 PIC X(06).
           05 FILLER                PIC X(01).
           05 FR-NOME               PIC X(20).
           05 FILLER                PIC X(01).
           05 FR-INICIO-AQUIS       PIC 9999/99/99.
           05 FILLER                PIC X(01).
           05 FR-FIM-AQUIS          PIC 9999/99/99.
           05 FILLER                PIC X(01).
           05 FR-LIMITE-GOZO        PIC 9999/99/99.
           05 FILLER                PIC X(01).
           05 FR-SALDO              PIC ZZ9.
           05 FILLER                PIC X(01).
           05 FR-DIAS-LIMITE        PIC -ZZZ9.
           05 FILLER                PIC X(01).
           05 FR-SITUACAO           PIC X(12).
           05 FILLER                PIC X(01).
           05 FR-PERIODOS           PIC 9(01).
           05 FILLER                PIC X(01).
           05 FR-PROG-INICIO        PIC 9999/99/99.
           05 FILLER                PIC X(04).
       01  FERIAS-REPORT-LINHA      PIC X(100).
           COPY TRAILER.

       FD  FERIAS-REPORT-RELIDO
           RECORD CONTAINS 100 CHARACTERS.
       01  FERIAS-REPORT-RELIDO-REC PIC X(100).
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
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FE-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-EMP       PIC X(01)      VALUE 'N'.
           88 FIM-EMP                       VALUE 'S'.
       77  WRK-FIM-FERIAS    PIC X(01)      VALUE 'N'.
           88 FIM-FERIAS                    VALUE 'S'.
       77  WRK-PERIODO-FUTURO PIC X(01)     VALUE 'N'.
           88 PERIODO-FUTURO                VALUE 'S'.
       77  WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-HOJE-ED  PIC 9999/99/99 VALUE ZEROS.
       77  WRK-DIAS-HOJE     PIC 9(08) COMP VALUE ZERO.
       77  WRK-ALERTA        PIC 9(03)      VALUE 060.
       77  WRK-DIAS-LIMITE   PIC S9(05)     VALUE ZEROS.
       77  WRK-SALDO         PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-ANOS      PIC 9(03) COMP VALUE ZERO.
       77  WRK-ANO-ADM       PIC 9(04)      VALUE ZEROS.
       77  WRK-MMDD-ADM      PIC 9(04)      VALUE ZEROS.
       77  WRK-ANO-ANIV      PIC 9(04)      VALUE ZEROS.
       77  WRK-DATA-ANIV     PIC 9(08)      VALUE ZEROS.
       77  WRK-INICIO-AQUIS  PIC 9(08)      VALUE ZEROS.
       77  WRK-FIM-AQUIS     PIC 9(08)      VALUE ZEROS.
       77  WRK-LIMITE-GOZO   PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-PERIODOS  PIC 9(01)      VALUE ZERO.
       77  WRK-QTD-EMPREGADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-SEM-ADMISSAO PIC 9(05)   VALUE ZEROS.
       77  WRK-QTD-ABERTOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-VENCIDOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-A-VENCER  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-LINHAS    PIC 9(07)      VALUE ZEROS.
      *
      * Aritmetica de calendario: data desmontada para voltar um dia
      * e conversao de data em dias absolutos (como em PURGA-DADOS),
      * para medir a distancia ate o limite por subtracao simples.
       01  WRK-DATA-CALC.
           05 WRK-ANO-CALC    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CALC    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CALC    PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV    PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CONV-NUM REDEFINES WRK-DATA-CONV PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-ANO-BISS      PIC 9(04)      VALUE ZEROS.
       77  WRK-BISSEXTO      PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4        PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100      PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC          PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT  PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-APURAR THRU 2000-EXIT.
           PERFORM 4000-FINALIZAR THRU 4000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve a margem de alerta (ALERTA=nnn no
      * PARM), abre o cadastro de empregados (ausente = RC 8), a conta
      * de ferias (criada vazia na primeira execucao) e o relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-HOJE.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-ED.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CONV-NUM.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:7) = 'ALERTA='
              AND WRK-PARM-JCL-TEXTO(8:3) IS NUMERIC
              MOVE WRK-PARM-JCL-TEXTO(8:3) TO WRK-ALERTA
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - NADA A APURAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN I-O FERIAS.
           IF WRK-FE-STATUS = '35'
              OPEN OUTPUT FERIAS
              CLOSE FERIAS
              OPEN I-O FERIAS
           END-IF.
           OPEN OUTPUT FERIAS-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE SPACES TO FERIAS-REPORT-LINHA.
           STRING 'FERIAS VENCIDAS E A VENCER  DATA: '
                  DELIMITED BY SIZE
                  WRK-DATA-HOJE-ED DELIMITED BY SIZE
                  '  ALERTA: ' DELIMITED BY SIZE
                  WRK-ALERTA DELIMITED BY SIZE
                  ' DIAS' DELIMITED BY SIZE
                  INTO FERIAS-REPORT-LINHA
           END-STRING.
           WRITE FERIAS-REPORT-LINHA.
           MOVE SPACES TO FERIAS-REPORT-LINHA.
           STRING 'ID     NOME                 INICIO AQ. '
                  DELIMITED BY SIZE
                  'FIM AQ.    LIMITE     SAL  DIAS SITUACAO     '
                  DELIMITED BY SIZE
                  'P PROGRAMADA' DELIMITED BY SIZE
                  INTO FERIAS-REPORT-LINHA
           END-STRING.
           WRITE FERIAS-REPORT-LINHA.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR - Percorre EMP-MASTER pela chave; cada empregado
      * ativo com admissao tem os periodos abertos e avaliados. Ativo
      * sem admissao e contado e avisado no resumo.
      *****************************************************************
       2000-APURAR.
           MOVE LOW-VALUES TO EM-ID.
           START EMP-MASTER KEY IS NOT LESS THAN EM-ID
               INVALID KEY SET FIM-EMP TO TRUE
           END-START.
           PERFORM 2100-LER-EMPREGADO THRU 2100-EXIT
              UNTIL FIM-EMP.
       2000-EXIT.
           EXIT.

       2100-LER-EMPREGADO.
           READ EMP-MASTER NEXT RECORD
               AT END
                  SET FIM-EMP TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF NOT EM-ATIVO
              GO TO 2100-EXIT
           END-IF.
           IF EM-DATA-ADMISSAO IS NOT NUMERIC
              OR EM-DATA-ADMISSAO = ZEROS
              ADD 1 TO WRK-QTD-SEM-ADMISSAO
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EMPREGADOS.
           PERFORM 2200-ABRIR-PERIODOS THRU 2200-EXIT.
           PERFORM 3000-AVALIAR-EMPREGADO THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-ABRIR-PERIODOS - Um periodo aquisitivo por aniversario da
      * admissao, do primeiro ate o que comeca hoje ou antes; o que
      * ja existe na conta e recusado pelo proprio WRITE e fica como
      * esta.
      *****************************************************************
       2200-ABRIR-PERIODOS.
           DIVIDE EM-DATA-ADMISSAO BY 10000
               GIVING WRK-ANO-ADM REMAINDER WRK-MMDD-ADM.
           MOVE 'N' TO WRK-PERIODO-FUTURO.
           PERFORM 2210-ABRIR-UM THRU 2210-EXIT
              VARYING WRK-QTD-ANOS FROM 0 BY 1
              UNTIL PERIODO-FUTURO.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-ABRIR-UM - Periodo que comeca no aniversario de numero
      * WRK-QTD-ANOS: o aquisitivo termina na vespera do aniversario
      * seguinte e o gozo vai ate a vespera do outro. Periodo com o
      * limite ja passado nao e aberto.
      *****************************************************************
       2210-ABRIR-UM.
           COMPUTE WRK-ANO-ANIV = WRK-ANO-ADM + WRK-QTD-ANOS.
           PERFORM 7300-CALCULAR-ANIVERSARIO THRU 7300-EXIT.
           IF WRK-DATA-ANIV > WRK-DATA-HOJE
              SET PERIODO-FUTURO TO TRUE
              GO TO 2210-EXIT
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
           IF WRK-LIMITE-GOZO < WRK-DATA-HOJE
              GO TO 2210-EXIT
           END-IF.
           MOVE SPACES TO FERIAS-REC.
           MOVE EM-ID            TO FE-EM-ID.
           MOVE WRK-INICIO-AQUIS TO FE-INICIO-AQUIS.
           MOVE WRK-FIM-AQUIS    TO FE-FIM-AQUIS.
           MOVE WRK-LIMITE-GOZO  TO FE-LIMITE-GOZO.
           MOVE 30               TO FE-DIAS-DIREITO.
           MOVE ZEROS TO FE-DIAS-GOZADOS FE-PROG-INICIO FE-PROG-FIM
                         FE-PROG-DIAS FE-PROG-DATA-PAGTO
                         FE-PROG-VALOR.
           WRITE FERIAS-REC
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WRK-QTD-ABERTOS
           END-WRITE.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 3000-AVALIAR-EMPREGADO - Dois passes pelos periodos do
      * empregado: o primeiro conta os adquiridos e nao quitados, o
      * segundo denuncia os vencidos e os a vencer com essa contagem.
      *****************************************************************
       3000-AVALIAR-EMPREGADO.
           MOVE ZERO TO WRK-QTD-PERIODOS.
           PERFORM 3100-POSICIONAR THRU 3100-EXIT.
           PERFORM 3200-LER-PERIODO THRU 3200-EXIT.
           PERFORM 3300-CONTAR-PERIODO THRU 3300-EXIT
              UNTIL FIM-FERIAS.
           IF WRK-QTD-PERIODOS = 0
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-POSICIONAR THRU 3100-EXIT.
           PERFORM 3200-LER-PERIODO THRU 3200-EXIT.
           PERFORM 3400-AVALIAR-PERIODO THRU 3400-EXIT
              UNTIL FIM-FERIAS.
       3000-EXIT.
           EXIT.

       3100-POSICIONAR.
           MOVE 'N' TO WRK-FIM-FERIAS.
           MOVE EM-ID TO FE-EM-ID.
           MOVE ZEROS TO FE-INICIO-AQUIS.
           START FERIAS KEY IS NOT LESS THAN FE-CHAVE
               INVALID KEY SET FIM-FERIAS TO TRUE
           END-START.
       3100-EXIT.
           EXIT.

       3200-LER-PERIODO.
           IF FIM-FERIAS
              GO TO 3200-EXIT
           END-IF.
           READ FERIAS NEXT RECORD
               AT END
                  SET FIM-FERIAS TO TRUE
                  GO TO 3200-EXIT
           END-READ.
           IF FE-EM-ID NOT = EM-ID
              SET FIM-FERIAS TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3300-CONTAR-PERIODO.
           IF FE-FIM-AQUIS < WRK-DATA-HOJE
              AND FE-DIAS-GOZADOS < FE-DIAS-DIREITO
              AND WRK-QTD-PERIODOS < 9
              ADD 1 TO WRK-QTD-PERIODOS
           END-IF.
           PERFORM 3200-LER-PERIODO THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-AVALIAR-PERIODO - Periodo adquirido com saldo: limite
      * passado = VENCIDO (RC 4); limite dentro da margem de alerta =
      * A VENCER. Em aquisicao, quitado ou com folga nao sai.
      *****************************************************************
       3400-AVALIAR-PERIODO.
           IF FE-FIM-AQUIS NOT < WRK-DATA-HOJE
              OR FE-DIAS-GOZADOS NOT < FE-DIAS-DIREITO
              GO TO 3400-PROXIMO
           END-IF.
           MOVE FE-LIMITE-GOZO TO WRK-DATA-CONV-NUM.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           COMPUTE WRK-DIAS-LIMITE =
               WRK-DIAS-TOTAL-CONV - WRK-DIAS-HOJE.
           MOVE SPACES TO FERIAS-REPORT-REC.
           EVALUATE TRUE
              WHEN WRK-DIAS-LIMITE < 0
                 MOVE 'VENCIDO' TO FR-SITUACAO
                 ADD 1 TO WRK-QTD-VENCIDOS
              WHEN WRK-DIAS-LIMITE NOT > WRK-ALERTA
                 MOVE 'A VENCER' TO FR-SITUACAO
                 ADD 1 TO WRK-QTD-A-VENCER
              WHEN OTHER
                 GO TO 3400-PROXIMO
           END-EVALUATE.
           COMPUTE WRK-SALDO = FE-DIAS-DIREITO - FE-DIAS-GOZADOS.
           MOVE EM-ID            TO FR-ID.
           MOVE EM-NOME          TO FR-NOME.
           MOVE FE-INICIO-AQUIS  TO FR-INICIO-AQUIS.
           MOVE FE-FIM-AQUIS     TO FR-FIM-AQUIS.
           MOVE FE-LIMITE-GOZO   TO FR-LIMITE-GOZO.
           MOVE WRK-SALDO        TO FR-SALDO.
           MOVE WRK-DIAS-LIMITE  TO FR-DIAS-LIMITE.
           MOVE WRK-QTD-PERIODOS TO FR-PERIODOS.
           IF FE-PROG-PENDENTE
              MOVE FE-PROG-INICIO TO FR-PROG-INICIO
           END-IF.
           WRITE FERIAS-REPORT-REC.
           ADD 1 TO WRK-QTD-LINHAS.
       3400-PROXIMO.
           PERFORM 3200-LER-PERIODO THRU 3200-EXIT.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FINALIZAR - Trailer padrao do relatorio (quantidade de
      * periodos denunciados), resumo no console e RC 4 quando ha
      * periodo vencido.
      *****************************************************************
       4000-FINALIZAR.
           MOVE SPACES TO FERIAS-REPORT-LINHA.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-LINHAS TO BT-QTD-REGISTROS.
           MOVE ZEROS TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE FERIAS-REPORT.
           CLOSE FERIAS.
           CLOSE EMP-MASTER.
           DISPLAY 'APURACAO DE FERIAS CONCLUIDA'.
           DISPLAY 'EMPREGADOS APURADOS.....: ' WRK-QTD-EMPREGADOS.
           DISPLAY 'PERIODOS ABERTOS........: ' WRK-QTD-ABERTOS.
           DISPLAY 'PERIODOS VENCIDOS.......: ' WRK-QTD-VENCIDOS.
           DISPLAY 'PERIODOS A VENCER.......: ' WRK-QTD-A-VENCER.
           IF WRK-QTD-SEM-ADMISSAO > 0
              DISPLAY 'ATIVOS SEM ADMISSAO.....: '
                      WRK-QTD-SEM-ADMISSAO
           END-IF.
           IF WRK-QTD-VENCIDOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-DATA-EM-DIAS - WRK-DATA-CONV (AAAAMMDD) em dias
      * absolutos em WRK-DIAS-TOTAL-CONV, como em PURGA-DADOS.
      *****************************************************************
       7000-CONVERTER-DATA-EM-DIAS.
           MOVE WRK-ANO-CONV TO WRK-ANO-BISS.
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
      * (rotina ARQUIVA-RELATORIO) a copia de FERIAS-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT FERIAS-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'FERIAS-REPORT' TO AG-RELATORIO.
           MOVE 'APURA-FERIAS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE FERIAS-REPORT-RELIDO.
           MOVE WRK-QTD-EMPREGADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ FERIAS-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE FERIAS-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
