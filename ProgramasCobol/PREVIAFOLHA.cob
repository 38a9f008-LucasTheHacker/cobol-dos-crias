       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PREVIA-FOLHA.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Previa da folha antes do lote de VIRGULAMASCARA: le
      *           o EMP-IN ajustado que o lote vai pagar e simula o
      *           pagamento de cada empregado sem tocar nenhum mestre
      *           nem historico - bruto pela mesma regra do lote
      *           (salario base, adicional de turno, horas extra a
      *           50%, horas-aula e bonus) e liquido legal pela rotina
      *           comum CALC-DESCONTO (INSS e IRRF com os
      *           dependentes). Compara cada EM-ID com o mesmo
      *           empregado na competencia anterior de PAY-HIST (valor
      *           medio por pagamento, estornos abatidos; ferias,
      *           rescisao e dissidio fora) e aponta: bruto ou liquido
      *           com variacao acima do percentual de PARM-PREVIA,
      *           empregado novo (sem pagamento na competencia
      *           anterior), empregado ausente (pago na anterior e fora
      *           de EMP-IN), horas extra acima do limite de
      *           PARM-PREVIA, troca de moeda e ID sem cadastro ativo.
      *           Grava a listagem dos apontados em PREVIA-REPORT e a
      *           simulacao de todos em PREVIA-PENDENTE, com o trailer
      *           padrao (registros de EMP-IN e total do bruto
      *           simulado), para o visto de APROVA-PREVIA. A folha so
      *           e paga com esse visto: um visto L da competencia
      *           corrente com os mesmos numeros e mantido (a folha
      *           segue liberada); qualquer outro visto e apagado e a
      *           folha fica retida ate a revisao da listagem nova.
      *           RC 4 quando ha apontados ou a folha fica retida; RC 8
      *           sem EMP-IN, sem tabela de INSS/IRRF vigente ou com a
      *           competencia anterior maior que a tabela interna.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - EMP-IN ganhou os dias de ausencia apurados
      *                       por APURA-PONTO (RECORD CONTAINS 59 ->
      *                       65); o bruto simulado desconta os dias
      *                       como 1360 de VIRGULAMASCARA, para o total
      *                       de controle seguir conferindo com o lote.
      *                       Branco vale zero.
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
      * 15/10/2026 Batista - Copia de PREVIA-REPORT guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      * 15/10/2026 Batista - PREVIA-VISTO passa a 63 posicoes com a data
      *                       de movimento do visto (PV-DATA-MOV).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-PREVIA ASSIGN TO "PARM-PREVIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PP-STATUS.
           SELECT EMP-IN ASSIGN TO "EMP-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT PREVIA-PENDENTE ASSIGN TO "PREVIA-PENDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PF-STATUS.
           SELECT PREVIA-VISTO ASSIGN TO "PREVIA-VISTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PV-STATUS.
           SELECT PREVIA-REPORT ASSIGN TO "PREVIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PREVIA-REPORT-RELIDO ASSIGN TO "PREVIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-PREVIA
           RECORD CONTAINS 8 CHARACTERS.
           COPY PARMPREV.

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
       01  EMP-IN-TXT              PIC X(65).

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  PREVIA-PENDENTE
           RECORD CONTAINS 88 CHARACTERS.
           COPY PREVPEND.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-PEND-REC
                          LEADING ==BT== BY ==BTP==.

       FD  PREVIA-VISTO
           RECORD CONTAINS 63 CHARACTERS.
           COPY PREVVIST.

       FD  PREVIA-REPORT
           RECORD CONTAINS 120 CHARACTERS.
       01  PREVIA-REPORT-REC       PIC X(120).
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-RPT-REC
                          LEADING ==BT== BY ==BTR==.

       FD  PREVIA-REPORT-RELIDO
           RECORD CONTAINS 120 CHARACTERS.
       01  PREVIA-REPORT-RELIDO-REC PIC X(120).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY CALCDESC.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-PP-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PF-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PV-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-EMP-IN     PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                     VALUE 'S'.
       77  WRK-FIM-PH         PIC X(01)      VALUE 'N'.
           88 FIM-PH                         VALUE 'S'.
       77  WRK-TEM-AVISO      PIC X(01)      VALUE 'N'.
           88 TEM-AVISO                      VALUE 'S'.
       77  WRK-TEM-ERRO       PIC X(01)      VALUE 'N'.
           88 TEM-ERRO                       VALUE 'S'.
       77  WRK-TEM-EMP-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       77  WRK-TEM-VISTO      PIC X(01)      VALUE 'N'.
           88 TEM-VISTO                      VALUE 'S'.
       77  WRK-REGISTRO-OK    PIC X(01)      VALUE 'S'.
           88 REGISTRO-VALIDO                VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       77  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC-ED   PIC 9999/99/99 VALUE ZEROS.
       77  WRK-COMP-ATUAL     PIC 9(06)      VALUE ZEROS.
       77  WRK-COMP-ANTERIOR  PIC 9(06)      VALUE ZEROS.
       77  WRK-ANO            PIC 9(04)      VALUE ZEROS.
       77  WRK-MES            PIC 9(02)      VALUE ZEROS.
       77  WRK-PCT-VARIACAO   PIC 9(03)V99   VALUE 20,00.
       77  WRK-LIMITE-HORAS   PIC 9(03)      VALUE 44.
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-ANT        PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-EXCEDENTES PIC 9(05)      VALUE ZEROS.
      *
      * Bruto simulado pela regra de VIRGULAMASCARA (1340/1350/1360).
       77  WRK-SALARIO        PIC 9(06)V99   VALUE ZEROS.
       77  WRK-TURNO          PIC X(01)      VALUE 'D'.
           88 TURNO-NOTURNO                  VALUE 'N'.
           88 TURNO-FIM-DE-SEMANA            VALUE 'F'.
       77  WRK-JORNADA-MENSAL PIC 9(03)      VALUE 220.
       77  WRK-ALIQ-NOTURNO   PIC 9V99       VALUE 0,20.
       77  WRK-ALIQ-FIM-SEMANA PIC 9V99      VALUE 0,25.
       77  WRK-ADICIONAL-TURNO PIC 9(06)V99  VALUE ZEROS.
       77  WRK-VALOR-HORA     PIC 9(04)V99   VALUE ZEROS.
       77  WRK-VALOR-EXTRAS   PIC 9(06)V99   VALUE ZEROS.
       77  WRK-VALOR-AULA     PIC 9(06)V99   VALUE ZEROS.
       77  WRK-DIAS-AUSENCIA  PIC 9(03)      VALUE ZEROS.
       77  WRK-DIVISOR-DIA    PIC 9(02)      VALUE 30.
       77  WRK-VALOR-DIA      PIC 9(06)V99   VALUE ZEROS.
       77  WRK-DESC-AUSENCIA  PIC 9(07)V99   VALUE ZEROS.
       77  WRK-MOEDA          PIC X(03)      VALUE SPACES.
       77  WRK-VARIACAO       PIC S9(07)V99  VALUE ZEROS.
      *
       77  WRK-QTD-LIDOS      PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-INVALIDOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SIMULADOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-APONTADOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-VAR-BRUTO  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-VAR-LIQ    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NOVOS      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-AUSENTES   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-EXTRAS     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-MOEDA      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-CADASTRO PIC 9(05)    VALUE ZEROS.
       77  WRK-TOT-BRUTO      PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-BRUTO-ANT  PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-LIQUIDO    PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOT-LIQ-ANT    PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PCT-ED         PIC ZZ9,99     VALUE ZEROS.
      *
      * Visto encontrado no inicio da execucao.
       77  WRK-VISTO-DECISAO  PIC X(01)      VALUE SPACE.
       77  WRK-VISTO-OPERADOR PIC X(20)      VALUE SPACES.
       77  WRK-VISTO-DATA     PIC 9(08)      VALUE ZEROS.
       77  WRK-VISTO-QTD      PIC 9(07)      VALUE ZEROS.
       77  WRK-VISTO-TOTAL    PIC 9(11)V99   VALUE ZEROS.
      *
      * Pagamentos da competencia anterior por EM-ID (PAY-HIST), ate
      * 2000 empregados; com mais, a comparacao sairia pela metade e
      * a previa e recusada (RC 8).
       01  WRK-TAB-ANTERIOR.
           05 WRK-TA-ENT OCCURS 2000 TIMES.
              10 WRK-TA-ID          PIC X(06).
              10 WRK-TA-NOME        PIC X(20).
              10 WRK-TA-VALOR       PIC S9(09)V99.
              10 WRK-TA-QTD-PAG     PIC S9(03).
              10 WRK-TA-MOEDA       PIC X(03).
              10 WRK-TA-ACHADO      PIC X(01).
      *
      * Linhas da listagem de variacoes.
       01  WRK-CABEC-COLUNAS.
           05 FILLER                PIC X(36)  VALUE
              'ID     NOME                 MOE ANT '.
           05 FILLER                PIC X(32)  VALUE
              ' BRUTO ANT      BRUTO VAR.BRT % '.
           05 FILLER                PIC X(32)  VALUE
              '   LIQ ANT    LIQUIDO VAR.LIQ % '.
           05 FILLER                PIC X(20)  VALUE
              ' HE OCORREN'.
       01  WRK-DETALHE.
           05 WRK-DET-ID            PIC X(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-NOME          PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-MOEDA         PIC X(03).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-MOEDA-ANT     PIC X(03).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-BRUTO-ANT     PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-BRUTO         PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-VAR-BRUTO     PIC -----9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-LIQUIDO-ANT   PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-LIQUIDO       PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-VAR-LIQUIDO   PIC -----9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-HORAS         PIC ZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-OCORRENCIAS.
              10 WRK-DET-OC-BRUTO   PIC X(01).
              10 WRK-DET-OC-LIQUIDO PIC X(01).
              10 WRK-DET-OC-NOVO    PIC X(01).
              10 WRK-DET-OC-AUSENTE PIC X(01).
              10 WRK-DET-OC-EXTRAS  PIC X(01).
              10 WRK-DET-OC-MOEDA   PIC X(01).
              10 WRK-DET-OC-CADASTRO PIC X(01).
           05 FILLER                PIC X(09)  VALUE SPACES.
       01  WRK-LINHA-RESUMO.
           05 WRK-RES-TEXTO         PIC X(40).
           05 WRK-RES-QTD           PIC ZZZZZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-RES-VALOR         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(57)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'PREVIA-FOLHA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           DISPLAY 'PREVIA DA FOLHA DE PAGAMENTO'.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF TEM-ERRO
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-CARREGAR-ANTERIOR THRU 2000-EXIT.
           IF TEM-ERRO
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'EMP-IN AUSENTE - PREVIA NAO CALCULADA'
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           ELSE
              DISPLAY 'EMP-MASTER AUSENTE - NENHUM ID SERA RESOLVIDO'
           END-IF.
           OPEN OUTPUT PREVIA-PENDENTE.
           OPEN OUTPUT PREVIA-REPORT.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 2500-EMITIR-CABECALHO THRU 2500-EXIT.
           PERFORM 3000-LER-EMP-IN THRU 3000-EXIT.
           PERFORM UNTIL FIM-EMP-IN
              ADD 1 TO WRK-QTD-LIDOS
              PERFORM 3050-VALIDAR-REGISTRO THRU 3050-EXIT
              IF REGISTRO-VALIDO
                 PERFORM 3100-SIMULAR-EMPREGADO THRU 3100-EXIT
              ELSE
                 ADD 1 TO WRK-QTD-INVALIDOS
              END-IF
              PERFORM 3000-LER-EMP-IN THRU 3000-EXIT
           END-PERFORM.
           CLOSE EMP-IN.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           PERFORM 4000-APONTAR-AUSENTE THRU 4000-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ANT.
           PERFORM 5000-FECHAR-PREVIA THRU 5000-EXIT.
           CLOSE PREVIA-PENDENTE.
           CLOSE PREVIA-REPORT.
           PERFORM 6000-CONFERIR-VISTO THRU 6000-EXIT.
           IF TEM-AVISO
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Competencia corrente e a anterior (janeiro
      * volta para dezembro do ano anterior), limites de PARM-PREVIA
      * (ausente ou com valor nao numerico mantem o padrao), tabela
      * de INSS/IRRF vigente pela rotina comum (sem ela o lote
      * tambem seria recusado, RC 8) e o visto ja gravado.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-COMP-ATUAL.
           MOVE WRK-DATA-EXEC(1:4) TO WRK-ANO.
           MOVE WRK-DATA-EXEC(5:2) TO WRK-MES.
           IF WRK-MES = 1
              SUBTRACT 1 FROM WRK-ANO
              MOVE 12 TO WRK-MES
           ELSE
              SUBTRACT 1 FROM WRK-MES
           END-IF.
           COMPUTE WRK-COMP-ANTERIOR = WRK-ANO * 100 + WRK-MES.
           OPEN INPUT PARM-PREVIA.
           IF WRK-PP-STATUS = '00'
              READ PARM-PREVIA
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PP-PCT-VARIACAO IS NUMERIC
                        MOVE PP-PCT-VARIACAO TO WRK-PCT-VARIACAO
                     END-IF
                     IF PP-LIMITE-HORAS IS NUMERIC
                        MOVE PP-LIMITE-HORAS TO WRK-LIMITE-HORAS
                     END-IF
              END-READ
              CLOSE PARM-PREVIA
           END-IF.
           MOVE WRK-PCT-VARIACAO TO WRK-PCT-ED.
           DISPLAY 'COMPETENCIA ' WRK-COMP-ATUAL ' CONTRA '
                   WRK-COMP-ANTERIOR ' - VARIACAO ACIMA DE '
                   WRK-PCT-ED '%  EXTRAS ACIMA DE ' WRK-LIMITE-HORAS
                   ' H'.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-COMP-ATUAL TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE - PREVIA NAO '
                      'CALCULADA'
              SET TEM-ERRO TO TRUE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PREVIA-VISTO.
           IF WRK-PV-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.
           READ PREVIA-VISTO
               AT END
                  CONTINUE
               NOT AT END
                  SET TEM-VISTO TO TRUE
                  MOVE PV-DECISAO        TO WRK-VISTO-DECISAO
                  MOVE PV-OPERADOR       TO WRK-VISTO-OPERADOR
                  MOVE PV-DATA           TO WRK-VISTO-DATA
                  MOVE PV-QTD-REGISTROS  TO WRK-VISTO-QTD
                  MOVE PV-TOTAL-CONTROLE TO WRK-VISTO-TOTAL
           END-READ.
           CLOSE PREVIA-VISTO.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CARREGAR-ANTERIOR - Le PAY-HIST guardando, por EM-ID, os
      * pagamentos da competencia anterior: cada pagamento soma o
      * valor e conta uma vez, cada estorno abate o valor e desconta
      * o pagamento; ferias, rescisao e dissidio, pagos fora do lote
      * mensal, ficam fora da comparacao. Sem PAY-HIST, todo
      * empregado sai como novo (aviso).
      *****************************************************************
       2000-CARREGAR-ANTERIOR.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - SEM COMPETENCIA ANTERIOR '
                      'PARA COMPARAR'
              SET TEM-AVISO TO TRUE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2010-LER-PAY-HIST THRU 2010-EXIT.
           PERFORM UNTIL FIM-PH
              IF PH-COMPETENCIA = WRK-COMP-ANTERIOR
                 AND NOT PH-FERIAS
                 AND NOT PH-RESCISAO
                 AND NOT PH-DISSIDIO
                 PERFORM 2020-GUARDAR-PAGAMENTO THRU 2020-EXIT
              END-IF
              PERFORM 2010-LER-PAY-HIST THRU 2010-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
           IF WRK-QTD-EXCEDENTES > 0
              DISPLAY 'EMPREGADOS DA COMPETENCIA ANTERIOR ALEM DA '
                      'TABELA DE 2000: ' WRK-QTD-EXCEDENTES
                      ' - PREVIA NAO CALCULADA'
              SET TEM-ERRO TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.

       2010-LER-PAY-HIST.
           READ PAY-HIST
               AT END SET FIM-PH TO TRUE
           END-READ.
       2010-EXIT.
           EXIT.

       2020-GUARDAR-PAGAMENTO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2030-PROCURAR-ID THRU 2030-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ANT OR ACHOU.
           IF ACHOU
              SUBTRACT 1 FROM WRK-IDX
           ELSE
              IF WRK-QTD-ANT >= 2000
                 ADD 1 TO WRK-QTD-EXCEDENTES
                 GO TO 2020-EXIT
              END-IF
              ADD 1 TO WRK-QTD-ANT
              MOVE WRK-QTD-ANT TO WRK-IDX
              MOVE PH-ID    TO WRK-TA-ID(WRK-IDX)
              MOVE PH-NOME  TO WRK-TA-NOME(WRK-IDX)
              MOVE ZEROS    TO WRK-TA-VALOR(WRK-IDX)
                               WRK-TA-QTD-PAG(WRK-IDX)
              MOVE PH-MOEDA TO WRK-TA-MOEDA(WRK-IDX)
              MOVE 'N'      TO WRK-TA-ACHADO(WRK-IDX)
           END-IF.
           IF PH-ESTORNO
              SUBTRACT PH-VALOR FROM WRK-TA-VALOR(WRK-IDX)
              SUBTRACT 1 FROM WRK-TA-QTD-PAG(WRK-IDX)
           ELSE
              ADD PH-VALOR TO WRK-TA-VALOR(WRK-IDX)
              ADD 1 TO WRK-TA-QTD-PAG(WRK-IDX)
              MOVE PH-MOEDA TO WRK-TA-MOEDA(WRK-IDX)
           END-IF.
       2020-EXIT.
           EXIT.

       2030-PROCURAR-ID.
           IF WRK-TA-ID(WRK-IDX) = PH-ID
              SET ACHOU TO TRUE
           END-IF.
       2030-EXIT.
           EXIT.

      *****************************************************************
      * 2500-EMITIR-CABECALHO - Cabecalho da listagem de variacoes.
      *****************************************************************
       2500-EMITIR-CABECALHO.
           MOVE SPACES TO PREVIA-REPORT-REC.
           STRING 'HEADER ' DELIMITED BY SIZE
                  INST-NOME DELIMITED BY SIZE
                  INTO PREVIA-REPORT-REC
           END-STRING.
           WRITE PREVIA-REPORT-REC.
           MOVE SPACES TO PREVIA-REPORT-REC.
           STRING 'HEADER ' DELIMITED BY SIZE
                  'PREVIA DA FOLHA - VARIACOES CONTRA A COMPETENCIA '
                      DELIMITED BY SIZE
                  WRK-COMP-ANTERIOR DELIMITED BY SIZE
                  '  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO PREVIA-REPORT-REC
           END-STRING.
           WRITE PREVIA-REPORT-REC.
           MOVE SPACES TO PREVIA-REPORT-REC.
           STRING 'HEADER ' DELIMITED BY SIZE
                  'OCORRENCIAS: B BRUTO  L LIQUIDO  N NOVO  '
                      DELIMITED BY SIZE
                  'A AUSENTE  H HORAS EXTRA  M MOEDA  '
                      DELIMITED BY SIZE
                  'C SEM CADASTRO' DELIMITED BY SIZE
                  INTO PREVIA-REPORT-REC
           END-STRING.
           WRITE PREVIA-REPORT-REC.
           MOVE WRK-CABEC-COLUNAS TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
       2500-EXIT.
           EXIT.

       3000-LER-EMP-IN.
           READ EMP-IN
               AT END SET FIM-EMP-IN TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3050-VALIDAR-REGISTRO - Mesma validacao do lote (2080 de
      * VIRGULAMASCARA): registro com valor nao numerico seria
      * suspenso pelo lote e fica fora da simulacao e do total de
      * controle, mas entra na quantidade de registros.
      *****************************************************************
       3050-VALIDAR-REGISTRO.
           MOVE 'S' TO WRK-REGISTRO-OK.
           IF EMP-IN-TXT(57:3) = SPACES
              MOVE ZEROS TO EI-HORAS-AULA
           END-IF.
           IF EMP-IN-TXT(60:6) = SPACES
              MOVE ZEROS TO EI-DIAS-FALTA EI-DIAS-DSR EI-DIAS-AFASTADO
           END-IF.
           IF EMP-IN-TXT(21:8) IS NOT NUMERIC
              OR EMP-IN-TXT(29:3) IS NOT NUMERIC
              OR EMP-IN-TXT(32:8) IS NOT NUMERIC
              OR EMP-IN-TXT(57:3) IS NOT NUMERIC
              OR EMP-IN-TXT(60:6) IS NOT NUMERIC
              MOVE 'N' TO WRK-REGISTRO-OK
           END-IF.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3100-SIMULAR-EMPREGADO - Um registro valido de EMP-IN: ID
      * contra EMP-MASTER, moeda, bruto e liquido legal simulados e a
      * comparacao com a competencia anterior; grava o pendente e,
      * havendo ocorrencia, a linha da listagem.
      *****************************************************************
       3100-SIMULAR-EMPREGADO.
           MOVE SPACES TO PREVIA-PENDENTE-REC.
           MOVE 'NNNNNNN' TO PF-OCORRENCIAS.
           MOVE ZEROS TO PF-BRUTO-ANT PF-VAR-BRUTO PF-LIQUIDO-ANT
                         PF-VAR-LIQUIDO.
           MOVE EI-ID   TO PF-ID.
           MOVE EI-NOME TO PF-NOME.
           MOVE 'S' TO PF-OC-CADASTRO.
           IF TEM-EMP-MASTER AND EI-ID NOT = SPACES
              MOVE EI-ID TO EM-ID
              READ EMP-MASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF EM-ATIVO
                        MOVE 'N' TO PF-OC-CADASTRO
                        MOVE EM-NOME TO PF-NOME
                     END-IF
              END-READ
           END-IF.
           EVALUATE EI-MOEDA
              WHEN 'BRL'
              WHEN 'USD'
              WHEN 'EUR'
                 MOVE EI-MOEDA TO WRK-MOEDA
              WHEN SPACES
                 MOVE INST-LOCALE-PADRAO TO WRK-MOEDA
              WHEN OTHER
                 MOVE 'BRL' TO WRK-MOEDA
           END-EVALUATE.
           MOVE WRK-MOEDA TO PF-MOEDA.
           PERFORM 3200-SIMULAR-BRUTO THRU 3200-EXIT.
           MOVE WRK-SALARIO TO PF-BRUTO.
           MOVE EI-HORAS-EXTRA TO PF-HORAS-EXTRA.
           MOVE WRK-SALARIO TO CD-SALARIO-BRUTO.
           MOVE WRK-COMP-ATUAL TO CD-COMPETENCIA.
           MOVE EI-ID TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           MOVE CD-SALARIO-LIQUIDO TO PF-LIQUIDO.
           ADD 1 TO WRK-QTD-SIMULADOS.
           ADD PF-BRUTO   TO WRK-TOT-BRUTO.
           ADD PF-LIQUIDO TO WRK-TOT-LIQUIDO.
           PERFORM 3300-COMPARAR-ANTERIOR THRU 3300-EXIT.
           IF PF-HORAS-EXTRA > WRK-LIMITE-HORAS
              MOVE 'S' TO PF-OC-EXTRAS
           END-IF.
           WRITE PREVIA-PENDENTE-REC.
           PERFORM 3500-LISTAR-OCORRENCIAS THRU 3500-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-SIMULAR-BRUTO - Bruto do periodo pela regra do lote:
      * adicional de turno sobre o salario base (20% noturno, 25% fim
      * de semana), horas extra a 50% e horas-aula pelo valor-hora da
      * jornada de 220 horas, e o bonus, menos os dias de ausencia de
      * APURA-PONTO pelo valor-dia do salario base (ate 30 dias, nunca
      * mais que o bruto).
      *****************************************************************
       3200-SIMULAR-BRUTO.
           MOVE EI-SALARIO TO WRK-SALARIO.
           MOVE EI-TURNO   TO WRK-TURNO.
           MOVE ZEROS TO WRK-ADICIONAL-TURNO WRK-VALOR-EXTRAS
                         WRK-VALOR-AULA WRK-VALOR-HORA.
           EVALUATE TRUE
              WHEN TURNO-NOTURNO
                 COMPUTE WRK-ADICIONAL-TURNO ROUNDED =
                     WRK-SALARIO * WRK-ALIQ-NOTURNO
              WHEN TURNO-FIM-DE-SEMANA
                 COMPUTE WRK-ADICIONAL-TURNO ROUNDED =
                     WRK-SALARIO * WRK-ALIQ-FIM-SEMANA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF EI-HORAS-EXTRA > 0 OR EI-HORAS-AULA > 0
              COMPUTE WRK-VALOR-HORA ROUNDED =
                  WRK-SALARIO / WRK-JORNADA-MENSAL
           END-IF.
           IF EI-HORAS-EXTRA > 0
              COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                  WRK-VALOR-HORA * EI-HORAS-EXTRA * 1,5
           END-IF.
           IF EI-HORAS-AULA > 0
              COMPUTE WRK-VALOR-AULA ROUNDED =
                  WRK-VALOR-HORA * EI-HORAS-AULA
           END-IF.
           ADD WRK-VALOR-EXTRAS WRK-VALOR-AULA EI-BONUS
               WRK-ADICIONAL-TURNO TO WRK-SALARIO.
           COMPUTE WRK-DIAS-AUSENCIA =
               EI-DIAS-FALTA + EI-DIAS-DSR + EI-DIAS-AFASTADO.
           IF WRK-DIAS-AUSENCIA = 0
              GO TO 3200-EXIT
           END-IF.
           IF WRK-DIAS-AUSENCIA > 30
              MOVE 30 TO WRK-DIAS-AUSENCIA
           END-IF.
           EVALUATE EI-FREQUENCIA
              WHEN 'S'   MOVE 7  TO WRK-DIVISOR-DIA
              WHEN 'Q'   MOVE 15 TO WRK-DIVISOR-DIA
              WHEN OTHER MOVE 30 TO WRK-DIVISOR-DIA
           END-EVALUATE.
           COMPUTE WRK-VALOR-DIA ROUNDED =
               EI-SALARIO / WRK-DIVISOR-DIA.
           COMPUTE WRK-DESC-AUSENCIA ROUNDED =
               WRK-VALOR-DIA * WRK-DIAS-AUSENCIA.
           IF WRK-DESC-AUSENCIA > WRK-SALARIO
              MOVE WRK-SALARIO TO WRK-DESC-AUSENCIA
           END-IF.
           SUBTRACT WRK-DESC-AUSENCIA FROM WRK-SALARIO.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-COMPARAR-ANTERIOR - Procura o EM-ID nos pagamentos da
      * competencia anterior. Sem pagamento liquido la, o empregado e
      * novo. Com pagamento, a base e o valor medio por pagamento (o
      * semanal e o quinzenal ficam comparaveis ao pagamento da
      * noite), o liquido anterior e o da rotina comum na tabela
      * daquela competencia, e as variacoes acima do limite, assim
      * como a troca de moeda, sao apontadas.
      *****************************************************************
       3300-COMPARAR-ANTERIOR.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 3310-PROCURAR-ID THRU 3310-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ANT OR ACHOU.
           IF NOT ACHOU
              MOVE 'S' TO PF-OC-NOVO
              GO TO 3300-EXIT
           END-IF.
           SUBTRACT 1 FROM WRK-IDX.
           MOVE 'S' TO WRK-TA-ACHADO(WRK-IDX).
           IF WRK-TA-QTD-PAG(WRK-IDX) <= 0
              OR WRK-TA-VALOR(WRK-IDX) <= 0
              MOVE 'S' TO PF-OC-NOVO
              GO TO 3300-EXIT
           END-IF.
           MOVE WRK-TA-MOEDA(WRK-IDX) TO PF-MOEDA-ANT.
           IF PF-MOEDA-ANT NOT = PF-MOEDA
              MOVE 'S' TO PF-OC-MOEDA
           END-IF.
           COMPUTE PF-BRUTO-ANT ROUNDED =
               WRK-TA-VALOR(WRK-IDX) / WRK-TA-QTD-PAG(WRK-IDX).
           MOVE PF-BRUTO-ANT TO CD-SALARIO-BRUTO.
           MOVE WRK-COMP-ANTERIOR TO CD-COMPETENCIA.
           MOVE PF-ID TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF CD-CALCULADO
              MOVE CD-SALARIO-LIQUIDO TO PF-LIQUIDO-ANT
           END-IF.
           ADD PF-BRUTO-ANT   TO WRK-TOT-BRUTO-ANT.
           ADD PF-LIQUIDO-ANT TO WRK-TOT-LIQ-ANT.
           COMPUTE WRK-VARIACAO ROUNDED =
               (PF-BRUTO - PF-BRUTO-ANT) * 100 / PF-BRUTO-ANT.
           PERFORM 3320-LIMITAR-VARIACAO THRU 3320-EXIT.
           MOVE WRK-VARIACAO TO PF-VAR-BRUTO.
           IF WRK-VARIACAO > WRK-PCT-VARIACAO
              OR WRK-VARIACAO < 0 - WRK-PCT-VARIACAO
              MOVE 'S' TO PF-OC-BRUTO
           END-IF.
           IF PF-LIQUIDO-ANT = ZEROS
              GO TO 3300-EXIT
           END-IF.
           COMPUTE WRK-VARIACAO ROUNDED =
               (PF-LIQUIDO - PF-LIQUIDO-ANT) * 100 / PF-LIQUIDO-ANT.
           PERFORM 3320-LIMITAR-VARIACAO THRU 3320-EXIT.
           MOVE WRK-VARIACAO TO PF-VAR-LIQUIDO.
           IF WRK-VARIACAO > WRK-PCT-VARIACAO
              OR WRK-VARIACAO < 0 - WRK-PCT-VARIACAO
              MOVE 'S' TO PF-OC-LIQUIDO
           END-IF.
       3300-EXIT.
           EXIT.

       3310-PROCURAR-ID.
           IF WRK-TA-ID(WRK-IDX) = EI-ID
              SET ACHOU TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

       3320-LIMITAR-VARIACAO.
           IF WRK-VARIACAO > 99999,99
              MOVE 99999,99 TO WRK-VARIACAO
           END-IF.
       3320-EXIT.
           EXIT.

      *****************************************************************
      * 3500-LISTAR-OCORRENCIAS - Conta as ocorrencias do registro do
      * pendente e, havendo alguma, grava a linha da listagem com a
      * letra de cada uma.
      *****************************************************************
       3500-LISTAR-OCORRENCIAS.
           IF PF-OCORRENCIAS = 'NNNNNNN'
              GO TO 3500-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-APONTADOS.
           SET TEM-AVISO TO TRUE.
           MOVE SPACES TO WRK-DET-OCORRENCIAS.
           IF PF-VARIOU-BRUTO
              ADD 1 TO WRK-QTD-VAR-BRUTO
              MOVE 'B' TO WRK-DET-OC-BRUTO
           END-IF.
           IF PF-VARIOU-LIQUIDO
              ADD 1 TO WRK-QTD-VAR-LIQ
              MOVE 'L' TO WRK-DET-OC-LIQUIDO
           END-IF.
           IF PF-NOVO
              ADD 1 TO WRK-QTD-NOVOS
              MOVE 'N' TO WRK-DET-OC-NOVO
           END-IF.
           IF PF-AUSENTE
              ADD 1 TO WRK-QTD-AUSENTES
              MOVE 'A' TO WRK-DET-OC-AUSENTE
           END-IF.
           IF PF-PICO-EXTRAS
              ADD 1 TO WRK-QTD-EXTRAS
              MOVE 'H' TO WRK-DET-OC-EXTRAS
           END-IF.
           IF PF-TROCOU-MOEDA
              ADD 1 TO WRK-QTD-MOEDA
              MOVE 'M' TO WRK-DET-OC-MOEDA
           END-IF.
           IF PF-SEM-CADASTRO
              ADD 1 TO WRK-QTD-SEM-CADASTRO
              MOVE 'C' TO WRK-DET-OC-CADASTRO
           END-IF.
           MOVE PF-ID          TO WRK-DET-ID.
           MOVE PF-NOME        TO WRK-DET-NOME.
           MOVE PF-MOEDA       TO WRK-DET-MOEDA.
           MOVE PF-MOEDA-ANT   TO WRK-DET-MOEDA-ANT.
           MOVE PF-BRUTO-ANT   TO WRK-DET-BRUTO-ANT.
           MOVE PF-BRUTO       TO WRK-DET-BRUTO.
           MOVE PF-VAR-BRUTO   TO WRK-DET-VAR-BRUTO.
           MOVE PF-LIQUIDO-ANT TO WRK-DET-LIQUIDO-ANT.
           MOVE PF-LIQUIDO     TO WRK-DET-LIQUIDO.
           MOVE PF-VAR-LIQUIDO TO WRK-DET-VAR-LIQUIDO.
           MOVE PF-HORAS-EXTRA TO WRK-DET-HORAS.
           MOVE WRK-DETALHE TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
       3500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-APONTAR-AUSENTE - Empregado pago na competencia anterior
      * (pagamento liquido de estornos) que nao esta em EMP-IN: um
      * registro no pendente e uma linha na listagem, com o valor
      * anterior e bruto zero.
      *****************************************************************
       4000-APONTAR-AUSENTE.
           IF WRK-TA-ACHADO(WRK-IDX) = 'S'
              OR WRK-TA-QTD-PAG(WRK-IDX) <= 0
              OR WRK-TA-VALOR(WRK-IDX) <= 0
              GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO PREVIA-PENDENTE-REC.
           MOVE 'NNNNNNN' TO PF-OCORRENCIAS.
           MOVE 'S' TO PF-OC-AUSENTE.
           MOVE WRK-TA-ID(WRK-IDX)    TO PF-ID.
           MOVE WRK-TA-NOME(WRK-IDX)  TO PF-NOME.
           MOVE WRK-TA-MOEDA(WRK-IDX) TO PF-MOEDA-ANT.
           MOVE ZEROS TO PF-BRUTO PF-VAR-BRUTO PF-LIQUIDO
                         PF-LIQUIDO-ANT PF-VAR-LIQUIDO PF-HORAS-EXTRA.
           COMPUTE PF-BRUTO-ANT ROUNDED =
               WRK-TA-VALOR(WRK-IDX) / WRK-TA-QTD-PAG(WRK-IDX).
           ADD PF-BRUTO-ANT TO WRK-TOT-BRUTO-ANT.
           WRITE PREVIA-PENDENTE-REC.
           PERFORM 3500-LISTAR-OCORRENCIAS THRU 3500-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FECHAR-PREVIA - Trailer do pendente (registros lidos de
      * EMP-IN e total do bruto simulado, os numeros do visto),
      * resumo e trailer da listagem, e o resumo no console.
      *****************************************************************
       5000-FECHAR-PREVIA.
           MOVE SPACES TO PREVIA-PENDENTE-REC.
           MOVE 'TRAILER' TO BTP-TIPO.
           MOVE WRK-QTD-LIDOS TO BTP-QTD-REGISTROS.
           MOVE WRK-TOT-BRUTO TO BTP-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-PEND-REC.
           MOVE SPACES TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE 'REGISTROS LIDOS DE EMP-IN' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-LIDOS TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'INVALIDOS (SERAO SUSPENSOS PELO LOTE)'
             TO WRK-RES-TEXTO.
           MOVE WRK-QTD-INVALIDOS TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'SIMULADOS / BRUTO' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-SIMULADOS TO WRK-RES-QTD.
           MOVE WRK-TOT-BRUTO TO WRK-RES-VALOR.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'SIMULADOS / LIQUIDO LEGAL' TO WRK-RES-TEXTO.
           MOVE WRK-TOT-LIQUIDO TO WRK-RES-VALOR.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'COMPETENCIA ANTERIOR / BRUTO MEDIO' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-ANT TO WRK-RES-QTD.
           MOVE WRK-TOT-BRUTO-ANT TO WRK-RES-VALOR.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA-RESUMO.
           MOVE 'EMPREGADOS APONTADOS' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-APONTADOS TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'B VARIACAO DO BRUTO' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-VAR-BRUTO TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'L VARIACAO DO LIQUIDO' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-VAR-LIQ TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'N NOVOS' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-NOVOS TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'A AUSENTES' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-AUSENTES TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'H HORAS EXTRA ACIMA DO LIMITE' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-EXTRAS TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'M TROCA DE MOEDA' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-MOEDA TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE 'C SEM CADASTRO ATIVO' TO WRK-RES-TEXTO.
           MOVE WRK-QTD-SEM-CADASTRO TO WRK-RES-QTD.
           MOVE WRK-LINHA-RESUMO TO PREVIA-REPORT-REC.
           WRITE PREVIA-REPORT-REC.
           MOVE SPACES TO PREVIA-REPORT-REC.
           MOVE 'TRAILER' TO BTR-TIPO.
           MOVE WRK-QTD-APONTADOS TO BTR-QTD-REGISTROS.
           MOVE WRK-TOT-BRUTO TO BTR-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-RPT-REC.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           DISPLAY 'REGISTROS LIDOS: ' WRK-QTD-LIDOS
                   '  BRUTO SIMULADO: ' WRK-TOTAL-ED.
           DISPLAY 'APONTADOS: ' WRK-QTD-APONTADOS
                   '  NOVOS: ' WRK-QTD-NOVOS
                   '  AUSENTES: ' WRK-QTD-AUSENTES
                   '  INVALIDOS: ' WRK-QTD-INVALIDOS.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-CONFERIR-VISTO - Visto L da competencia corrente com os
      * mesmos numeros desta previa continua valendo (o EMP-IN que foi
      * visto e o que vai ser pago); qualquer outro visto e apagado e
      * a folha fica retida ate a revisao da listagem nova.
      *****************************************************************
       6000-CONFERIR-VISTO.
           IF TEM-VISTO
              AND WRK-VISTO-DECISAO = 'L'
              AND WRK-VISTO-DATA(1:6) = WRK-DATA-EXEC(1:6)
              AND WRK-VISTO-QTD = WRK-QTD-LIDOS
              AND WRK-VISTO-TOTAL = WRK-TOT-BRUTO
              DISPLAY 'FOLHA LIBERADA PELO VISTO DE '
                      WRK-VISTO-OPERADOR ' EM ' WRK-VISTO-DATA
              GO TO 6000-EXIT
           END-IF.
           OPEN OUTPUT PREVIA-VISTO.
           CLOSE PREVIA-VISTO.
           SET TEM-AVISO TO TRUE.
           DISPLAY 'FOLHA RETIDA ATE O VISTO DA PREVIA (APROVA-PREVIA)'.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PREVIA-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PREVIA-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PREVIA-REPORT' TO AG-RELATORIO.
           MOVE 'PREVIA-FOLHA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PREVIA-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PREVIA-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PREVIA-REPORT-RELIDO-REC TO AG-LINHA.
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
           MOVE 'PREVIA-FOLHA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
