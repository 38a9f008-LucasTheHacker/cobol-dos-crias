      *                       ja preenchido sobrescrevia o funcionario
      *                       da virada de pagina (o trailer contava
      *                       um a mais que o corpo do relatorio).
      * 15/10/2026 Batista - EMP-IN ganhou as horas-aula do instrutor
      *                       (EI-HORAS-AULA, RECORD CONTAINS
      *                       56 -> 59); o bruto passa a incluir a
      *                       hora-aula pelo valor-hora normal, como
      *                       a folha paga. Branco vale zero.
      * 15/10/2026 Batista - Descontos pela tabela de INSS/IRRF vigente
      *                       na competencia corrente e com os
      *                       dependentes do empregado (EI-ID) deduzidos
      *                       da base do IRRF, como na folha. Sem tabela
      *                       vigente o relatorio nao e emitido (RC 8).
      * 15/10/2026 Batista - A chamada a CALC-DESCONTO passa zeros na
      *                       nova deducao de pensao alimenticia da base
      *                       do IRRF (CD-DEDUCAO-PENSAO); o relatorio
      *                       nao desconta pensao.
      * 15/10/2026 Batista - EMP-IN ganhou os dias de ausencia apurados
      *                       por APURA-PONTO (RECORD CONTAINS 59 ->
      *                       65); o bruto passa a descontar os dias
      *                       pelo valor-dia, como a folha. Branco vale
      *                       zero.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Copia de DESC-REPORT guardada no arquivo de
      *                       relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESC-REPORT ASSIGN TO "DESC-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESC-REPORT-RELIDO ASSIGN TO "DESC-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
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

       FD  DESC-REPORT
           RECORD CONTAINS 69 CHARACTERS.
           COPY TRAILER.
       01  DESC-REPORT-LINHA       PIC X(69).

       FD  DESC-REPORT-RELIDO
           RECORD CONTAINS 69 CHARACTERS.
       01  DESC-REPORT-RELIDO-REC   PIC X(69).

       FD  EMP-MASTER.
           COPY EMPMSTR.
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
       77  WRK-FIM-EMP-IN    PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                    VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-JORNADA-MENSAL PIC 9(03)     VALUE 220.
       77  WRK-VALOR-HORA    PIC 9(04)V99   VALUE ZEROS.
       77  WRK-VALOR-EXTRAS  PIC 9(06)V99   VALUE ZEROS.
       77  WRK-VALOR-AULA    PIC 9(06)V99   VALUE ZEROS.
      * Dias de ausencia descontados pelo valor-dia, como na folha.
       77  WRK-DIAS-AUSENCIA PIC 9(03)      VALUE ZEROS.
       77  WRK-DIVISOR-DIA   PIC 9(02)      VALUE 30.
       77  WRK-VALOR-DIA     PIC 9(06)V99   VALUE ZEROS.
       77  WRK-DESC-AUSENCIA PIC 9(07)V99   VALUE ZEROS.
      * Adicionais de turno sobre o salario base, como na folha.
       77  WRK-ALIQ-NOTURNO  PIC 9V99       VALUE 0,20.
       77  WRK-ALIQ-FIM-SEMANA PIC 9V99     VALUE 0,25.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 2000-PROCESSAR - Le EMP-IN de ponta a ponta, calcula os
      * descontos de cada funcionario pela rotina comum e grava uma
      * linha por funcionario no relatorio. O total de controle do
      * trailer acumula o liquido pago. Os descontos saem pela tabela
      * de INSS/IRRF vigente no mes corrente, com os dependentes do
      * empregado; sem tabela vigente o relatorio nao e emitido.
      *****************************************************************
       2000-PROCESSAR.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
              MOVE WRK-PARM-JCL-TEXTO(8:2) TO WRK-CAMPUS-FILTRO
              SET FILTRO-CAMPUS-ATIVO TO TRUE
           END-IF.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-DATA-EXEC(1:6) TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE - RELATORIO '
                      'NAO EMITIDO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           OPEN INPUT EMP-IN.
           OPEN OUTPUT DESC-REPORT.
           SET ARQREL-GERADO TO TRUE.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           END-IF.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           PERFORM 2040-EMITIR-CABECALHO THRU 2040-EXIT.
           PERFORM 2100-LER-EMP-IN THRU 2100-EXIT.
           PERFORM UNTIL FIM-EMP-IN
                        WRK-VALOR-HORA * EI-HORAS-EXTRA * 1,5
                    ADD WRK-VALOR-EXTRAS TO CD-SALARIO-BRUTO
                 END-IF
                 IF EI-HORAS-AULA NOT NUMERIC
                    MOVE ZEROS TO EI-HORAS-AULA
                 END-IF
                 IF EI-HORAS-AULA > 0
                    COMPUTE WRK-VALOR-HORA ROUNDED =
                        EI-SALARIO / WRK-JORNADA-MENSAL
                    COMPUTE WRK-VALOR-AULA ROUNDED =
                        WRK-VALOR-HORA * EI-HORAS-AULA
                    ADD WRK-VALOR-AULA TO CD-SALARIO-BRUTO
                 END-IF
                 ADD EI-BONUS TO CD-SALARIO-BRUTO
                 PERFORM 2080-DESCONTAR-AUSENCIAS THRU 2080-EXIT
                 MOVE WRK-DATA-EXEC(1:6) TO CD-COMPETENCIA
                 MOVE EI-ID TO CD-EM-ID
                 MOVE ZEROS TO CD-DEDUCAO-PENSAO
                 CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK
                 PERFORM 2050-RESOLVER-NOME THRU 2050-EXIT
                 PERFORM 2045-CONTROLAR-PAGINA THRU 2045-EXIT
       2070-EXIT.
           EXIT.

      *****************************************************************
      * 2080-DESCONTAR-AUSENCIAS - Tira do bruto os dias de falta, de
      * DSR perdido e de afastamento sem remuneracao da empresa
      * apurados por APURA-PONTO, pelo valor-dia do salario base (30
      * mensal, 15 quinzenal, 7 semanal; ate 30 dias e nunca mais que
      * o bruto), como 1360 de VIRGULAMASCARA. Branco vale zero.
      *****************************************************************
       2080-DESCONTAR-AUSENCIAS.
           IF EI-DIAS-FALTA NOT NUMERIC
              MOVE ZEROS TO EI-DIAS-FALTA
           END-IF.
           IF EI-DIAS-DSR NOT NUMERIC
              MOVE ZEROS TO EI-DIAS-DSR
           END-IF.
           IF EI-DIAS-AFASTADO NOT NUMERIC
              MOVE ZEROS TO EI-DIAS-AFASTADO
           END-IF.
           COMPUTE WRK-DIAS-AUSENCIA =
               EI-DIAS-FALTA + EI-DIAS-DSR + EI-DIAS-AFASTADO.
           IF WRK-DIAS-AUSENCIA = 0
              GO TO 2080-EXIT
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
           IF WRK-DESC-AUSENCIA > CD-SALARIO-BRUTO
              MOVE CD-SALARIO-BRUTO TO WRK-DESC-AUSENCIA
           END-IF.
           SUBTRACT WRK-DESC-AUSENCIA FROM CD-SALARIO-BRUTO.
       2080-EXIT.
           EXIT.

      *****************************************************************
      * 2150-EMITIR-TOTAIS-CAMPUS - Sem filtro de campus: linha com o
      * liquido quebrado por campus antes do trailer.
           WRITE BATCH-TRAILER-REC.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de DESC-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT DESC-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'DESC-REPORT' TO AG-RELATORIO.
           MOVE 'FOLHA-DESCONTOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE DESC-REPORT-RELIDO.
           MOVE ZEROS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE WRK-NUM-PAGINA TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ DESC-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE DESC-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
