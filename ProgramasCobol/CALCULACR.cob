       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCULA-CR.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Coeficiente de rendimento (CR) de cada aluno, do
      *           termo e acumulado: a media das HN-MEDIA do aluno
      *           ponderada pela carga horaria do curso
      *           (CUR-CARGA-HORARIA), lida pela chave no espelho
      *           indexado HIST-NOTAS-IX (um registro por curso/termo,
      *           sempre o resultado mais recente). Curso com nota AU
      *           ou resultado AUSENTE ou APROVEITADO fica fora da
      *           conta, assim como curso sem carga horaria no
      *           cadastro. O acumulado soma todos os termos ate o
      *           termo pedido. Com o CR do termo
      *           o programa classifica os alunos dentro de cada campus
      *           e, em cada curso do termo, classifica a turma pela
      *           media do curso; imprime ainda o quadro de honra dos
      *           alunos com CR do termo igual ou acima do corte de
      *           PARM-CR. Tudo sai em CR-REPORT, e o CR de cada aluno
      *           fica gravado em COEFICIENTE para CONSULTA-ALUNO e
      *           EMITE-HISTORICO. O termo vem de TERMO=AAAAPP no PARM
      *           do EXEC PGM= (branco = termo corrente). Trailer
      *           padrao: alunos classificados e soma dos CR do termo.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Resultado APROVEITADO (aproveitamento de
      *                    estudos) fora da ponderacao do CR, com
      *                    contagem propria no resumo.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      * 15/10/2026 Tutu - Copia de CR-REPORT guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT HIST-NOTAS-IX ASSIGN TO "HIST-NOTAS-IX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT COEFICIENTE ASSIGN TO "COEFICIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MATRICULA
               FILE STATUS IS WRK-CO-STATUS.
           SELECT PARM-CR-IN ASSIGN TO "PARM-CR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT CR-REPORT ASSIGN TO "CR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CR-REPORT-RELIDO ASSIGN TO "CR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  COEFICIENTE.
           COPY COEFIC.

       FD  PARM-CR-IN
           RECORD CONTAINS 8 CHARACTERS.
           COPY PARMCR REPLACING PARM-CR-REC BY PARM-CR-REC-IN.

       FD  CR-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CR-REPORT-REC           PIC X(80).
           COPY TRAILER.

       FD  CR-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  CR-REPORT-RELIDO-REC     PIC X(80).
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
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CO-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PARM-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-CURSO      PIC X(01)      VALUE 'N'.
           88 FIM-CURSO                      VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-HNI        PIC X(01)      VALUE 'N'.
           88 FIM-HNI                        VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       01  WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-EXEC    PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-EXEC    PIC 9(02)      VALUE ZEROS.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-TERMO          PIC X(06)      VALUE SPACES.
       77  WRK-CR-CORTE       PIC 9(02)V99   VALUE 8,50.
       77  WRK-CR-CH-MINIMA   PIC 9(04)      VALUE ZEROS.
      *
      * Carga horaria dos cursos do cadastro (ate 300).
       01  WRK-TAB-CURSOS.
           05 WRK-CURSO-ENT OCCURS 300 TIMES.
              10 WRK-TC-CODIGO      PIC X(08).
              10 WRK-TC-CARGA       PIC 9(04).
       77  WRK-QTD-CURSOS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-CARGA          PIC 9(04)      VALUE ZEROS.
      *
      * Alunos com ao menos um curso computado ate o termo (ate
      * 3000), com as somas ponderadas, os CR e a posicao no campus.
      * O campus e o indice da tabela de INSTCFG (3 = codigo fora da
      * tabela), como no aging de INADIMPLENCIA.
       01  WRK-TAB-ALUNOS.
           05 WRK-ALUNO-ENT OCCURS 3000 TIMES.
              10 WRK-TA-MATRICULA   PIC X(10).
              10 WRK-TA-NOME        PIC X(20).
              10 WRK-TA-CAMPUS      PIC X(02).
              10 WRK-TA-IDX-CAMPUS  PIC 9(01).
              10 WRK-TA-SOMA-TERMO  PIC 9(07)V9.
              10 WRK-TA-CH-TERMO    PIC 9(05).
              10 WRK-TA-SOMA-ACUM   PIC 9(08)V9.
              10 WRK-TA-CH-ACUM     PIC 9(05).
              10 WRK-TA-CR-TERMO    PIC 9(02)V99.
              10 WRK-TA-CR-ACUM     PIC 9(02)V99.
              10 WRK-TA-POSICAO     PIC 9(05) COMP.
              10 WRK-TA-HONRA       PIC X(01).
       77  WRK-QTD-ALUNOS     PIC 9(04) COMP VALUE ZERO.
      *
      * Cursos do termo de cada aluno (ate 6000), para a
      * classificacao da turma pela media do curso.
       01  WRK-TAB-NOTAS.
           05 WRK-NOTA-ENT OCCURS 6000 TIMES.
              10 WRK-TN-ALUNO       PIC 9(04) COMP.
              10 WRK-TN-IDX-CAMPUS  PIC 9(01).
              10 WRK-TN-CURSO       PIC X(08).
              10 WRK-TN-MEDIA       PIC 9(02)V9.
              10 WRK-TN-POSICAO     PIC 9(05) COMP.
       77  WRK-QTD-NOTAS      PIC 9(04) COMP VALUE ZERO.
      *
      * Turmas (campus + curso) com nota no termo (ate 500).
       01  WRK-TAB-TURMAS.
           05 WRK-TURMA-ENT OCCURS 500 TIMES.
              10 WRK-TT-IDX-CAMPUS  PIC 9(01).
              10 WRK-TT-CURSO       PIC X(08).
              10 WRK-TT-QTD         PIC 9(05) COMP.
       77  WRK-QTD-TURMAS     PIC 9(03) COMP VALUE ZERO.
      *
      * Alunos classificados no termo por campus (3 = nao
      * cadastrado).
       01  WRK-TAB-CAMPUS.
           05 WRK-CAMPUS-QTD OCCURS 3 TIMES PIC 9(05) COMP.
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX2           PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-CAMPUS     PIC 9(01)      VALUE ZERO.
       77  WRK-IDX-TURMA      PIC 9(03) COMP VALUE ZERO.
       77  WRK-POS            PIC 9(05) COMP VALUE ZERO.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-EXCLUIDOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-CARGA  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-APROVEITADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-HONRA      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-GRAVADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(09)V99   VALUE ZEROS.
       77  WRK-CAMPUS-CODIGO  PIC X(02)      VALUE SPACES.
       77  WRK-CAMPUS-NOME    PIC X(40)      VALUE SPACES.
       77  WRK-POS-ED         PIC ZZZZ9      VALUE ZEROS.
       77  WRK-CR-ED          PIC Z9,99      VALUE ZEROS.
       77  WRK-CR-ACUM-ED     PIC Z9,99      VALUE ZEROS.
       77  WRK-MEDIA-ED       PIC Z9,9       VALUE ZEROS.
       77  WRK-CH-ED          PIC ZZZZ9      VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'CALCULA-CR' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-APURAR-ALUNOS THRU 2000-EXIT.
           PERFORM 3000-CLASSIFICAR THRU 3000-EXIT.
           PERFORM 4000-LISTAR-CAMPUS THRU 4000-EXIT
              VARYING WRK-IDX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IDX-CAMPUS > 3.
           PERFORM 4200-LISTAR-TURMAS THRU 4200-EXIT.
           PERFORM 4400-QUADRO-HONRA THRU 4400-EXIT.
           PERFORM 4600-GRAVAR-COEFICIENTES THRU 4600-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o termo (PARM ou corrente, no
      * criterio de CONDICIONAIS-IF: meses 1-6 = periodo 01, 7-12 =
      * periodo 02), le o corte de PARM-CR (padrao 8,50) e carrega a
      * carga horaria dos cursos. Sem cadastro de cursos ou sem o
      * espelho HIST-NOTAS-IX nao ha CR a apurar (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-HOJE.
           MOVE WRK-ANO-EXEC TO WRK-TERMO(1:4).
           IF WRK-MES-EXEC <= 6
              MOVE '01' TO WRK-TERMO(5:2)
           ELSE
              MOVE '02' TO WRK-TERMO(5:2)
           END-IF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'TERMO='
              AND WRK-PARM-JCL-TEXTO(7:6) NOT = SPACES
              MOVE WRK-PARM-JCL-TEXTO(7:6) TO WRK-TERMO
           END-IF.
           OPEN INPUT PARM-CR-IN.
           IF WRK-PARM-STATUS = '00'
              READ PARM-CR-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PARM-CR-CORTE     TO WRK-CR-CORTE
                     MOVE PARM-CR-CH-MINIMA TO WRK-CR-CH-MINIMA
              END-READ
              CLOSE PARM-CR-IN
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - SEM CARGA HORARIA PARA '
                      'PONDERAR O CR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE LOW-VALUES TO CUR-CODIGO.
           START CURSO-MASTER KEY IS NOT LESS THAN CUR-CODIGO
               INVALID KEY SET FIM-CURSO TO TRUE
           END-START.
           PERFORM 1100-GUARDAR-CURSO THRU 1100-EXIT
              UNTIL FIM-CURSO.
           CLOSE CURSO-MASTER.
           OPEN INPUT HIST-NOTAS-IX.
           IF WRK-HNI-STATUS NOT = '00'
              DISPLAY 'ESPELHO HIST-NOTAS-IX AUSENTE - RODE '
                      'CARGA-HIST-IX ANTES DO CR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA A APURAR'
              CLOSE HIST-NOTAS-IX
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT CR-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           MOVE WRK-CR-CORTE TO WRK-CR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COEFICIENTE DE RENDIMENTO - TERMO ' DELIMITED BY SIZE
                  WRK-TERMO           DELIMITED BY SIZE
                  '  CORTE DO QUADRO DE HONRA: ' DELIMITED BY SIZE
                  WRK-CR-ED           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-CURSO.
           READ CURSO-MASTER NEXT RECORD
               AT END
                  SET FIM-CURSO TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           IF WRK-QTD-CURSOS >= 300
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CURSOS.
           MOVE CUR-CODIGO        TO WRK-TC-CODIGO(WRK-QTD-CURSOS).
           MOVE CUR-CARGA-HORARIA TO WRK-TC-CARGA(WRK-QTD-CURSOS).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APURAR-ALUNOS - Varre STUDENT-MASTER pela chave e, para
      * cada aluno, le os seus registros no espelho do historico.
      *****************************************************************
       2000-APURAR-ALUNOS.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
               INVALID KEY SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 2100-APURAR-ALUNO THRU 2100-EXIT
              UNTIL FIM-ALUNOS.
           CLOSE STUDENT-MASTER.
           CLOSE HIST-NOTAS-IX.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'ALUNOS/NOTAS ALEM DA TABELA (FORA DO CR): '
                      WRK-QTD-DESCARTADOS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-APURAR-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF WRK-QTD-ALUNOS >= 3000
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE SM-MATRICULA TO WRK-TA-MATRICULA(WRK-QTD-ALUNOS).
           MOVE SM-NOME      TO WRK-TA-NOME(WRK-QTD-ALUNOS).
           MOVE SM-CAMPUS    TO WRK-TA-CAMPUS(WRK-QTD-ALUNOS).
           EVALUATE TRUE
              WHEN SM-CAMPUS = INST-CAMPUS-CODIGO(1)
                OR SM-CAMPUS = SPACES
                 MOVE 1 TO WRK-TA-IDX-CAMPUS(WRK-QTD-ALUNOS)
                 MOVE INST-CAMPUS-CODIGO(1)
                   TO WRK-TA-CAMPUS(WRK-QTD-ALUNOS)
              WHEN SM-CAMPUS = INST-CAMPUS-CODIGO(2)
                 MOVE 2 TO WRK-TA-IDX-CAMPUS(WRK-QTD-ALUNOS)
              WHEN OTHER
                 MOVE 3 TO WRK-TA-IDX-CAMPUS(WRK-QTD-ALUNOS)
           END-EVALUATE.
           MOVE ZEROS TO WRK-TA-SOMA-TERMO(WRK-QTD-ALUNOS)
                         WRK-TA-CH-TERMO(WRK-QTD-ALUNOS)
                         WRK-TA-SOMA-ACUM(WRK-QTD-ALUNOS)
                         WRK-TA-CH-ACUM(WRK-QTD-ALUNOS)
                         WRK-TA-CR-TERMO(WRK-QTD-ALUNOS)
                         WRK-TA-CR-ACUM(WRK-QTD-ALUNOS)
                         WRK-TA-POSICAO(WRK-QTD-ALUNOS).
           MOVE 'N' TO WRK-TA-HONRA(WRK-QTD-ALUNOS).
           MOVE 'N' TO WRK-FIM-HNI.
           MOVE SM-MATRICULA TO HNI-MATRICULA.
           MOVE LOW-VALUES   TO HNI-CURSO HNI-TERMO.
           START HIST-NOTAS-IX KEY IS NOT LESS THAN HNI-CHAVE
               INVALID KEY SET FIM-HNI TO TRUE
           END-START.
           PERFORM 2200-SOMAR-REGISTRO THRU 2200-EXIT
              UNTIL FIM-HNI.
      *    Aluno sem nenhum curso computado nao ocupa a tabela.
           IF WRK-TA-CH-ACUM(WRK-QTD-ALUNOS) = 0
              SUBTRACT 1 FROM WRK-QTD-ALUNOS
              GO TO 2100-EXIT
           END-IF.
           COMPUTE WRK-TA-CR-ACUM(WRK-QTD-ALUNOS) ROUNDED =
               WRK-TA-SOMA-ACUM(WRK-QTD-ALUNOS)
               / WRK-TA-CH-ACUM(WRK-QTD-ALUNOS).
           IF WRK-TA-CH-TERMO(WRK-QTD-ALUNOS) > 0
              COMPUTE WRK-TA-CR-TERMO(WRK-QTD-ALUNOS) ROUNDED =
                  WRK-TA-SOMA-TERMO(WRK-QTD-ALUNOS)
                  / WRK-TA-CH-TERMO(WRK-QTD-ALUNOS)
              MOVE WRK-TA-IDX-CAMPUS(WRK-QTD-ALUNOS) TO WRK-IDX-CAMPUS
              ADD 1 TO WRK-CAMPUS-QTD(WRK-IDX-CAMPUS)
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-SOMAR-REGISTRO - Um curso/termo do aluno: ate o termo
      * pedido entra no acumulado e, no proprio termo, tambem no CR do
      * termo e na turma do curso. AU, AUSENTE, APROVEITADO (nota
      * obtida em outra instituicao) e curso sem carga horaria ficam
      * fora da ponderacao.
      *****************************************************************
       2200-SOMAR-REGISTRO.
           READ HIST-NOTAS-IX NEXT RECORD
               AT END
                  SET FIM-HNI TO TRUE
                  GO TO 2200-EXIT
           END-READ.
           IF HNI-MATRICULA NOT = SM-MATRICULA
              SET FIM-HNI TO TRUE
              GO TO 2200-EXIT
           END-IF.
           IF HNI-TERMO > WRK-TERMO
              GO TO 2200-EXIT
           END-IF.
           IF HNI-NOTA1 = 'AU' OR HNI-NOTA2 = 'AU' OR HNI-NOTA3 = 'AU'
              OR HNI-RESULTADO = 'AUSENTE'
              ADD 1 TO WRK-QTD-EXCLUIDOS
              GO TO 2200-EXIT
           END-IF.
           IF HNI-RESULTADO = 'APROVEITADO'
              ADD 1 TO WRK-QTD-APROVEITADOS
              GO TO 2200-EXIT
           END-IF.
           MOVE ZEROS TO WRK-CARGA.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2210-PROCURAR-CARGA THRU 2210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS OR ACHOU.
           IF WRK-CARGA = 0
              ADD 1 TO WRK-QTD-SEM-CARGA
              GO TO 2200-EXIT
           END-IF.
           COMPUTE WRK-TA-SOMA-ACUM(WRK-QTD-ALUNOS) =
               WRK-TA-SOMA-ACUM(WRK-QTD-ALUNOS)
               + (HNI-MEDIA * WRK-CARGA).
           ADD WRK-CARGA TO WRK-TA-CH-ACUM(WRK-QTD-ALUNOS).
           IF HNI-TERMO NOT = WRK-TERMO
              GO TO 2200-EXIT
           END-IF.
           COMPUTE WRK-TA-SOMA-TERMO(WRK-QTD-ALUNOS) =
               WRK-TA-SOMA-TERMO(WRK-QTD-ALUNOS)
               + (HNI-MEDIA * WRK-CARGA).
           ADD WRK-CARGA TO WRK-TA-CH-TERMO(WRK-QTD-ALUNOS).
           IF WRK-QTD-NOTAS >= 6000
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-NOTAS.
           MOVE WRK-QTD-ALUNOS TO WRK-TN-ALUNO(WRK-QTD-NOTAS).
           MOVE WRK-TA-IDX-CAMPUS(WRK-QTD-ALUNOS)
             TO WRK-TN-IDX-CAMPUS(WRK-QTD-NOTAS).
           MOVE HNI-CURSO TO WRK-TN-CURSO(WRK-QTD-NOTAS).
           MOVE HNI-MEDIA TO WRK-TN-MEDIA(WRK-QTD-NOTAS).
           MOVE ZERO      TO WRK-TN-POSICAO(WRK-QTD-NOTAS).
           PERFORM 2300-REGISTRAR-TURMA THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-CARGA.
           IF WRK-TC-CODIGO(WRK-IDX) = HNI-CURSO
              MOVE WRK-TC-CARGA(WRK-IDX) TO WRK-CARGA
              SET ACHOU TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-REGISTRAR-TURMA - Conta o aluno na turma campus + curso
      * do registro corrente, abrindo a turma na primeira ocorrencia.
      *****************************************************************
       2300-REGISTRAR-TURMA.
           MOVE ZERO TO WRK-IDX-TURMA.
           PERFORM 2310-PROCURAR-TURMA THRU 2310-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-TURMAS OR WRK-IDX-TURMA > 0.
           IF WRK-IDX-TURMA = 0
              IF WRK-QTD-TURMAS >= 500
                 GO TO 2300-EXIT
              END-IF
              ADD 1 TO WRK-QTD-TURMAS
              MOVE WRK-QTD-TURMAS TO WRK-IDX-TURMA
              MOVE WRK-TN-IDX-CAMPUS(WRK-QTD-NOTAS)
                TO WRK-TT-IDX-CAMPUS(WRK-IDX-TURMA)
              MOVE HNI-CURSO TO WRK-TT-CURSO(WRK-IDX-TURMA)
              MOVE ZERO      TO WRK-TT-QTD(WRK-IDX-TURMA)
           END-IF.
           ADD 1 TO WRK-TT-QTD(WRK-IDX-TURMA).
       2300-EXIT.
           EXIT.

       2310-PROCURAR-TURMA.
           IF WRK-TT-CURSO(WRK-IDX) = HNI-CURSO
              AND WRK-TT-IDX-CAMPUS(WRK-IDX)
                  = WRK-TN-IDX-CAMPUS(WRK-QTD-NOTAS)
              MOVE WRK-IDX TO WRK-IDX-TURMA
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CLASSIFICAR - A posicao de cada aluno no campus e 1 mais
      * a quantidade de colegas do mesmo campus com CR do termo maior
      * (empate divide a posicao); na turma, o mesmo pela media do
      * curso. Quadro de honra: CR do termo no corte ou acima, com a
      * carga horaria minima de PARM-CR cursada no termo.
      *****************************************************************
       3000-CLASSIFICAR.
           PERFORM 3100-POSICAO-CAMPUS THRU 3100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ALUNOS.
           PERFORM 3300-POSICAO-TURMA THRU 3300-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-NOTAS.
       3000-EXIT.
           EXIT.

       3100-POSICAO-CAMPUS.
           IF WRK-TA-CH-TERMO(WRK-IDX) = 0
              GO TO 3100-EXIT
           END-IF.
           MOVE 1 TO WRK-TA-POSICAO(WRK-IDX).
           PERFORM 3200-COMPARAR-ALUNO THRU 3200-EXIT
              VARYING WRK-IDX2 FROM 1 BY 1
              UNTIL WRK-IDX2 > WRK-QTD-ALUNOS.
           IF WRK-TA-CR-TERMO(WRK-IDX) >= WRK-CR-CORTE
              AND WRK-TA-CH-TERMO(WRK-IDX) >= WRK-CR-CH-MINIMA
              MOVE 'S' TO WRK-TA-HONRA(WRK-IDX)
              ADD 1 TO WRK-QTD-HONRA
           END-IF.
       3100-EXIT.
           EXIT.

       3200-COMPARAR-ALUNO.
           IF WRK-TA-CH-TERMO(WRK-IDX2) > 0
              AND WRK-TA-IDX-CAMPUS(WRK-IDX2)
                  = WRK-TA-IDX-CAMPUS(WRK-IDX)
              AND WRK-TA-CR-TERMO(WRK-IDX2) > WRK-TA-CR-TERMO(WRK-IDX)
              ADD 1 TO WRK-TA-POSICAO(WRK-IDX)
           END-IF.
       3200-EXIT.
           EXIT.

       3300-POSICAO-TURMA.
           MOVE 1 TO WRK-TN-POSICAO(WRK-IDX).
           PERFORM 3400-COMPARAR-NOTA THRU 3400-EXIT
              VARYING WRK-IDX2 FROM 1 BY 1
              UNTIL WRK-IDX2 > WRK-QTD-NOTAS.
       3300-EXIT.
           EXIT.

       3400-COMPARAR-NOTA.
           IF WRK-TN-CURSO(WRK-IDX2) = WRK-TN-CURSO(WRK-IDX)
              AND WRK-TN-IDX-CAMPUS(WRK-IDX2)
                  = WRK-TN-IDX-CAMPUS(WRK-IDX)
              AND WRK-TN-MEDIA(WRK-IDX2) > WRK-TN-MEDIA(WRK-IDX)
              ADD 1 TO WRK-TN-POSICAO(WRK-IDX)
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR-CAMPUS - Classificacao do campus no termo, na
      * ordem das posicoes.
      *****************************************************************
       4000-LISTAR-CAMPUS.
           IF WRK-CAMPUS-QTD(WRK-IDX-CAMPUS) = 0
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4900-RESOLVER-CAMPUS THRU 4900-EXIT.
           MOVE SPACES TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLASSIFICACAO DO CAMPUS ' DELIMITED BY SIZE
                  WRK-CAMPUS-CODIGO          DELIMITED BY SIZE
                  ' - '                      DELIMITED BY SIZE
                  WRK-CAMPUS-NOME            DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING '  POS MATRICULA  ALUNO               '
                                  DELIMITED BY SIZE
                  ' CR TERMO  CR ACUM  CH TERMO'
                                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           PERFORM 4100-LISTAR-POSICAO THRU 4100-EXIT
              VARYING WRK-POS FROM 1 BY 1
              UNTIL WRK-POS > WRK-CAMPUS-QTD(WRK-IDX-CAMPUS).
       4000-EXIT.
           EXIT.

       4100-LISTAR-POSICAO.
           PERFORM 4110-LISTAR-ALUNO THRU 4110-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ALUNOS.
       4100-EXIT.
           EXIT.

       4110-LISTAR-ALUNO.
           IF WRK-TA-CH-TERMO(WRK-IDX) = 0
              OR WRK-TA-IDX-CAMPUS(WRK-IDX) NOT = WRK-IDX-CAMPUS
              OR WRK-TA-POSICAO(WRK-IDX) NOT = WRK-POS
              GO TO 4110-EXIT
           END-IF.
           PERFORM 4800-LINHA-ALUNO THRU 4800-EXIT.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-TA-CR-TERMO(WRK-IDX) TO WRK-BT-TOTAL.
       4110-EXIT.
           EXIT.

      *****************************************************************
      * 4200-LISTAR-TURMAS - Classificacao de cada turma (campus +
      * curso) do termo pela media do curso.
      *****************************************************************
       4200-LISTAR-TURMAS.
           PERFORM 4210-LISTAR-TURMA THRU 4210-EXIT
              VARYING WRK-IDX-TURMA FROM 1 BY 1
              UNTIL WRK-IDX-TURMA > WRK-QTD-TURMAS.
       4200-EXIT.
           EXIT.

       4210-LISTAR-TURMA.
           MOVE WRK-TT-IDX-CAMPUS(WRK-IDX-TURMA) TO WRK-IDX-CAMPUS.
           PERFORM 4900-RESOLVER-CAMPUS THRU 4900-EXIT.
           MOVE SPACES TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLASSIFICACAO DA TURMA ' DELIMITED BY SIZE
                  WRK-TT-CURSO(WRK-IDX-TURMA) DELIMITED BY SIZE
                  ' - CAMPUS '              DELIMITED BY SIZE
                  WRK-CAMPUS-CODIGO         DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           PERFORM 4220-LISTAR-POSICAO-TURMA THRU 4220-EXIT
              VARYING WRK-POS FROM 1 BY 1
              UNTIL WRK-POS > WRK-TT-QTD(WRK-IDX-TURMA).
       4210-EXIT.
           EXIT.

       4220-LISTAR-POSICAO-TURMA.
           PERFORM 4230-LISTAR-NOTA THRU 4230-EXIT
              VARYING WRK-IDX2 FROM 1 BY 1
              UNTIL WRK-IDX2 > WRK-QTD-NOTAS.
       4220-EXIT.
           EXIT.

       4230-LISTAR-NOTA.
           IF WRK-TN-CURSO(WRK-IDX2) NOT = WRK-TT-CURSO(WRK-IDX-TURMA)
              OR WRK-TN-IDX-CAMPUS(WRK-IDX2) NOT = WRK-IDX-CAMPUS
              OR WRK-TN-POSICAO(WRK-IDX2) NOT = WRK-POS
              GO TO 4230-EXIT
           END-IF.
           MOVE WRK-TN-ALUNO(WRK-IDX2) TO WRK-IDX.
           MOVE WRK-POS TO WRK-POS-ED.
           MOVE WRK-TN-MEDIA(WRK-IDX2) TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-POS-ED                DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TA-MATRICULA(WRK-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TA-NOME(WRK-IDX)      DELIMITED BY SIZE
                  ' MEDIA '                 DELIMITED BY SIZE
                  WRK-MEDIA-ED              DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
       4230-EXIT.
           EXIT.

      *****************************************************************
      * 4400-QUADRO-HONRA - Alunos de cada campus com a marca de
      * quadro de honra, na ordem da classificacao do campus.
      *****************************************************************
       4400-QUADRO-HONRA.
           MOVE SPACES TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           MOVE WRK-CR-CORTE TO WRK-CR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'QUADRO DE HONRA - TERMO ' DELIMITED BY SIZE
                  WRK-TERMO                 DELIMITED BY SIZE
                  ' - CR IGUAL OU ACIMA DE ' DELIMITED BY SIZE
                  WRK-CR-ED                 DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           IF WRK-QTD-HONRA = 0
              MOVE '  NENHUM ALUNO ATINGIU O CORTE' TO CR-REPORT-REC
              WRITE CR-REPORT-REC
              GO TO 4400-EXIT
           END-IF.
           PERFORM 4410-HONRA-CAMPUS THRU 4410-EXIT
              VARYING WRK-IDX-CAMPUS FROM 1 BY 1
              UNTIL WRK-IDX-CAMPUS > 3.
       4400-EXIT.
           EXIT.

       4410-HONRA-CAMPUS.
           PERFORM 4420-HONRA-POSICAO THRU 4420-EXIT
              VARYING WRK-POS FROM 1 BY 1
              UNTIL WRK-POS > WRK-CAMPUS-QTD(WRK-IDX-CAMPUS).
       4410-EXIT.
           EXIT.

       4420-HONRA-POSICAO.
           PERFORM 4430-HONRA-ALUNO THRU 4430-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ALUNOS.
       4420-EXIT.
           EXIT.

       4430-HONRA-ALUNO.
           IF WRK-TA-HONRA(WRK-IDX) NOT = 'S'
              OR WRK-TA-IDX-CAMPUS(WRK-IDX) NOT = WRK-IDX-CAMPUS
              OR WRK-TA-POSICAO(WRK-IDX) NOT = WRK-POS
              GO TO 4430-EXIT
           END-IF.
           PERFORM 4800-LINHA-ALUNO THRU 4800-EXIT.
       4430-EXIT.
           EXIT.

      *****************************************************************
      * 4600-GRAVAR-COEFICIENTES - Grava (ou regrava) o CR de cada
      * aluno apurado em COEFICIENTE, criando o arquivo vazio na
      * primeira execucao.
      *****************************************************************
       4600-GRAVAR-COEFICIENTES.
           OPEN I-O COEFICIENTE.
           IF WRK-CO-STATUS = '35'
              OPEN OUTPUT COEFICIENTE
              CLOSE COEFICIENTE
              OPEN I-O COEFICIENTE
           END-IF.
           IF WRK-CO-STATUS NOT = '00'
              DISPLAY 'COEFICIENTE INDISPONIVEL - STATUS '
                      WRK-CO-STATUS
              MOVE 8 TO RETURN-CODE
              GO TO 4600-EXIT
           END-IF.
           PERFORM 4610-GRAVAR-ALUNO THRU 4610-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ALUNOS.
           CLOSE COEFICIENTE.
       4600-EXIT.
           EXIT.

       4610-GRAVAR-ALUNO.
           MOVE WRK-TA-MATRICULA(WRK-IDX) TO CO-MATRICULA.
           MOVE WRK-TERMO                 TO CO-TERMO.
           MOVE WRK-TA-CR-TERMO(WRK-IDX)  TO CO-CR-TERMO.
           MOVE WRK-TA-CH-TERMO(WRK-IDX)  TO CO-CH-TERMO.
           MOVE WRK-TA-CR-ACUM(WRK-IDX)   TO CO-CR-ACUMULADO.
           MOVE WRK-TA-CH-ACUM(WRK-IDX)   TO CO-CH-ACUMULADA.
           MOVE WRK-TA-CAMPUS(WRK-IDX)    TO CO-CAMPUS.
           MOVE WRK-TA-POSICAO(WRK-IDX)   TO CO-POSICAO-CAMPUS.
           MOVE WRK-TA-IDX-CAMPUS(WRK-IDX) TO WRK-IDX-CAMPUS.
           IF WRK-TA-CH-TERMO(WRK-IDX) > 0
              MOVE WRK-CAMPUS-QTD(WRK-IDX-CAMPUS) TO CO-QTD-CAMPUS
           ELSE
              MOVE ZEROS TO CO-QTD-CAMPUS
           END-IF.
           MOVE WRK-TA-HONRA(WRK-IDX)     TO CO-HONRA.
           MOVE WRK-DATA-HOJE             TO CO-DATA-CALCULO.
           WRITE COEFICIENTE-REC
               INVALID KEY
                  REWRITE COEFICIENTE-REC
           END-WRITE.
           ADD 1 TO WRK-QTD-GRAVADOS.
       4610-EXIT.
           EXIT.

      *****************************************************************
      * 4800-LINHA-ALUNO - Linha de classificacao do aluno WRK-IDX.
      *****************************************************************
       4800-LINHA-ALUNO.
           MOVE WRK-TA-POSICAO(WRK-IDX)  TO WRK-POS-ED.
           MOVE WRK-TA-CR-TERMO(WRK-IDX) TO WRK-CR-ED.
           MOVE WRK-TA-CR-ACUM(WRK-IDX)  TO WRK-CR-ACUM-ED.
           MOVE WRK-TA-CH-TERMO(WRK-IDX) TO WRK-CH-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-POS-ED                DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TA-MATRICULA(WRK-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TA-NOME(WRK-IDX)      DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WRK-CR-ED                 DELIMITED BY SIZE
                  '    '                    DELIMITED BY SIZE
                  WRK-CR-ACUM-ED            DELIMITED BY SIZE
                  '     '                   DELIMITED BY SIZE
                  WRK-CH-ED                 DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
       4800-EXIT.
           EXIT.

      *****************************************************************
      * 4900-RESOLVER-CAMPUS - Codigo e nome do campus WRK-IDX-CAMPUS
      * (3 = codigo fora da tabela de INSTCFG).
      *****************************************************************
       4900-RESOLVER-CAMPUS.
           IF WRK-IDX-CAMPUS < 3
              MOVE INST-CAMPUS-CODIGO(WRK-IDX-CAMPUS)
                TO WRK-CAMPUS-CODIGO
              MOVE INST-CAMPUS-NOME(WRK-IDX-CAMPUS)
                TO WRK-CAMPUS-NOME
           ELSE
              MOVE '??' TO WRK-CAMPUS-CODIGO
              MOVE 'CAMPUS NAO CADASTRADO' TO WRK-CAMPUS-NOME
           END-IF.
       4900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo e trailer no relatorio (alunos
      * classificados e soma dos CR do termo).
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLASSIFICADOS: '   DELIMITED BY SIZE
                  WRK-BT-CONTADOR     DELIMITED BY SIZE
                  ' HONRA: '          DELIMITED BY SIZE
                  WRK-QTD-HONRA       DELIMITED BY SIZE
                  ' FORA DO CR (AU): ' DELIMITED BY SIZE
                  WRK-QTD-EXCLUIDOS   DELIMITED BY SIZE
                  ' SEM CH: '         DELIMITED BY SIZE
                  WRK-QTD-SEM-CARGA   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'APROVEITADOS FORA DO CR: ' DELIMITED BY SIZE
                  WRK-QTD-APROVEITADOS        DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CR-REPORT-REC.
           WRITE CR-REPORT-REC.
           DISPLAY WRK-LINHA.
           DISPLAY 'COEFICIENTES GRAVADOS: ' WRK-QTD-GRAVADOS.
           MOVE SPACES TO CR-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE CR-REPORT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CR-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CR-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CR-REPORT' TO AG-RELATORIO.
           MOVE 'CALCULA-CR' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CR-REPORT-RELIDO.
           MOVE WRK-QTD-ALUNOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CR-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CR-REPORT-RELIDO-REC TO AG-LINHA.
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
           MOVE WRK-QTD-ALUNOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'CALCULA-CR' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
