       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RISCO-ACADEMICO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Alerta precoce de alunos em risco no meio do termo,
      *           rodado semanalmente, para a coordenacao comecar o
      *           aconselhamento antes de CONDICIONAIS-IF gravar o
      *           REPROVADO ou APURA-PRESENCA cortar o aluno por
      *           falta. Cada curso em andamento de aluno ativo (vagas
      *           de SM-CURSOS e continuacao em ALUNO-CURSO sem
      *           resultado) e avaliado pelos motivos:
      *             FR - frequencia do termo em PRESENCA abaixo do
      *                  minimo de PARM-FREQ mais a margem de alerta
      *                  (padrao 10 pontos, MARGEM=nn no PARM);
      *             NP - nota parcial retida em NOTAS-PENDENTES com
      *                  media abaixo de PARM-NOTA-RECUP;
      *             PR - REPROVADO anterior em um pre-requisito do
      *                  curso (CUR-PRE-REQ1/2), pelo espelho
      *                  HIST-NOTAS-IX.
      *           A lista de trabalho sai em RISCO-REPORT agrupada por
      *           curso, com o instrutor do curso resolvido em
      *           EMP-MASTER e os codigos de motivo de cada aluno.
      *           Trailer padrao: alunos/curso sinalizados e soma das
      *           frequencias apuradas.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Falta coberta por justificativa aprovada
      *                    (JUSTIFICATIVA) conta como presenca no motivo
      *                    FR, como em APURA-PRESENCA.
      * 15/10/2026 Tutu - NOTAS-PENDENTES ampliado com o operador e a
      *                    data do lancamento: RECORD CONTAINS 70 -> 98.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de RISCO-REPORT guardada no arquivo de
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
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-AC-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT HIST-NOTAS-IX ASSIGN TO "HIST-NOTAS-IX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT PRESENCA ASSIGN TO "PRESENCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
           SELECT JUSTIFICATIVA ASSIGN TO "JUSTIFICATIVA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-CHAVE
               FILE STATUS IS WRK-JU-STATUS.
           SELECT NOTAS-PENDENTES ASSIGN TO "NOTAS-PENDENTES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PEND-STATUS.
           SELECT PARM-NOTA-IN ASSIGN TO "PARM-NOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT PARM-FREQ-IN ASSIGN TO "PARM-FREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FREQ-STATUS.
           SELECT RISCO-REPORT ASSIGN TO "RISCO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RISCO-REPORT-RELIDO ASSIGN TO "RISCO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  PRESENCA
           RECORD CONTAINS 27 CHARACTERS.
           COPY PRESENCA.

       FD  JUSTIFICATIVA.
           COPY JUSTIF.

       FD  NOTAS-PENDENTES
           RECORD CONTAINS 98 CHARACTERS.
           COPY NOTAPEND.

       FD  PARM-NOTA-IN
           RECORD CONTAINS 27 CHARACTERS.
           COPY PARMNOTA REPLACING PARM-NOTA-REC BY PARM-NOTA-REC-IN.

       FD  PARM-FREQ-IN
           RECORD CONTAINS 3 CHARACTERS.
           COPY PARMFREQ REPLACING PARM-FREQ-REC BY PARM-FREQ-REC-IN.

       FD  RISCO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  RISCO-REPORT-REC        PIC X(80).
           COPY TRAILER.

       FD  RISCO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  RISCO-REPORT-RELIDO-REC  PIC X(80).
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
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PEND-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-PARM-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FREQ-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-CURSO      PIC X(01)      VALUE 'N'.
           88 FIM-CURSO                      VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-AC-SCAN    PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                    VALUE 'S'.
       77  WRK-FIM-PR         PIC X(01)      VALUE 'N'.
           88 FIM-PR                         VALUE 'S'.
       77  WRK-JU-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-TEM-JUST       PIC X(01)      VALUE 'N'.
           88 TEM-JUSTIFICATIVA              VALUE 'S'.
       77  WRK-FIM-JUST       PIC X(01)      VALUE 'N'.
           88 FIM-JUST                       VALUE 'S'.
       77  WRK-DIA-JUSTIFICADO PIC X(01)     VALUE 'N'.
           88 DIA-JUSTIFICADO                VALUE 'S'.
       77  WRK-FIM-PEND       PIC X(01)      VALUE 'N'.
           88 FIM-PEND                       VALUE 'S'.
       77  WRK-FIM-HNI        PIC X(01)      VALUE 'N'.
           88 FIM-HNI                        VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-TEM-HNI        PIC X(01)      VALUE 'N'.
           88 TEM-HIST-IX                    VALUE 'S'.
       77  WRK-TEM-EMP        PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       77  WRK-REPROVOU       PIC X(01)      VALUE 'N'.
           88 REPROVOU-PRE-REQ               VALUE 'S'.
       01  WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-EXEC    PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-EXEC    PIC 9(02)      VALUE ZEROS.
       77  WRK-TERMO          PIC X(06)      VALUE SPACES.
       01  WRK-DATA-INI.
           05 WRK-INI-ANO     PIC X(04)      VALUE SPACES.
           05 WRK-INI-MMDD    PIC X(04)      VALUE SPACES.
       77  WRK-NOTA-RECUP     PIC 9(02)V9    VALUE 2,0.
       77  WRK-FREQ-MINIMA    PIC 9(03)      VALUE 075.
       77  WRK-MARGEM         PIC 9(02)      VALUE 10.
       77  WRK-FREQ-ALERTA    PIC 9(03)      VALUE ZEROS.
      *
      * Cursos do cadastro (ate 300), com instrutor e pre-requisitos.
       01  WRK-TAB-CURSOS.
           05 WRK-CURSO-ENT OCCURS 300 TIMES.
              10 WRK-TC-CODIGO      PIC X(08).
              10 WRK-TC-NOME        PIC X(30).
              10 WRK-TC-INSTRUTOR   PIC X(06).
              10 WRK-TC-PRE-REQ1    PIC X(08).
              10 WRK-TC-PRE-REQ2    PIC X(08).
       77  WRK-QTD-CURSOS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-CURSO      PIC 9(03) COMP VALUE ZERO.
      *
      * Aulas e presencas do termo por matricula/curso (ate 6000).
       01  WRK-TAB-FREQ.
           05 WRK-FREQ-ENT OCCURS 6000 TIMES.
              10 WRK-TF-MATRICULA   PIC X(10).
              10 WRK-TF-CURSO       PIC X(08).
              10 WRK-TF-AULAS       PIC 9(05) COMP.
              10 WRK-TF-PRESENTES   PIC 9(05) COMP.
       77  WRK-QTD-FREQ       PIC 9(04) COMP VALUE ZERO.
      *
      * Alunos/curso sinalizados (ate 3000), com os motivos.
       01  WRK-TAB-RISCO.
           05 WRK-RISCO-ENT OCCURS 3000 TIMES.
              10 WRK-TR-MATRICULA   PIC X(10).
              10 WRK-TR-NOME        PIC X(20).
              10 WRK-TR-CURSO       PIC X(08).
              10 WRK-TR-FREQ        PIC 9(03).
              10 WRK-TR-TEM-FREQ    PIC X(01).
              10 WRK-TR-MEDIA       PIC 9(02)V9.
              10 WRK-TR-MOTIVO-FR   PIC X(02).
              10 WRK-TR-MOTIVO-NP   PIC X(02).
              10 WRK-TR-MOTIVO-PR   PIC X(02).
              10 WRK-TR-LISTADO     PIC X(01).
       77  WRK-QTD-RISCO      PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-SLOT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-MAT-AVAL       PIC X(10)      VALUE SPACES.
       77  WRK-NOME-AVAL      PIC X(20)      VALUE SPACES.
       77  WRK-CURSO-AVAL     PIC X(08)      VALUE SPACES.
       77  WRK-PRE-REQ        PIC X(08)      VALUE SPACES.
       77  WRK-FREQ           PIC 9(03)      VALUE ZEROS.
       77  WRK-TEM-FREQ       PIC X(01)      VALUE 'N'.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-AVALIADOS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-FR         PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NP         PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PR         PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NO-CURSO   PIC 9(05)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(09)      VALUE ZEROS.
       77  WRK-NOME-INSTRUTOR PIC X(20)      VALUE SPACES.
       77  WRK-FREQ-ED        PIC ZZ9        VALUE ZEROS.
       77  WRK-MEDIA-ED       PIC Z9,9       VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 1300-CONTAR-PRESENCA THRU 1300-EXIT.
           PERFORM 2000-AVALIAR-ALUNOS THRU 2000-EXIT.
           PERFORM 3000-AVALIAR-PENDENTES THRU 3000-EXIT.
           PERFORM 4000-EMITIR-LISTA THRU 4000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Termo corrente (meses 1-6 = periodo 01,
      * 7-12 = periodo 02), margem de alerta do PARM, corte de
      * recuperacao de PARM-NOTA e minimo de presenca de PARM-FREQ
      * (padroes 2,0 e 75 quando ausentes) e cadastro de cursos. Sem
      * cadastro de cursos nao ha pre-requisito nem instrutor para a
      * lista (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-ANO-EXEC TO WRK-TERMO(1:4) WRK-INI-ANO.
           IF WRK-MES-EXEC <= 6
              MOVE '01'   TO WRK-TERMO(5:2)
              MOVE '0101' TO WRK-INI-MMDD
           ELSE
              MOVE '02'   TO WRK-TERMO(5:2)
              MOVE '0701' TO WRK-INI-MMDD
           END-IF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:7) = 'MARGEM='
              AND WRK-PARM-JCL-TEXTO(8:2) IS NUMERIC
              MOVE WRK-PARM-JCL-TEXTO(8:2) TO WRK-MARGEM
           END-IF.
           OPEN INPUT PARM-NOTA-IN.
           IF WRK-PARM-STATUS = '00'
              READ PARM-NOTA-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PARM-NOTA-RECUP TO WRK-NOTA-RECUP
              END-READ
              CLOSE PARM-NOTA-IN
           END-IF.
           OPEN INPUT PARM-FREQ-IN.
           IF WRK-FREQ-STATUS = '00'
              READ PARM-FREQ-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PARM-FREQ-MINIMA TO WRK-FREQ-MINIMA
              END-READ
              CLOSE PARM-FREQ-IN
           END-IF.
           COMPUTE WRK-FREQ-ALERTA = WRK-FREQ-MINIMA + WRK-MARGEM.
           IF WRK-FREQ-ALERTA > 100
              MOVE 100 TO WRK-FREQ-ALERTA
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - SEM LISTA DE RISCO'
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
           OPEN OUTPUT RISCO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
           MOVE WRK-FREQ-ALERTA TO WRK-FREQ-ED.
           MOVE WRK-NOTA-RECUP  TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNOS EM RISCO - TERMO ' DELIMITED BY SIZE
                  WRK-TERMO                  DELIMITED BY SIZE
                  '  FR < '                  DELIMITED BY SIZE
                  WRK-FREQ-ED                DELIMITED BY SIZE
                  '%  NP < '                 DELIMITED BY SIZE
                  WRK-MEDIA-ED               DELIMITED BY SIZE
                  '  PR = PRE-REQ REPROVADO' DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
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
           MOVE CUR-CODIGO    TO WRK-TC-CODIGO(WRK-QTD-CURSOS).
           MOVE CUR-NOME      TO WRK-TC-NOME(WRK-QTD-CURSOS).
           MOVE CUR-INSTRUTOR TO WRK-TC-INSTRUTOR(WRK-QTD-CURSOS).
           MOVE CUR-PRE-REQ1  TO WRK-TC-PRE-REQ1(WRK-QTD-CURSOS).
           MOVE CUR-PRE-REQ2  TO WRK-TC-PRE-REQ2(WRK-QTD-CURSOS).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CONTAR-PRESENCA - Aulas e presencas do termo corrente,
      * ate hoje, por matricula/curso. Falta coberta por
      * justificativa aprovada conta como presenca, como na apuracao
      * de APURA-PRESENCA.
      *****************************************************************
       1300-CONTAR-PRESENCA.
           OPEN INPUT PRESENCA.
           IF WRK-PR-STATUS NOT = '00'
              DISPLAY 'PRESENCA AUSENTE - MOTIVO FR NAO AVALIADO'
              GO TO 1300-EXIT
           END-IF.
           OPEN INPUT JUSTIFICATIVA.
           IF WRK-JU-STATUS = '00'
              MOVE 'S' TO WRK-TEM-JUST
           END-IF.
           PERFORM 1310-LER-PRESENCA THRU 1310-EXIT
              UNTIL FIM-PR.
           CLOSE PRESENCA.
           IF TEM-JUSTIFICATIVA
              CLOSE JUSTIFICATIVA
           END-IF.
       1300-EXIT.
           EXIT.

       1310-LER-PRESENCA.
           READ PRESENCA
               AT END
                  SET FIM-PR TO TRUE
                  GO TO 1310-EXIT
           END-READ.
           IF PR-DATA < WRK-DATA-INI OR PR-DATA > WRK-DATA-EXEC
              GO TO 1310-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 1320-LOCALIZAR-FREQ THRU 1320-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-FREQ OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-FREQ >= 6000
                 ADD 1 TO WRK-QTD-DESCARTADOS
                 GO TO 1310-EXIT
              END-IF
              ADD 1 TO WRK-QTD-FREQ
              MOVE WRK-QTD-FREQ TO WRK-IDX-ACHADO
              MOVE PR-MATRICULA TO WRK-TF-MATRICULA(WRK-IDX-ACHADO)
              MOVE PR-CURSO     TO WRK-TF-CURSO(WRK-IDX-ACHADO)
              MOVE ZEROS        TO WRK-TF-AULAS(WRK-IDX-ACHADO)
                                   WRK-TF-PRESENTES(WRK-IDX-ACHADO)
           END-IF.
           ADD 1 TO WRK-TF-AULAS(WRK-IDX-ACHADO).
           IF PR-COMPARECEU
              ADD 1 TO WRK-TF-PRESENTES(WRK-IDX-ACHADO)
           ELSE
              PERFORM 1330-CONFERIR-JUSTIFICATIVA THRU 1330-EXIT
              IF DIA-JUSTIFICADO
                 ADD 1 TO WRK-TF-PRESENTES(WRK-IDX-ACHADO)
              END-IF
           END-IF.
       1310-EXIT.
           EXIT.

       1320-LOCALIZAR-FREQ.
           IF WRK-TF-MATRICULA(WRK-IDX) = PR-MATRICULA
              AND WRK-TF-CURSO(WRK-IDX) = PR-CURSO
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       1320-EXIT.
           EXIT.

      *****************************************************************
      * 1330-CONFERIR-JUSTIFICATIVA - Percorre as justificativas do
      * aluno no curso ligando DIA-JUSTIFICADO quando uma aprovada
      * cobre a data da falta.
      *****************************************************************
       1330-CONFERIR-JUSTIFICATIVA.
           MOVE 'N' TO WRK-DIA-JUSTIFICADO.
           IF NOT TEM-JUSTIFICATIVA
              GO TO 1330-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-JUST.
           MOVE PR-MATRICULA TO JU-MATRICULA.
           MOVE PR-CURSO     TO JU-CURSO.
           MOVE ZEROS        TO JU-DATA-INI.
           START JUSTIFICATIVA KEY IS NOT LESS THAN JU-CHAVE
               INVALID KEY GO TO 1330-EXIT
           END-START.
           PERFORM 1340-LER-JUSTIFICATIVA THRU 1340-EXIT
              UNTIL FIM-JUST OR DIA-JUSTIFICADO.
       1330-EXIT.
           EXIT.

       1340-LER-JUSTIFICATIVA.
           READ JUSTIFICATIVA NEXT RECORD
               AT END
                  SET FIM-JUST TO TRUE
                  GO TO 1340-EXIT
           END-READ.
           IF JU-MATRICULA NOT = PR-MATRICULA
              OR JU-CURSO NOT = PR-CURSO
              OR JU-DATA-INI > PR-DATA
              SET FIM-JUST TO TRUE
              GO TO 1340-EXIT
           END-IF.
           IF JU-APROVADA AND PR-DATA NOT > JU-DATA-FIM
              MOVE 'S' TO WRK-DIA-JUSTIFICADO
           END-IF.
       1340-EXIT.
           EXIT.

      *****************************************************************
      * 2000-AVALIAR-ALUNOS - Cada aluno ativo tem os seus cursos em
      * andamento avaliados pelos motivos FR e PR.
      *****************************************************************
       2000-AVALIAR-ALUNOS.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA A AVALIAR'
              GO TO 2000-EXIT
           END-IF.
           OPEN INPUT ALUNO-CURSO.
           IF WRK-AC-STATUS = '00'
              SET TEM-ALUNO-CURSO TO TRUE
           END-IF.
           OPEN INPUT HIST-NOTAS-IX.
           IF WRK-HNI-STATUS = '00'
              SET TEM-HIST-IX TO TRUE
           ELSE
              DISPLAY 'ESPELHO HIST-NOTAS-IX AUSENTE - MOTIVO PR '
                      'NAO AVALIADO'
           END-IF.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
               INVALID KEY SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 2100-AVALIAR-ALUNO THRU 2100-EXIT
              UNTIL FIM-ALUNOS.
           CLOSE STUDENT-MASTER.
           IF TEM-ALUNO-CURSO
              CLOSE ALUNO-CURSO
           END-IF.
           IF TEM-HIST-IX
              CLOSE HIST-NOTAS-IX
           END-IF.
       2000-EXIT.
           EXIT.

       2100-AVALIAR-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF NOT SM-MAT-ATIVA
              GO TO 2100-EXIT
           END-IF.
           MOVE SM-MATRICULA TO WRK-MAT-AVAL.
           MOVE SM-NOME      TO WRK-NOME-AVAL.
           PERFORM 2110-AVALIAR-VAGA THRU 2110-EXIT
              VARYING WRK-IDX-SLOT FROM 1 BY 1
              UNTIL WRK-IDX-SLOT > 5.
           IF NOT TEM-ALUNO-CURSO
              GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AC-SCAN.
           MOVE SM-MATRICULA TO AC-MATRICULA.
           MOVE LOW-VALUES   TO AC-CURSO.
           START ALUNO-CURSO KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY SET FIM-AC-SCAN TO TRUE
           END-START.
           PERFORM 2120-AVALIAR-EXCEDENTE THRU 2120-EXIT
              UNTIL FIM-AC-SCAN.
       2100-EXIT.
           EXIT.

       2110-AVALIAR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-SLOT) NOT = SPACES
              AND SM-CURSO-RESULTADO(WRK-IDX-SLOT) = SPACES
              MOVE SM-CURSO-ID(WRK-IDX-SLOT) TO WRK-CURSO-AVAL
              PERFORM 2200-AVALIAR-CURSO THRU 2200-EXIT
           END-IF.
       2110-EXIT.
           EXIT.

       2120-AVALIAR-EXCEDENTE.
           READ ALUNO-CURSO NEXT RECORD
               AT END
                  SET FIM-AC-SCAN TO TRUE
                  GO TO 2120-EXIT
           END-READ.
           IF AC-MATRICULA NOT = SM-MATRICULA
              SET FIM-AC-SCAN TO TRUE
              GO TO 2120-EXIT
           END-IF.
           IF AC-RESULTADO = SPACES
              MOVE AC-CURSO TO WRK-CURSO-AVAL
              PERFORM 2200-AVALIAR-CURSO THRU 2200-EXIT
           END-IF.
       2120-EXIT.
           EXIT.

      *****************************************************************
      * 2200-AVALIAR-CURSO - Motivos FR e PR de um curso em andamento
      * (WRK-CURSO-AVAL) do aluno corrente.
      *****************************************************************
       2200-AVALIAR-CURSO.
           ADD 1 TO WRK-QTD-AVALIADOS.
           MOVE 'N' TO WRK-TEM-FREQ.
           MOVE ZEROS TO WRK-FREQ.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2210-PROCURAR-FREQ THRU 2210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-FREQ OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              COMPUTE WRK-FREQ ROUNDED =
                  (WRK-TF-PRESENTES(WRK-IDX-ACHADO) * 100)
                  / WRK-TF-AULAS(WRK-IDX-ACHADO)
              MOVE 'S' TO WRK-TEM-FREQ
              IF WRK-FREQ < WRK-FREQ-ALERTA
                 PERFORM 2800-SINALIZAR THRU 2800-EXIT
                 IF WRK-IDX-ACHADO > 0
                    MOVE 'FR' TO WRK-TR-MOTIVO-FR(WRK-IDX-ACHADO)
                    ADD 1 TO WRK-QTD-FR
                 END-IF
              END-IF
           END-IF.
           IF NOT TEM-HIST-IX
              GO TO 2200-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-CURSO.
           PERFORM 2220-PROCURAR-CURSO THRU 2220-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS OR WRK-IDX-CURSO > 0.
           IF WRK-IDX-CURSO = 0
              GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-REPROVOU.
           IF WRK-TC-PRE-REQ1(WRK-IDX-CURSO) NOT = SPACES
              MOVE WRK-TC-PRE-REQ1(WRK-IDX-CURSO) TO WRK-PRE-REQ
              PERFORM 2300-CONFERIR-PRE-REQ THRU 2300-EXIT
           END-IF.
           IF WRK-TC-PRE-REQ2(WRK-IDX-CURSO) NOT = SPACES
              MOVE WRK-TC-PRE-REQ2(WRK-IDX-CURSO) TO WRK-PRE-REQ
              PERFORM 2300-CONFERIR-PRE-REQ THRU 2300-EXIT
           END-IF.
           IF REPROVOU-PRE-REQ
              PERFORM 2800-SINALIZAR THRU 2800-EXIT
              IF WRK-IDX-ACHADO > 0
                 MOVE 'PR' TO WRK-TR-MOTIVO-PR(WRK-IDX-ACHADO)
                 ADD 1 TO WRK-QTD-PR
              END-IF
           END-IF.
       2200-EXIT.
           EXIT.

       2210-PROCURAR-FREQ.
           IF WRK-TF-MATRICULA(WRK-IDX) = WRK-MAT-AVAL
              AND WRK-TF-CURSO(WRK-IDX) = WRK-CURSO-AVAL
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2210-EXIT.
           EXIT.

       2220-PROCURAR-CURSO.
           IF WRK-TC-CODIGO(WRK-IDX) = WRK-CURSO-AVAL
              MOVE WRK-IDX TO WRK-IDX-CURSO
           END-IF.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CONFERIR-PRE-REQ - Algum termo do pre-requisito
      * WRK-PRE-REQ com REPROVADO no espelho do historico do aluno.
      *****************************************************************
       2300-CONFERIR-PRE-REQ.
           MOVE 'N' TO WRK-FIM-HNI.
           MOVE SM-MATRICULA TO HNI-MATRICULA.
           MOVE WRK-PRE-REQ  TO HNI-CURSO.
           MOVE LOW-VALUES   TO HNI-TERMO.
           START HIST-NOTAS-IX KEY IS NOT LESS THAN HNI-CHAVE
               INVALID KEY SET FIM-HNI TO TRUE
           END-START.
           PERFORM 2310-LER-PRE-REQ THRU 2310-EXIT
              UNTIL FIM-HNI.
       2300-EXIT.
           EXIT.

       2310-LER-PRE-REQ.
           READ HIST-NOTAS-IX NEXT RECORD
               AT END
                  SET FIM-HNI TO TRUE
                  GO TO 2310-EXIT
           END-READ.
           IF HNI-MATRICULA NOT = SM-MATRICULA
              OR HNI-CURSO NOT = WRK-PRE-REQ
              SET FIM-HNI TO TRUE
              GO TO 2310-EXIT
           END-IF.
           IF HNI-RESULTADO = 'REPROVADO'
              SET REPROVOU-PRE-REQ TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2800-SINALIZAR - Localiza (ou abre) a entrada de risco do
      * aluno corrente no curso WRK-CURSO-AVAL e devolve o indice em
      * WRK-IDX-ACHADO (zero quando a tabela esta cheia).
      *****************************************************************
       2800-SINALIZAR.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2810-PROCURAR-RISCO THRU 2810-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-RISCO OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO > 0
              GO TO 2800-EXIT
           END-IF.
           IF WRK-QTD-RISCO >= 3000
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 2800-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-RISCO.
           MOVE WRK-QTD-RISCO  TO WRK-IDX-ACHADO.
           MOVE WRK-MAT-AVAL   TO WRK-TR-MATRICULA(WRK-IDX-ACHADO).
           MOVE WRK-NOME-AVAL  TO WRK-TR-NOME(WRK-IDX-ACHADO).
           MOVE WRK-CURSO-AVAL TO WRK-TR-CURSO(WRK-IDX-ACHADO).
           MOVE WRK-FREQ       TO WRK-TR-FREQ(WRK-IDX-ACHADO).
           MOVE WRK-TEM-FREQ   TO WRK-TR-TEM-FREQ(WRK-IDX-ACHADO).
           MOVE ZEROS          TO WRK-TR-MEDIA(WRK-IDX-ACHADO).
           MOVE SPACES         TO WRK-TR-MOTIVO-FR(WRK-IDX-ACHADO)
                                  WRK-TR-MOTIVO-NP(WRK-IDX-ACHADO)
                                  WRK-TR-MOTIVO-PR(WRK-IDX-ACHADO).
           MOVE 'N'            TO WRK-TR-LISTADO(WRK-IDX-ACHADO).
       2800-EXIT.
           EXIT.

       2810-PROCURAR-RISCO.
           IF WRK-TR-MATRICULA(WRK-IDX) = WRK-MAT-AVAL
              AND WRK-TR-CURSO(WRK-IDX) = WRK-CURSO-AVAL
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2810-EXIT.
           EXIT.

      *****************************************************************
      * 3000-AVALIAR-PENDENTES - Notas parciais retidas em
      * NOTAS-PENDENTES com media abaixo do corte de recuperacao
      * sinalizam o aluno no curso do lote (motivo NP).
      *****************************************************************
       3000-AVALIAR-PENDENTES.
           OPEN INPUT NOTAS-PENDENTES.
           IF WRK-PEND-STATUS NOT = '00'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-LER-PENDENTE THRU 3100-EXIT
              UNTIL FIM-PEND.
           CLOSE NOTAS-PENDENTES.
       3000-EXIT.
           EXIT.

       3100-LER-PENDENTE.
           READ NOTAS-PENDENTES
               AT END
                  SET FIM-PEND TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF NP-MATRICULA(1:7) = 'TRAILER'
              OR NP-MEDIA >= WRK-NOTA-RECUP
              GO TO 3100-EXIT
           END-IF.
           MOVE NP-MATRICULA TO WRK-MAT-AVAL.
           MOVE NP-NOME      TO WRK-NOME-AVAL.
           MOVE NP-CURSO     TO WRK-CURSO-AVAL.
           MOVE 'N'          TO WRK-TEM-FREQ.
           MOVE ZEROS        TO WRK-FREQ.
           PERFORM 2800-SINALIZAR THRU 2800-EXIT.
           IF WRK-IDX-ACHADO > 0
              MOVE 'NP'     TO WRK-TR-MOTIVO-NP(WRK-IDX-ACHADO)
              MOVE NP-MEDIA TO WRK-TR-MEDIA(WRK-IDX-ACHADO)
              ADD 1 TO WRK-QTD-NP
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-EMITIR-LISTA - Lista de trabalho da coordenacao: um bloco
      * por curso do cadastro com aluno sinalizado, encabecado pelo
      * instrutor; ao final, os cursos fora do cadastro.
      *****************************************************************
       4000-EMITIR-LISTA.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           END-IF.
           PERFORM 4100-EMITIR-CURSO THRU 4100-EXIT
              VARYING WRK-IDX-CURSO FROM 1 BY 1
              UNTIL WRK-IDX-CURSO > WRK-QTD-CURSOS.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           MOVE ZEROS TO WRK-QTD-NO-CURSO.
           PERFORM 4300-EMITIR-AVULSO THRU 4300-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-RISCO.
       4000-EXIT.
           EXIT.

       4100-EMITIR-CURSO.
           MOVE ZEROS TO WRK-QTD-NO-CURSO.
           PERFORM 4200-EMITIR-ALUNO THRU 4200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-RISCO.
       4100-EXIT.
           EXIT.

       4200-EMITIR-ALUNO.
           IF WRK-TR-CURSO(WRK-IDX) NOT = WRK-TC-CODIGO(WRK-IDX-CURSO)
              GO TO 4200-EXIT
           END-IF.
           IF WRK-QTD-NO-CURSO = 0
              PERFORM 4400-CABECALHO-CURSO THRU 4400-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-NO-CURSO.
           PERFORM 4500-LINHA-ALUNO THRU 4500-EXIT.
       4200-EXIT.
           EXIT.

       4300-EMITIR-AVULSO.
           IF WRK-TR-LISTADO(WRK-IDX) = 'S'
              GO TO 4300-EXIT
           END-IF.
           IF WRK-QTD-NO-CURSO = 0
              MOVE SPACES TO RISCO-REPORT-REC
              WRITE RISCO-REPORT-REC
              MOVE 'CURSOS FORA DO CADASTRO' TO RISCO-REPORT-REC
              WRITE RISCO-REPORT-REC
           END-IF.
           ADD 1 TO WRK-QTD-NO-CURSO.
           PERFORM 4500-LINHA-ALUNO THRU 4500-EXIT.
       4300-EXIT.
           EXIT.

       4400-CABECALHO-CURSO.
           MOVE SPACES TO WRK-NOME-INSTRUTOR.
           IF WRK-TC-INSTRUTOR(WRK-IDX-CURSO) = SPACES
              MOVE 'SEM INSTRUTOR' TO WRK-NOME-INSTRUTOR
           ELSE
              IF TEM-EMP-MASTER
                 MOVE WRK-TC-INSTRUTOR(WRK-IDX-CURSO) TO EM-ID
                 READ EMP-MASTER
                     INVALID KEY
                        MOVE 'FORA DO CADASTRO' TO WRK-NOME-INSTRUTOR
                     NOT INVALID KEY
                        MOVE EM-NOME TO WRK-NOME-INSTRUTOR
                 END-READ
              END-IF
           END-IF.
           MOVE SPACES TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CURSO '                      DELIMITED BY SIZE
                  WRK-TC-CODIGO(WRK-IDX-CURSO)  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-TC-NOME(WRK-IDX-CURSO)    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING '  INSTRUTOR '                DELIMITED BY SIZE
                  WRK-TC-INSTRUTOR(WRK-IDX-CURSO) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-NOME-INSTRUTOR            DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 4500-LINHA-ALUNO - Aluno sinalizado WRK-IDX: motivos,
      * frequencia do termo e media parcial retida.
      *****************************************************************
       4500-LINHA-ALUNO.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '                      DELIMITED BY SIZE
                  WRK-TR-MATRICULA(WRK-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TR-NOME(WRK-IDX)      DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TR-CURSO(WRK-IDX)     DELIMITED BY SIZE
                  ' MOTIVOS: '              DELIMITED BY SIZE
                  WRK-TR-MOTIVO-FR(WRK-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TR-MOTIVO-NP(WRK-IDX) DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TR-MOTIVO-PR(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           IF WRK-TR-TEM-FREQ(WRK-IDX) = 'S'
              MOVE WRK-TR-FREQ(WRK-IDX) TO WRK-FREQ-ED
              MOVE 'F:'        TO WRK-LINHA(67:2)
              MOVE WRK-FREQ-ED TO WRK-LINHA(69:3)
              MOVE '%'         TO WRK-LINHA(72:1)
              ADD WRK-TR-FREQ(WRK-IDX) TO WRK-BT-TOTAL
           END-IF.
           IF WRK-TR-MOTIVO-NP(WRK-IDX) = 'NP'
              MOVE WRK-TR-MEDIA(WRK-IDX) TO WRK-MEDIA-ED
              MOVE 'M:'         TO WRK-LINHA(74:2)
              MOVE WRK-MEDIA-ED TO WRK-LINHA(76:4)
           END-IF.
           MOVE WRK-LINHA TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
           MOVE 'S' TO WRK-TR-LISTADO(WRK-IDX).
           ADD 1 TO WRK-BT-CONTADOR.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo por motivo e trailer no relatorio.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AVALIADOS: '      DELIMITED BY SIZE
                  WRK-QTD-AVALIADOS  DELIMITED BY SIZE
                  ' SINALIZADOS: '   DELIMITED BY SIZE
                  WRK-BT-CONTADOR    DELIMITED BY SIZE
                  ' FR: '            DELIMITED BY SIZE
                  WRK-QTD-FR         DELIMITED BY SIZE
                  ' NP: '            DELIMITED BY SIZE
                  WRK-QTD-NP         DELIMITED BY SIZE
                  ' PR: '            DELIMITED BY SIZE
                  WRK-QTD-PR         DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO RISCO-REPORT-REC.
           WRITE RISCO-REPORT-REC.
           DISPLAY WRK-LINHA.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'REGISTROS ALEM DAS TABELAS (NAO AVALIADOS): '
                      WRK-QTD-DESCARTADOS
           END-IF.
           MOVE SPACES TO RISCO-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE RISCO-REPORT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de RISCO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT RISCO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'RISCO-REPORT' TO AG-RELATORIO.
           MOVE 'RISCO-ACADEMICO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE RISCO-REPORT-RELIDO.
           MOVE WRK-QTD-AVALIADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ RISCO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE RISCO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
