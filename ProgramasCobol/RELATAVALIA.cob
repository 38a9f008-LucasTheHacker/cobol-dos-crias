       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELATORIO-AVALIACAO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Relatorio da avaliacao de curso e instrutor do
      *           termo (AVALIACAO-REPORT), a partir da apuracao
      *           anonima gravada por CARGA-AVALIACAO. Por curso:
      *           matriculados no termo, fichas recebidas, taxa de
      *           resposta e, para cada questao, a media das notas e
      *           a distribuicao de 1 a 5. Por instrutor
      *           (CUR-INSTRUTOR em EMP-MASTER): cursos, matriculados,
      *           fichas, taxa e media geral dos seus cursos
      *           divulgados. Curso com menos fichas que o minimo tem
      *           o resultado retido - sai so a contagem, sem media
      *           nem distribuicao, e fica fora da media do
      *           instrutor - para uma turma pequena nao expor quem
      *           respondeu o que. Matriculado no termo segue o
      *           criterio de RELATORIO-DOCENTE: registro no espelho
      *           HIST-NOTAS-IX no termo ou, no termo corrente, aluno
      *           ativo com o curso em andamento. O termo vem de
      *           TERMO=AAAAPP no PARM do EXEC PGM= (branco = termo
      *           corrente) e o minimo de fichas de MINIMO=nn em
      *           qualquer posicao do PARM (padrao 05). Trailer
      *           padrao: cursos listados e total de fichas. A data de
      *           execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de AVALIACAO-REPORT guardada no arquivo de
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
           SELECT AVALIACAO ASSIGN TO "AVALIACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE
               FILE STATUS IS WRK-AV-STATUS.
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
           SELECT AVALIACAO-REPORT ASSIGN TO "AVALIACAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVALIACAO-REPORT-RELIDO ASSIGN TO "AVALIACAO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AVALIACAO.
           COPY AVALIA.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  AVALIACAO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  AVALIACAO-REPORT-REC    PIC X(80).
           COPY TRAILER.

       FD  AVALIACAO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  AVALIACAO-REPORT-RELIDO-REC PIC X(80).
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
       77  WRK-AV-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-CURSO      PIC X(01)      VALUE 'N'.
           88 FIM-CURSO                      VALUE 'S'.
       77  WRK-FIM-EMP        PIC X(01)      VALUE 'N'.
           88 FIM-EMP                        VALUE 'S'.
       77  WRK-FIM-HNI        PIC X(01)      VALUE 'N'.
           88 FIM-HNI                        VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-AC-SCAN    PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                    VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-TEM-AVALIACAO  PIC X(01)      VALUE 'N'.
           88 TEM-AVALIACAO                  VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       77  WRK-ACHOU-MINIMO   PIC X(01)      VALUE 'N'.
           88 ACHOU-MINIMO                   VALUE 'S'.
       01  WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-EXEC    PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-EXEC    PIC 9(02)      VALUE ZEROS.
       77  WRK-TERMO          PIC X(06)      VALUE SPACES.
       77  WRK-TERMO-CORRENTE PIC X(06)      VALUE SPACES.
       77  WRK-MINIMO         PIC 9(02)      VALUE 05.
       77  WRK-IDX-PARM       PIC 9(02) COMP VALUE ZERO.
      *
      * Cursos do cadastro (ate 300) com os matriculados no termo, as
      * fichas recebidas e, se divulgado, a soma e a quantidade de
      * notas de todas as questoes, para a media do instrutor.
       01  WRK-TAB-CURSOS.
           05 WRK-CURSO-ENT OCCURS 300 TIMES.
              10 WRK-TC-CODIGO      PIC X(08).
              10 WRK-TC-NOME        PIC X(30).
              10 WRK-TC-INSTRUTOR   PIC X(06).
              10 WRK-TC-ALUNOS      PIC 9(05) COMP.
              10 WRK-TC-FICHAS      PIC 9(05) COMP.
              10 WRK-TC-SOMA        PIC 9(07) COMP.
              10 WRK-TC-NOTAS       PIC 9(07) COMP.
              10 WRK-TC-SITUACAO    PIC X(01).
                 88 WRK-TC-SEM-AVALIACAO       VALUE ' '.
                 88 WRK-TC-DIVULGADO           VALUE 'D'.
                 88 WRK-TC-RETIDO              VALUE 'R'.
       77  WRK-QTD-CURSOS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-SLOT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-Q          PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-NOTA       PIC 9(01) COMP VALUE ZERO.
       77  WRK-CURSO-BUSCA    PIC X(08)      VALUE SPACES.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
      *
      * Totais do instrutor corrente e da execucao.
       77  WRK-INS-CURSOS     PIC 9(03)      VALUE ZEROS.
       77  WRK-INS-RETIDOS    PIC 9(03)      VALUE ZEROS.
       77  WRK-INS-ALUNOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-INS-FICHAS     PIC 9(07)      VALUE ZEROS.
       77  WRK-INS-SOMA       PIC 9(09)      VALUE ZEROS.
       77  WRK-INS-NOTAS      PIC 9(09)      VALUE ZEROS.
       77  WRK-QTD-DOCENTES   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-RETIDOS    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-FICHA  PIC 9(05)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(09)      VALUE ZEROS.
      *
      * Calculo e edicao das linhas.
       77  WRK-MEDIA          PIC 9V99       VALUE ZEROS.
       77  WRK-TAXA           PIC 9(03)V9    VALUE ZEROS.
       77  WRK-MEDIA-ED       PIC 9,99       VALUE ZEROS.
       77  WRK-TAXA-ED        PIC ZZ9,9      VALUE ZEROS.
       77  WRK-QTD-ED         PIC ZZZZ9      VALUE ZEROS.
       77  WRK-ALUNOS-ED      PIC ZZZZ9      VALUE ZEROS.
       77  WRK-FICHAS-ED      PIC ZZZZ9      VALUE ZEROS.
       77  WRK-QUESTAO-ED     PIC 99         VALUE ZEROS.
       77  WRK-MINIMO-ED      PIC Z9         VALUE ZEROS.
       01  WRK-DISTRIB-ED.
           05 WRK-DIST-ENT OCCURS 5 TIMES.
              10 WRK-DIST-ROTULO    PIC X(03).
              10 WRK-DIST-QTD       PIC ZZZZ9.
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
           PERFORM 1300-CONTAR-HISTORICO THRU 1300-EXIT.
           IF WRK-TERMO = WRK-TERMO-CORRENTE
              PERFORM 1400-CONTAR-ANDAMENTO THRU 1400-EXIT
           END-IF.
           PERFORM 2000-LISTAR-CURSOS THRU 2000-EXIT.
           PERFORM 3000-LISTAR-DOCENTES THRU 3000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o termo (PARM ou corrente, meses
      * 1-6 = periodo 01, 7-12 = periodo 02) e o minimo de fichas,
      * carrega o cadastro de cursos e abre a apuracao e o relatorio.
      * Sem cadastro de cursos ou sem apuracao nao ha o que relatar
      * (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-ANO-EXEC TO WRK-TERMO-CORRENTE(1:4).
           IF WRK-MES-EXEC <= 6
              MOVE '01' TO WRK-TERMO-CORRENTE(5:2)
           ELSE
              MOVE '02' TO WRK-TERMO-CORRENTE(5:2)
           END-IF.
           MOVE WRK-TERMO-CORRENTE TO WRK-TERMO.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'TERMO='
              AND WRK-PARM-JCL-TEXTO(7:6) NOT = SPACES
              MOVE WRK-PARM-JCL-TEXTO(7:6) TO WRK-TERMO
           END-IF.
           PERFORM 1050-PROCURAR-MINIMO THRU 1050-EXIT
              VARYING WRK-IDX-PARM FROM 1 BY 1
              UNTIL WRK-IDX-PARM > 72 OR ACHOU-MINIMO.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - NADA A RELATAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT AVALIACAO.
           IF WRK-AV-STATUS NOT = '00'
              DISPLAY 'AVALIACAO AUSENTE - RODE CARGA-AVALIACAO'
              CLOSE CURSO-MASTER
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           SET TEM-AVALIACAO TO TRUE.
           MOVE LOW-VALUES TO CUR-CODIGO.
           START CURSO-MASTER KEY IS NOT LESS THAN CUR-CODIGO
               INVALID KEY SET FIM-CURSO TO TRUE
           END-START.
           PERFORM 1100-GUARDAR-CURSO THRU 1100-EXIT
              UNTIL FIM-CURSO.
           CLOSE CURSO-MASTER.
           OPEN OUTPUT AVALIACAO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE WRK-MINIMO TO WRK-MINIMO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AVALIACAO DE CURSOS E INSTRUTORES - TERMO '
                                  DELIMITED BY SIZE
                  WRK-TERMO       DELIMITED BY SIZE
                  '  MINIMO DE FICHAS: ' DELIMITED BY SIZE
                  WRK-MINIMO-ED   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1050-PROCURAR-MINIMO - Procura MINIMO=nn em qualquer posicao
      * do PARM; valor nao numerico ou zero mantem o padrao.
      *****************************************************************
       1050-PROCURAR-MINIMO.
           IF WRK-PARM-JCL-TEXTO(WRK-IDX-PARM:7) = 'MINIMO='
              SET ACHOU-MINIMO TO TRUE
              IF WRK-PARM-JCL-TEXTO(WRK-IDX-PARM + 7:2) IS NUMERIC
                 AND WRK-PARM-JCL-TEXTO(WRK-IDX-PARM + 7:2) NOT = '00'
                 MOVE WRK-PARM-JCL-TEXTO(WRK-IDX-PARM + 7:2)
                   TO WRK-MINIMO
              END-IF
           END-IF.
       1050-EXIT.
           EXIT.

       1100-GUARDAR-CURSO.
           READ CURSO-MASTER NEXT RECORD
               AT END
                  SET FIM-CURSO TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           IF WRK-QTD-CURSOS >= 300
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CURSOS.
           MOVE CUR-CODIGO    TO WRK-TC-CODIGO(WRK-QTD-CURSOS).
           MOVE CUR-NOME      TO WRK-TC-NOME(WRK-QTD-CURSOS).
           MOVE CUR-INSTRUTOR TO WRK-TC-INSTRUTOR(WRK-QTD-CURSOS).
           MOVE ZEROS         TO WRK-TC-ALUNOS(WRK-QTD-CURSOS)
                                 WRK-TC-FICHAS(WRK-QTD-CURSOS)
                                 WRK-TC-SOMA(WRK-QTD-CURSOS)
                                 WRK-TC-NOTAS(WRK-QTD-CURSOS).
           MOVE SPACE         TO WRK-TC-SITUACAO(WRK-QTD-CURSOS).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CONTAR-HISTORICO - Cada registro do espelho HIST-NOTAS-IX
      * no termo (um por aluno/curso, sempre o resultado mais
      * recente) conta um matriculado no curso dele.
      *****************************************************************
       1300-CONTAR-HISTORICO.
           OPEN INPUT HIST-NOTAS-IX.
           IF WRK-HNI-STATUS NOT = '00'
              GO TO 1300-EXIT
           END-IF.
           MOVE LOW-VALUES TO HNI-CHAVE.
           START HIST-NOTAS-IX KEY IS NOT LESS THAN HNI-CHAVE
               INVALID KEY SET FIM-HNI TO TRUE
           END-START.
           PERFORM 1310-LER-HISTORICO THRU 1310-EXIT
              UNTIL FIM-HNI.
           CLOSE HIST-NOTAS-IX.
       1300-EXIT.
           EXIT.

       1310-LER-HISTORICO.
           READ HIST-NOTAS-IX NEXT RECORD
               AT END
                  SET FIM-HNI TO TRUE
                  GO TO 1310-EXIT
           END-READ.
           IF HNI-TERMO = WRK-TERMO
              MOVE HNI-CURSO TO WRK-CURSO-BUSCA
              PERFORM 1440-SOMAR-ALUNO THRU 1440-EXIT
           END-IF.
       1310-EXIT.
           EXIT.

      *****************************************************************
      * 1400-CONTAR-ANDAMENTO - No termo corrente, alunos ativos com o
      * curso em andamento (SM-CURSOS e ALUNO-CURSO) tambem contam.
      *****************************************************************
       1400-CONTAR-ANDAMENTO.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              GO TO 1400-EXIT
           END-IF.
           OPEN INPUT ALUNO-CURSO.
           IF WRK-AC-STATUS = '00'
              SET TEM-ALUNO-CURSO TO TRUE
           END-IF.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
               INVALID KEY SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 1410-CONTAR-ALUNO THRU 1410-EXIT
              UNTIL FIM-ALUNOS.
           CLOSE STUDENT-MASTER.
           IF TEM-ALUNO-CURSO
              CLOSE ALUNO-CURSO
           END-IF.
       1400-EXIT.
           EXIT.

       1410-CONTAR-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 1410-EXIT
           END-READ.
           IF NOT SM-MAT-ATIVA
              GO TO 1410-EXIT
           END-IF.
           PERFORM 1420-CONTAR-VAGA THRU 1420-EXIT
              VARYING WRK-IDX-SLOT FROM 1 BY 1
              UNTIL WRK-IDX-SLOT > 5.
           IF NOT TEM-ALUNO-CURSO
              GO TO 1410-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AC-SCAN.
           MOVE SM-MATRICULA TO AC-MATRICULA.
           MOVE LOW-VALUES   TO AC-CURSO.
           START ALUNO-CURSO KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY SET FIM-AC-SCAN TO TRUE
           END-START.
           PERFORM 1430-CONTAR-EXCEDENTE THRU 1430-EXIT
              UNTIL FIM-AC-SCAN.
       1410-EXIT.
           EXIT.

       1420-CONTAR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-SLOT) NOT = SPACES
              AND SM-CURSO-RESULTADO(WRK-IDX-SLOT) = SPACES
              MOVE SM-CURSO-ID(WRK-IDX-SLOT) TO WRK-CURSO-BUSCA
              PERFORM 1440-SOMAR-ALUNO THRU 1440-EXIT
           END-IF.
       1420-EXIT.
           EXIT.

       1430-CONTAR-EXCEDENTE.
           READ ALUNO-CURSO NEXT RECORD
               AT END
                  SET FIM-AC-SCAN TO TRUE
                  GO TO 1430-EXIT
           END-READ.
           IF AC-MATRICULA NOT = SM-MATRICULA
              SET FIM-AC-SCAN TO TRUE
              GO TO 1430-EXIT
           END-IF.
           IF AC-RESULTADO = SPACES
              MOVE AC-CURSO TO WRK-CURSO-BUSCA
              PERFORM 1440-SOMAR-ALUNO THRU 1440-EXIT
           END-IF.
       1430-EXIT.
           EXIT.

       1440-SOMAR-ALUNO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 1450-COMPARAR-CURSO THRU 1450-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS OR ACHOU.
       1440-EXIT.
           EXIT.

       1450-COMPARAR-CURSO.
           IF WRK-TC-CODIGO(WRK-IDX) = WRK-CURSO-BUSCA
              ADD 1 TO WRK-TC-ALUNOS(WRK-IDX)
              SET ACHOU TO TRUE
           END-IF.
       1450-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LISTAR-CURSOS - Bloco de cada curso com matriculado ou
      * ficha no termo, em ordem de codigo.
      *****************************************************************
       2000-LISTAR-CURSOS.
           MOVE SPACES TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE 'RESULTADO POR CURSO' TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           PERFORM 2100-LISTAR-CURSO THRU 2100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-LISTAR-CURSO - Le a questao 00 (fichas) do curso WRK-IDX
      * no termo, imprime o cabecalho com a taxa de resposta e decide
      * entre divulgar as questoes e reter o resultado.
      *****************************************************************
       2100-LISTAR-CURSO.
           MOVE WRK-TERMO              TO AV-TERMO.
           MOVE WRK-TC-CODIGO(WRK-IDX) TO AV-CURSO.
           MOVE ZERO                   TO AV-QUESTAO.
           READ AVALIACAO
               INVALID KEY
                  MOVE ZEROS TO AV-QTD-RESPOSTAS
           END-READ.
           MOVE AV-QTD-RESPOSTAS TO WRK-TC-FICHAS(WRK-IDX).
           IF WRK-TC-FICHAS(WRK-IDX) = 0
              AND WRK-TC-ALUNOS(WRK-IDX) = 0
              GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-TC-CODIGO(WRK-IDX)    DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TC-NOME(WRK-IDX)      DELIMITED BY SIZE
                  ' INSTRUTOR '             DELIMITED BY SIZE
                  WRK-TC-INSTRUTOR(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE WRK-TC-ALUNOS(WRK-IDX) TO WRK-ALUNOS-ED.
           MOVE WRK-TC-FICHAS(WRK-IDX) TO WRK-FICHAS-ED.
           IF WRK-TC-ALUNOS(WRK-IDX) > 0
              COMPUTE WRK-TAXA ROUNDED =
                  WRK-TC-FICHAS(WRK-IDX) * 100 / WRK-TC-ALUNOS(WRK-IDX)
           ELSE
              MOVE ZEROS TO WRK-TAXA
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   MATRICULADOS '   DELIMITED BY SIZE
                  WRK-ALUNOS-ED        DELIMITED BY SIZE
                  '  FICHAS '          DELIMITED BY SIZE
                  WRK-FICHAS-ED        DELIMITED BY SIZE
                  '  TAXA DE RESPOSTA ' DELIMITED BY SIZE
                  WRK-TAXA-ED          DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-TC-FICHAS(WRK-IDX) TO WRK-BT-TOTAL.
           IF WRK-TC-FICHAS(WRK-IDX) = 0
              ADD 1 TO WRK-QTD-SEM-FICHA
              MOVE '   NENHUMA FICHA RECEBIDA' TO AVALIACAO-REPORT-REC
              WRITE AVALIACAO-REPORT-REC
              GO TO 2100-EXIT
           END-IF.
           IF WRK-TC-FICHAS(WRK-IDX) < WRK-MINIMO
              SET WRK-TC-RETIDO(WRK-IDX) TO TRUE
              ADD 1 TO WRK-QTD-RETIDOS
              MOVE SPACES TO WRK-LINHA
              STRING '   RESULTADO RETIDO - MENOS DE '
                                     DELIMITED BY SIZE
                     WRK-MINIMO-ED   DELIMITED BY SIZE
                     ' FICHAS'       DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO AVALIACAO-REPORT-REC
              WRITE AVALIACAO-REPORT-REC
              GO TO 2100-EXIT
           END-IF.
           SET WRK-TC-DIVULGADO(WRK-IDX) TO TRUE.
           MOVE SPACES TO WRK-LINHA.
           STRING '   Q.  RESPOSTAS  MEDIA   NOTA1   NOTA2'
                  '   NOTA3   NOTA4   NOTA5'
                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           PERFORM 2200-LISTAR-QUESTAO THRU 2200-EXIT
              VARYING WRK-IDX-Q FROM 1 BY 1
              UNTIL WRK-IDX-Q > 10.
           IF WRK-TC-NOTAS(WRK-IDX) > 0
              COMPUTE WRK-MEDIA ROUNDED =
                  WRK-TC-SOMA(WRK-IDX) / WRK-TC-NOTAS(WRK-IDX)
              MOVE WRK-MEDIA TO WRK-MEDIA-ED
              MOVE SPACES TO WRK-LINHA
              STRING '   MEDIA GERAL DO CURSO: ' DELIMITED BY SIZE
                     WRK-MEDIA-ED                 DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO AVALIACAO-REPORT-REC
              WRITE AVALIACAO-REPORT-REC
           END-IF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-LISTAR-QUESTAO - Linha da questao WRK-IDX-Q do curso
      * divulgado: respostas, media e distribuicao das notas 1 a 5.
      * Questao sem resposta nao sai.
      *****************************************************************
       2200-LISTAR-QUESTAO.
           MOVE WRK-TERMO              TO AV-TERMO.
           MOVE WRK-TC-CODIGO(WRK-IDX) TO AV-CURSO.
           MOVE WRK-IDX-Q              TO AV-QUESTAO.
           READ AVALIACAO
               INVALID KEY
                  GO TO 2200-EXIT
           END-READ.
           IF AV-QTD-RESPOSTAS = 0
              GO TO 2200-EXIT
           END-IF.
           ADD AV-SOMA-NOTAS    TO WRK-TC-SOMA(WRK-IDX).
           ADD AV-QTD-RESPOSTAS TO WRK-TC-NOTAS(WRK-IDX).
           COMPUTE WRK-MEDIA ROUNDED =
               AV-SOMA-NOTAS / AV-QTD-RESPOSTAS.
           MOVE WRK-MEDIA        TO WRK-MEDIA-ED.
           MOVE AV-QTD-RESPOSTAS TO WRK-QTD-ED.
           MOVE WRK-IDX-Q        TO WRK-QUESTAO-ED.
           PERFORM 2210-EDITAR-DISTRIBUICAO THRU 2210-EXIT
              VARYING WRK-IDX-NOTA FROM 1 BY 1
              UNTIL WRK-IDX-NOTA > 5.
           MOVE SPACES TO WRK-LINHA.
           STRING '   '             DELIMITED BY SIZE
                  WRK-QUESTAO-ED    DELIMITED BY SIZE
                  '      '          DELIMITED BY SIZE
                  WRK-QTD-ED        DELIMITED BY SIZE
                  '   '             DELIMITED BY SIZE
                  WRK-MEDIA-ED      DELIMITED BY SIZE
                  WRK-DISTRIB-ED    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
       2200-EXIT.
           EXIT.

       2210-EDITAR-DISTRIBUICAO.
           MOVE SPACES TO WRK-DIST-ROTULO(WRK-IDX-NOTA).
           MOVE AV-QTD-NOTA(WRK-IDX-NOTA)
             TO WRK-DIST-QTD(WRK-IDX-NOTA).
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 3000-LISTAR-DOCENTES - Varre EMP-MASTER pela chave; cada
      * empregado que e instrutor de curso listado ganha a linha com
      * o consolidado dos seus cursos. A media geral do instrutor so
      * soma os cursos divulgados.
      *****************************************************************
       3000-LISTAR-DOCENTES.
           MOVE SPACES TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE 'RESULTADO POR INSTRUTOR' TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              MOVE '   EMP-MASTER AUSENTE - CONSOLIDADO NAO EMITIDO'
                TO AVALIACAO-REPORT-REC
              WRITE AVALIACAO-REPORT-REC
              GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO EM-ID.
           START EMP-MASTER KEY IS NOT LESS THAN EM-ID
               INVALID KEY SET FIM-EMP TO TRUE
           END-START.
           PERFORM 3100-LISTAR-DOCENTE THRU 3100-EXIT
              UNTIL FIM-EMP.
           CLOSE EMP-MASTER.
       3000-EXIT.
           EXIT.

       3100-LISTAR-DOCENTE.
           READ EMP-MASTER NEXT RECORD
               AT END
                  SET FIM-EMP TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           MOVE ZEROS TO WRK-INS-CURSOS WRK-INS-RETIDOS WRK-INS-ALUNOS
                         WRK-INS-FICHAS WRK-INS-SOMA WRK-INS-NOTAS.
           PERFORM 3200-SOMAR-CURSO-DOCENTE THRU 3200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS.
           IF WRK-INS-CURSOS = 0
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DOCENTES.
           MOVE SPACES TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INSTRUTOR ' DELIMITED BY SIZE
                  EM-ID        DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  EM-NOME      DELIMITED BY SIZE
                  '  CURSOS '  DELIMITED BY SIZE
                  WRK-INS-CURSOS DELIMITED BY SIZE
                  '  RETIDOS ' DELIMITED BY SIZE
                  WRK-INS-RETIDOS DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           MOVE WRK-INS-ALUNOS TO WRK-ALUNOS-ED.
           MOVE WRK-INS-FICHAS TO WRK-FICHAS-ED.
           IF WRK-INS-ALUNOS > 0
              COMPUTE WRK-TAXA ROUNDED =
                  WRK-INS-FICHAS * 100 / WRK-INS-ALUNOS
           ELSE
              MOVE ZEROS TO WRK-TAXA
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   MATRICULADOS '   DELIMITED BY SIZE
                  WRK-ALUNOS-ED        DELIMITED BY SIZE
                  '  FICHAS '          DELIMITED BY SIZE
                  WRK-FICHAS-ED        DELIMITED BY SIZE
                  '  TAXA DE RESPOSTA ' DELIMITED BY SIZE
                  WRK-TAXA-ED          DELIMITED BY SIZE
                  '%'                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
           IF WRK-INS-NOTAS = 0
              MOVE '   MEDIA GERAL: SEM CURSO DIVULGADO'
                TO AVALIACAO-REPORT-REC
              WRITE AVALIACAO-REPORT-REC
              GO TO 3100-EXIT
           END-IF.
           COMPUTE WRK-MEDIA ROUNDED = WRK-INS-SOMA / WRK-INS-NOTAS.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   MEDIA GERAL DOS CURSOS DIVULGADOS: '
                                DELIMITED BY SIZE
                  WRK-MEDIA-ED  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AVALIACAO-REPORT-REC.
           WRITE AVALIACAO-REPORT-REC.
       3100-EXIT.
           EXIT.

       3200-SOMAR-CURSO-DOCENTE.
           IF WRK-TC-INSTRUTOR(WRK-IDX) NOT = EM-ID
              GO TO 3200-EXIT
           END-IF.
           IF WRK-TC-FICHAS(WRK-IDX) = 0
              AND WRK-TC-ALUNOS(WRK-IDX) = 0
              GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WRK-INS-CURSOS.
           ADD WRK-TC-ALUNOS(WRK-IDX) TO WRK-INS-ALUNOS.
           ADD WRK-TC-FICHAS(WRK-IDX) TO WRK-INS-FICHAS.
           IF WRK-TC-RETIDO(WRK-IDX)
              ADD 1 TO WRK-INS-RETIDOS
           END-IF.
           IF WRK-TC-DIVULGADO(WRK-IDX)
              ADD WRK-TC-SOMA(WRK-IDX)  TO WRK-INS-SOMA
              ADD WRK-TC-NOTAS(WRK-IDX) TO WRK-INS-NOTAS
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Trailer padrao (cursos listados e total de
      * fichas) e resumo no console.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO AVALIACAO-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE AVALIACAO-REPORT.
           IF TEM-AVALIACAO
              CLOSE AVALIACAO
           END-IF.
           DISPLAY 'AVALIACAO DE CURSOS DO TERMO ' WRK-TERMO.
           DISPLAY 'CURSOS LISTADOS....: ' WRK-BT-CONTADOR.
           DISPLAY 'FICHAS.............: ' WRK-BT-TOTAL.
           DISPLAY 'CURSOS RETIDOS.....: ' WRK-QTD-RETIDOS.
           DISPLAY 'CURSOS SEM FICHA...: ' WRK-QTD-SEM-FICHA.
           DISPLAY 'INSTRUTORES........: ' WRK-QTD-DOCENTES.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'CURSOS ALEM DA TABELA: ' WRK-QTD-DESCARTADOS
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de AVALIACAO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT AVALIACAO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'AVALIACAO-REPORT' TO AG-RELATORIO.
           MOVE 'RELATORIO-AVALIACAO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE AVALIACAO-REPORT-RELIDO.
           MOVE WRK-QTD-CURSOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ AVALIACAO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE AVALIACAO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
