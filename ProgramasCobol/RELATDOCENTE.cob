       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELATORIO-DOCENTE.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Relatorio de carga docente por instrutor e termo
      *           (DOCENTE-REPORT): para o termo pedido, lista sob
      *           cada instrutor de EMP-MASTER os cursos que ele deu
      *           (CUR-INSTRUTOR), com a carga horaria do cadastro
      *           (CUR-CARGA-HORARIA) e a quantidade de alunos, e o
      *           total de horas do instrutor no termo. Um curso conta
      *           como dado no termo quando ha nota lancada nele em
      *           HIST-NOTAS naquele termo (HN-TERMO) ou, no termo
      *           corrente, quando ha aluno ativo com o curso em
      *           andamento. Curso sem instrutor ou com instrutor fora
      *           de EMP-MASTER sai num bloco proprio ao final, para a
      *           secretaria acertar o cadastro. O termo vem de
      *           TERMO=AAAAPP no PARM do EXEC PGM= (branco = termo
      *           corrente). Trailer padrao: cursos listados e total
      *           de horas. A data de execucao vem da data de movimento
      *           (rotina LE-DATA-MOV), nao do relogio.
      *           Copia de DOCENTE-REPORT guardada no arquivo de
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
           SELECT HIST-NOTAS ASSIGN TO "HIST-NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HN-STATUS.
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
           SELECT DOCENTE-REPORT ASSIGN TO "DOCENTE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DOCENTE-REPORT-RELIDO ASSIGN TO "DOCENTE-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  HIST-NOTAS
           RECORD CONTAINS 50 CHARACTERS.
           COPY HISTNOTA.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  DOCENTE-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DOCENTE-REPORT-REC      PIC X(80).
           COPY TRAILER.

       FD  DOCENTE-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  DOCENTE-REPORT-RELIDO-REC PIC X(80).
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
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HN-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-CURSO      PIC X(01)      VALUE 'N'.
           88 FIM-CURSO                      VALUE 'S'.
       77  WRK-FIM-EMP        PIC X(01)      VALUE 'N'.
           88 FIM-EMP                        VALUE 'S'.
       77  WRK-FIM-HN         PIC X(01)      VALUE 'N'.
           88 FIM-HN                         VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-AC-SCAN    PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                    VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-TEM-EMP        PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       01  WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-EXEC    PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-EXEC    PIC 9(02)      VALUE ZEROS.
       77  WRK-TERMO          PIC X(06)      VALUE SPACES.
       77  WRK-TERMO-CORRENTE PIC X(06)      VALUE SPACES.
      *
      * Cursos do cadastro (ate 300), com a quantidade de alunos no
      * termo e a marca de listado.
       01  WRK-TAB-CURSOS.
           05 WRK-CURSO-ENT OCCURS 300 TIMES.
              10 WRK-TC-CODIGO      PIC X(08).
              10 WRK-TC-NOME        PIC X(30).
              10 WRK-TC-INSTRUTOR   PIC X(06).
              10 WRK-TC-CARGA       PIC 9(04).
              10 WRK-TC-ALUNOS      PIC 9(05) COMP.
              10 WRK-TC-LISTADO     PIC X(01).
       77  WRK-QTD-CURSOS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-SLOT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-CURSO-BUSCA    PIC X(08)      VALUE SPACES.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-CURSOS-DOCENTE PIC 9(03)      VALUE ZEROS.
       77  WRK-HORAS-DOCENTE  PIC 9(06)      VALUE ZEROS.
       77  WRK-QTD-DOCENTES   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ORFAOS     PIC 9(05)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(09)      VALUE ZEROS.
       77  WRK-CARGA-ED       PIC ZZZ9       VALUE ZEROS.
       77  WRK-ALUNOS-ED      PIC ZZZZ9      VALUE ZEROS.
       77  WRK-HORAS-ED       PIC ZZZZZ9     VALUE ZEROS.
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
           PERFORM 2000-LISTAR-DOCENTES THRU 2000-EXIT.
           PERFORM 3000-LISTAR-ORFAOS THRU 3000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o termo (PARM ou corrente, no
      * criterio de CONDICIONAIS-IF: meses 1-6 = periodo 01, 7-12 =
      * periodo 02), carrega o cadastro de cursos e abre o relatorio.
      * Sem cadastro de cursos nao ha carga a relatar (RC 8).
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
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - NADA A RELATAR'
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
           OPEN OUTPUT DOCENTE-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO DOCENTE-REPORT-REC.
           WRITE DOCENTE-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CARGA DOCENTE POR INSTRUTOR - TERMO '
                                  DELIMITED BY SIZE
                  WRK-TERMO       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO DOCENTE-REPORT-REC.
           WRITE DOCENTE-REPORT-REC.
       1000-EXIT.
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
           MOVE CUR-CODIGO        TO WRK-TC-CODIGO(WRK-QTD-CURSOS).
           MOVE CUR-NOME          TO WRK-TC-NOME(WRK-QTD-CURSOS).
           MOVE CUR-INSTRUTOR     TO WRK-TC-INSTRUTOR(WRK-QTD-CURSOS).
           MOVE CUR-CARGA-HORARIA TO WRK-TC-CARGA(WRK-QTD-CURSOS).
           MOVE ZEROS             TO WRK-TC-ALUNOS(WRK-QTD-CURSOS).
           MOVE 'N'               TO WRK-TC-LISTADO(WRK-QTD-CURSOS).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CONTAR-HISTORICO - Cada nota lancada no termo conta um
      * aluno no curso dela.
      *****************************************************************
       1300-CONTAR-HISTORICO.
           OPEN INPUT HIST-NOTAS.
           IF WRK-HN-STATUS NOT = '00'
              GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LER-HISTORICO THRU 1310-EXIT
              UNTIL FIM-HN.
           CLOSE HIST-NOTAS.
       1300-EXIT.
           EXIT.

       1310-LER-HISTORICO.
           READ HIST-NOTAS
               AT END
                  SET FIM-HN TO TRUE
                  GO TO 1310-EXIT
           END-READ.
           IF HN-TERMO = WRK-TERMO
              MOVE HN-CURSO TO WRK-CURSO-BUSCA
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
      * 2000-LISTAR-DOCENTES - Varre EMP-MASTER pela chave; cada
      * empregado com curso dado no termo ganha um bloco com os seus
      * cursos e o total de horas.
      *****************************************************************
       2000-LISTAR-DOCENTES.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - CURSOS SAEM SEM INSTRUTOR'
              GO TO 2000-EXIT
           END-IF.
           SET TEM-EMP-MASTER TO TRUE.
           MOVE LOW-VALUES TO EM-ID.
           START EMP-MASTER KEY IS NOT LESS THAN EM-ID
               INVALID KEY SET FIM-EMP TO TRUE
           END-START.
           PERFORM 2100-LISTAR-DOCENTE THRU 2100-EXIT
              UNTIL FIM-EMP.
           CLOSE EMP-MASTER.
       2000-EXIT.
           EXIT.

       2100-LISTAR-DOCENTE.
           READ EMP-MASTER NEXT RECORD
               AT END
                  SET FIM-EMP TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           MOVE ZEROS TO WRK-CURSOS-DOCENTE WRK-HORAS-DOCENTE.
           PERFORM 2200-LISTAR-CURSO-DOCENTE THRU 2200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS.
           IF WRK-CURSOS-DOCENTE = 0
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-DOCENTES.
           MOVE WRK-HORAS-DOCENTE TO WRK-HORAS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   TOTAL DO INSTRUTOR: ' DELIMITED BY SIZE
                  WRK-CURSOS-DOCENTE        DELIMITED BY SIZE
                  ' CURSO(S) '              DELIMITED BY SIZE
                  WRK-HORAS-ED              DELIMITED BY SIZE
                  ' HORAS'                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO DOCENTE-REPORT-REC.
           WRITE DOCENTE-REPORT-REC.
       2100-EXIT.
           EXIT.

       2200-LISTAR-CURSO-DOCENTE.
           IF WRK-TC-INSTRUTOR(WRK-IDX) NOT = EM-ID
              OR WRK-TC-ALUNOS(WRK-IDX) = 0
              GO TO 2200-EXIT
           END-IF.
           IF WRK-CURSOS-DOCENTE = 0
              MOVE SPACES TO DOCENTE-REPORT-REC
              WRITE DOCENTE-REPORT-REC
              MOVE SPACES TO WRK-LINHA
              STRING 'INSTRUTOR ' DELIMITED BY SIZE
                     EM-ID        DELIMITED BY SIZE
                     ' '          DELIMITED BY SIZE
                     EM-NOME      DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO DOCENTE-REPORT-REC
              WRITE DOCENTE-REPORT-REC
           END-IF.
           ADD 1 TO WRK-CURSOS-DOCENTE.
           ADD WRK-TC-CARGA(WRK-IDX) TO WRK-HORAS-DOCENTE.
           PERFORM 2300-IMPRIMIR-CURSO THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-IMPRIMIR-CURSO - Linha de detalhe do curso WRK-IDX, que
      * entra no trailer (contagem e carga horaria).
      *****************************************************************
       2300-IMPRIMIR-CURSO.
           MOVE 'S' TO WRK-TC-LISTADO(WRK-IDX).
           MOVE WRK-TC-CARGA(WRK-IDX)  TO WRK-CARGA-ED.
           MOVE WRK-TC-ALUNOS(WRK-IDX) TO WRK-ALUNOS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   '                   DELIMITED BY SIZE
                  WRK-TC-CODIGO(WRK-IDX)  DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRK-TC-NOME(WRK-IDX)    DELIMITED BY SIZE
                  ' CH '                  DELIMITED BY SIZE
                  WRK-CARGA-ED            DELIMITED BY SIZE
                  ' ALUNOS '              DELIMITED BY SIZE
                  WRK-ALUNOS-ED           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO DOCENTE-REPORT-REC.
           WRITE DOCENTE-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-TC-CARGA(WRK-IDX) TO WRK-BT-TOTAL.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 3000-LISTAR-ORFAOS - Cursos dados no termo que nao sairam sob
      * nenhum instrutor: sem instrutor ou com ID fora de EMP-MASTER.
      *****************************************************************
       3000-LISTAR-ORFAOS.
           PERFORM 3100-LISTAR-ORFAO THRU 3100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS.
       3000-EXIT.
           EXIT.

       3100-LISTAR-ORFAO.
           IF WRK-TC-ALUNOS(WRK-IDX) = 0
              OR WRK-TC-LISTADO(WRK-IDX) = 'S'
              GO TO 3100-EXIT
           END-IF.
           IF WRK-QTD-ORFAOS = 0
              MOVE SPACES TO DOCENTE-REPORT-REC
              WRITE DOCENTE-REPORT-REC
              MOVE 'CURSOS SEM INSTRUTOR OU FORA DO CADASTRO'
                TO DOCENTE-REPORT-REC
              WRITE DOCENTE-REPORT-REC
           END-IF.
           ADD 1 TO WRK-QTD-ORFAOS.
           PERFORM 2300-IMPRIMIR-CURSO THRU 2300-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING '      INSTRUTOR INFORMADO: ' DELIMITED BY SIZE
                  WRK-TC-INSTRUTOR(WRK-IDX)     DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO DOCENTE-REPORT-REC.
           WRITE DOCENTE-REPORT-REC.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Trailer padrao (cursos listados e total de
      * horas) e resumo no console; curso orfao termina com RC 4.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO DOCENTE-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE DOCENTE-REPORT.
           DISPLAY 'CARGA DOCENTE DO TERMO ' WRK-TERMO.
           DISPLAY 'INSTRUTORES........: ' WRK-QTD-DOCENTES.
           DISPLAY 'CURSOS LISTADOS....: ' WRK-BT-CONTADOR.
           DISPLAY 'CURSOS SEM INSTRUTOR: ' WRK-QTD-ORFAOS.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'CURSOS ALEM DA TABELA: ' WRK-QTD-DESCARTADOS
           END-IF.
           IF WRK-QTD-ORFAOS > 0 OR WRK-QTD-DESCARTADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de DOCENTE-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT DOCENTE-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'DOCENTE-REPORT' TO AG-RELATORIO.
           MOVE 'RELATORIO-DOCENTE' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE DOCENTE-REPORT-RELIDO.
           MOVE WRK-QTD-DOCENTES TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ DOCENTE-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE DOCENTE-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
