       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LISTA-JUSTIFICATIVAS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Listagem mensal das justificativas de falta que
      *           pedem acao da secretaria ou da coordenacao: todas as
      *           ainda pendentes de decisao (qualquer que seja a data
      *           de registro) e as negadas no mes de referencia, com
      *           o motivo da negacao. Mes de referencia pelo PARM
      *           (MES=AAAAMM); PARM em branco lista o mes corrente.
      *           Sai em JUSTIF-REPORT em duas secoes, com o nome do
      *           aluno resolvido em STUDENT-MASTER. Trailer padrao:
      *           justificativas listadas e quantas estao pendentes. A
      *           data de execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de JUSTIF-REPORT guardada no arquivo de
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
           SELECT JUSTIFICATIVA ASSIGN TO "JUSTIFICATIVA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-CHAVE
               FILE STATUS IS WRK-JU-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT JUSTIF-REPORT ASSIGN TO "JUSTIF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT JUSTIF-REPORT-RELIDO ASSIGN TO "JUSTIF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JUSTIFICATIVA.
           COPY JUSTIF.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  JUSTIF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  JUSTIF-REPORT-REC        PIC X(80).
           COPY TRAILER.

       FD  JUSTIF-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  JUSTIF-REPORT-RELIDO-REC PIC X(80).
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
       77  WRK-JU-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-JUST       PIC X(01)      VALUE 'N'.
           88 FIM-JUST                       VALUE 'S'.
       77  WRK-TEM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 TEM-STUDENT-MASTER             VALUE 'S'.
       77  WRK-SECAO          PIC X(01)      VALUE SPACE.
           88 SECAO-PENDENTES                VALUE 'P'.
           88 SECAO-NEGADAS                  VALUE 'N'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       77  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       77  WRK-NOME-ALUNO     PIC X(20)      VALUE SPACES.
       77  WRK-QTD-SECAO      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PENDENTES  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-NEGADAS    PIC 9(05)      VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Linha de detalhe: aluno, curso, periodo, documento e, para as
      * negadas, o motivo na linha seguinte.
       01  WRK-DETALHE.
           05 WRK-DET-MATRICULA     PIC X(10).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-NOME          PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-CURSO         PIC X(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DATA-INI      PIC 9(08).
           05 FILLER                PIC X(01)  VALUE '-'.
           05 WRK-DET-DATA-FIM      PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-TIPO-DOC      PIC X(02).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DATA-REF      PIC 9(08).
           05 FILLER                PIC X(10)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           SET SECAO-PENDENTES TO TRUE.
           PERFORM 2000-LISTAR-SECAO THRU 2000-EXIT.
           SET SECAO-NEGADAS TO TRUE.
           PERFORM 2000-LISTAR-SECAO THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Mes de referencia do PARM (MES=AAAAMM, mes
      * corrente quando em branco ou invalido), abertura do cadastro
      * de justificativas (sem ele nao ha o que listar - RC 8), do
      * cadastro de alunos (opcional, so para o nome) e do relatorio.
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
           OPEN INPUT JUSTIFICATIVA.
           IF WRK-JU-STATUS NOT = '00'
              DISPLAY 'JUSTIFICATIVA AUSENTE - NADA A LISTAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS = '00'
              MOVE 'S' TO WRK-TEM-ALUNOS
           END-IF.
           OPEN OUTPUT JUSTIF-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO JUSTIF-REPORT-REC.
           WRITE JUSTIF-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'JUSTIFICATIVAS DE FALTA - MES DE REFERENCIA '
                                        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO JUSTIF-REPORT-REC.
           WRITE JUSTIF-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LISTAR-SECAO - Uma passada completa pelo cadastro para a
      * secao corrente: pendentes (data de registro na coluna final)
      * ou negadas no mes (data da decisao na coluna final, motivo na
      * linha seguinte).
      *****************************************************************
       2000-LISTAR-SECAO.
           MOVE SPACES TO JUSTIF-REPORT-REC.
           WRITE JUSTIF-REPORT-REC.
           IF SECAO-PENDENTES
              MOVE 'PENDENTES DE DECISAO (DATA FINAL = REGISTRO)'
                TO JUSTIF-REPORT-REC
           ELSE
              MOVE 'NEGADAS NO MES (DATA FINAL = DECISAO)'
                TO JUSTIF-REPORT-REC
           END-IF.
           WRITE JUSTIF-REPORT-REC.
           MOVE 'MATRICULA  ALUNO                CURSO    PERIODO'
             TO JUSTIF-REPORT-REC.
           MOVE 'TP DATA' TO JUSTIF-REPORT-REC(60:7).
           WRITE JUSTIF-REPORT-REC.
           MOVE ZEROS TO WRK-QTD-SECAO.
           MOVE 'N' TO WRK-FIM-JUST.
           MOVE LOW-VALUES TO JU-CHAVE.
           START JUSTIFICATIVA KEY IS NOT LESS THAN JU-CHAVE
               INVALID KEY SET FIM-JUST TO TRUE
           END-START.
           PERFORM 2100-AVALIAR-JUSTIFICATIVA THRU 2100-EXIT
              UNTIL FIM-JUST.
           IF WRK-QTD-SECAO = 0
              MOVE '  (NENHUMA)' TO JUSTIF-REPORT-REC
              WRITE JUSTIF-REPORT-REC
           END-IF.
       2000-EXIT.
           EXIT.

       2100-AVALIAR-JUSTIFICATIVA.
           READ JUSTIFICATIVA NEXT RECORD
               AT END
                  SET FIM-JUST TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF SECAO-PENDENTES
              IF NOT JU-PENDENTE
                 GO TO 2100-EXIT
              END-IF
              MOVE JU-DATA-REGISTRO TO WRK-DET-DATA-REF
              ADD 1 TO WRK-QTD-PENDENTES
           ELSE
              IF NOT JU-NEGADA
                 OR JU-DATA-DECISAO(1:6) NOT = WRK-MES-REF
                 GO TO 2100-EXIT
              END-IF
              MOVE JU-DATA-DECISAO TO WRK-DET-DATA-REF
              ADD 1 TO WRK-QTD-NEGADAS
           END-IF.
           PERFORM 2200-RESOLVER-NOME THRU 2200-EXIT.
           MOVE JU-MATRICULA   TO WRK-DET-MATRICULA.
           MOVE WRK-NOME-ALUNO TO WRK-DET-NOME.
           MOVE JU-CURSO       TO WRK-DET-CURSO.
           MOVE JU-DATA-INI    TO WRK-DET-DATA-INI.
           MOVE JU-DATA-FIM    TO WRK-DET-DATA-FIM.
           MOVE JU-TIPO-DOC    TO WRK-DET-TIPO-DOC.
           MOVE WRK-DETALHE TO JUSTIF-REPORT-REC.
           WRITE JUSTIF-REPORT-REC.
           IF SECAO-NEGADAS
              MOVE SPACES TO WRK-LINHA
              STRING '           MOTIVO: '  DELIMITED BY SIZE
                     JU-MOTIVO-NEGACAO      DELIMITED BY SIZE
                     '  POR: '              DELIMITED BY SIZE
                     JU-DECIDIDO-POR        DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO JUSTIF-REPORT-REC
              WRITE JUSTIF-REPORT-REC
           END-IF.
           ADD 1 TO WRK-QTD-SECAO.
           ADD 1 TO WRK-BT-CONTADOR.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-RESOLVER-NOME - Nome do aluno no cadastro mestre; sem o
      * cadastro ou sem a matricula, a coluna sai em branco.
      *****************************************************************
       2200-RESOLVER-NOME.
           MOVE SPACES TO WRK-NOME-ALUNO.
           IF NOT TEM-STUDENT-MASTER
              GO TO 2200-EXIT
           END-IF.
           MOVE JU-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE SM-NOME TO WRK-NOME-ALUNO
           END-READ.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Totais, trailer padrao e fechamento.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO JUSTIF-REPORT-REC.
           WRITE JUSTIF-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PENDENTES: '     DELIMITED BY SIZE
                  WRK-QTD-PENDENTES DELIMITED BY SIZE
                  ' NEGADAS NO MES: ' DELIMITED BY SIZE
                  WRK-QTD-NEGADAS   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO JUSTIF-REPORT-REC.
           WRITE JUSTIF-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO JUSTIF-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR   TO BT-QTD-REGISTROS.
           MOVE WRK-QTD-PENDENTES TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE JUSTIF-REPORT.
           CLOSE JUSTIFICATIVA.
           IF TEM-STUDENT-MASTER
              CLOSE STUDENT-MASTER
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de JUSTIF-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT JUSTIF-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'JUSTIF-REPORT' TO AG-RELATORIO.
           MOVE 'LISTA-JUSTIFICATIVAS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE JUSTIF-REPORT-RELIDO.
           MOVE WRK-QTD-PENDENTES TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ JUSTIF-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE JUSTIF-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
