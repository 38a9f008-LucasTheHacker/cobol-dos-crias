       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDITA-CURRICULO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Auditoria de integralizacao curricular e proposta de
      *           matricula do termo seguinte. Para cada aluno ativo
      *           com programa de estudo (SM-PROGRAMA), confronta a
      *           matriz curricular do programa (MATRIZ-CURRICULAR)
      *           com o que o aluno ja cursou - vagas de SM-CURSOS,
      *           continuacao em ALUNO-CURSO e o espelho do historico
      *           HIST-NOTAS-IX (APROVADO em qualquer termo) - e lista
      *           em AUDITORIA-REPORT cada curso do programa como
      *           CONCLUIDO, EM ANDAMENTO ou PENDENTE, por semestre
      *           sugerido, com o resumo do que o aluno ainda deve.
      *           Em seguida propoe a matricula do termo seguinte em
      *           PROPOSTA-MATRICULA, no layout de ENROLL-IN que
      *           CARGA-ALUNOS carrega: os cursos obrigatorios
      *           pendentes dos primeiros semestres sugeridos cujos
      *           pre-requisitos de CURSO-MASTER ja estao aprovados,
      *           ate o maximo por aluno do PARM (MAXIMO=nn, padrao 5,
      *           as vagas de SM-CURSOS). Eletivos nao entram na
      *           proposta - a escolha e do aluno. Rodado no
      *           fechamento anual logo depois de VIRADA-ANO, para a
      *           secretaria revisar a proposta em vez de montar a
      *           renovacao de matricula a mao. Trailer padrao no
      *           relatorio: alunos auditados e soma dos obrigatorios
      *           pendentes.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Curso APROVEITADO conta como CONCLUIDO na
      *                    auditoria curricular.
      * 15/10/2026 Tutu - Proposta de matricula (layout ENROLL, 46 -> 65
      *                    posicoes) sai com o CPF e a data de
      *                    nascimento do aluno do cadastro.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      * 15/10/2026 Tutu - Copia de AUDITORIA-REPORT guardada no arquivo
      *                    de relatorios (rotina ARQUIVA-RELATORIO,
      *                    depois do fechamento), com paginas, registros
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
           SELECT HIST-NOTAS-IX ASSIGN TO "HIST-NOTAS-IX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT MATRIZ-CURRICULAR ASSIGN TO "MATRIZ-CURRICULAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MC-STATUS.
           SELECT AUDITORIA-REPORT ASSIGN TO "AUDITORIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITORIA-REPORT-RELIDO ASSIGN TO "AUDITORIA-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT PROPOSTA-MATRICULA ASSIGN TO "PROPOSTA-MATRICULA"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  MATRIZ-CURRICULAR
           RECORD CONTAINS 20 CHARACTERS.
           COPY MATRIZ.

       FD  AUDITORIA-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDITORIA-REPORT-REC    PIC X(80).
           COPY TRAILER.

       FD  AUDITORIA-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  AUDITORIA-REPORT-RELIDO-REC PIC X(80).

       FD  PROPOSTA-MATRICULA
           RECORD CONTAINS 65 CHARACTERS.
           COPY ENROLL.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY EXECGRV.
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
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-MC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-MATRIZ     PIC X(01)      VALUE 'N'.
           88 FIM-MATRIZ                     VALUE 'S'.
       77  WRK-FIM-CURSO      PIC X(01)      VALUE 'N'.
           88 FIM-CURSO                      VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-HNI        PIC X(01)      VALUE 'N'.
           88 FIM-HNI                        VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-TEM-HNI        PIC X(01)      VALUE 'N'.
           88 TEM-HIST-IX                    VALUE 'S'.
       77  WRK-PRE-OK         PIC X(01)      VALUE 'S'.
           88 PRE-REQ-CUMPRIDO               VALUE 'S'.
      *
      * Situacao de um curso para o aluno corrente, devolvida por
      * 3500-APURAR-SITUACAO.
       77  WRK-SITUACAO       PIC X(01)      VALUE 'P'.
           88 SIT-CONCLUIDO                  VALUE 'C'.
           88 SIT-ANDAMENTO                  VALUE 'A'.
           88 SIT-PENDENTE                   VALUE 'P'.
       77  WRK-MAXIMO         PIC 9(02)      VALUE 05.
       77  WRK-SEMESTRE       PIC 9(03) COMP VALUE ZERO.
       77  WRK-MAIOR-SEMESTRE PIC 9(03) COMP VALUE ZERO.
      *
      * Matriz curricular inteira (ate 1000 cursos de programa), com a
      * situacao do aluno corrente em cada curso do programa dele.
       01  WRK-TAB-MATRIZ.
           05 WRK-MATRIZ-ENT OCCURS 1000 TIMES.
              10 WRK-TM-PROGRAMA    PIC X(04).
              10 WRK-TM-CURSO       PIC X(08).
              10 WRK-TM-TIPO        PIC X(01).
              10 WRK-TM-SEMESTRE    PIC 9(02).
              10 WRK-TM-SITUACAO    PIC X(01).
       77  WRK-QTD-MATRIZ     PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-MATRIZ     PIC 9(04) COMP VALUE ZERO.
      *
      * Cursos do cadastro (ate 300): nome e pre-requisitos.
       01  WRK-TAB-CURSOS.
           05 WRK-CURSO-ENT OCCURS 300 TIMES.
              10 WRK-TC-CODIGO      PIC X(08).
              10 WRK-TC-NOME        PIC X(30).
              10 WRK-TC-PRE-REQ1    PIC X(08).
              10 WRK-TC-PRE-REQ2    PIC X(08).
       77  WRK-QTD-CURSOS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-CURSO      PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-SLOT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-CURSO-CONF     PIC X(08)      VALUE SPACES.
       77  WRK-NOME-CURSO     PIC X(30)      VALUE SPACES.
       77  WRK-TIPO-ED        PIC X(11)      VALUE SPACES.
       77  WRK-SITUACAO-ED    PIC X(12)      VALUE SPACES.
       77  WRK-SEMESTRE-ED    PIC 9(02)      VALUE ZEROS.
      *
      * Contagens do aluno corrente.
       77  WRK-ALU-OBRIG      PIC 9(03)      VALUE ZEROS.
       77  WRK-ALU-CONCL      PIC 9(03)      VALUE ZEROS.
       77  WRK-ALU-ANDAM      PIC 9(03)      VALUE ZEROS.
       77  WRK-ALU-PEND       PIC 9(03)      VALUE ZEROS.
       77  WRK-ALU-ELETIVAS   PIC 9(03)      VALUE ZEROS.
       77  WRK-ALU-NO-PROG    PIC 9(03)      VALUE ZEROS.
       77  WRK-ALU-PROPOSTOS  PIC 9(02)      VALUE ZEROS.
      *
      * Contagens da execucao.
       77  WRK-QTD-AUDITADOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-PROG   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-MATRIZ PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-INTEGRAIS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PROPOSTAS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(09)      VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'AUDITA-CURRICULO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Maximo de cursos propostos por aluno
      * (PARM MAXIMO=nn), matriz curricular e cadastro de cursos. Sem
      * matriz nao ha o que auditar (RC 8); sem cadastro de cursos a
      * auditoria sai sem os nomes e a proposta sem a conferencia de
      * pre-requisito.
      *****************************************************************
       1000-INICIALIZAR.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:7) = 'MAXIMO='
              AND WRK-PARM-JCL-TEXTO(8:2) IS NUMERIC
              MOVE WRK-PARM-JCL-TEXTO(8:2) TO WRK-MAXIMO
           END-IF.
           OPEN INPUT MATRIZ-CURRICULAR.
           IF WRK-MC-STATUS NOT = '00'
              DISPLAY 'MATRIZ-CURRICULAR AUSENTE - NADA A AUDITAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-GUARDAR-MATRIZ THRU 1100-EXIT
              UNTIL FIM-MATRIZ.
           CLOSE MATRIZ-CURRICULAR.
           IF WRK-QTD-MATRIZ = 0
              DISPLAY 'MATRIZ-CURRICULAR VAZIA - NADA A AUDITAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              MOVE LOW-VALUES TO CUR-CODIGO
              START CURSO-MASTER KEY IS NOT LESS THAN CUR-CODIGO
                  INVALID KEY SET FIM-CURSO TO TRUE
              END-START
              PERFORM 1200-GUARDAR-CURSO THRU 1200-EXIT
                 UNTIL FIM-CURSO
              CLOSE CURSO-MASTER
           ELSE
              DISPLAY 'CURSO-MASTER AUSENTE - PROPOSTA SEM '
                      'CONFERENCIA DE PRE-REQUISITO'
           END-IF.
           OPEN OUTPUT AUDITORIA-REPORT.
           SET ARQREL-GERADO TO TRUE.
           OPEN OUTPUT PROPOSTA-MATRICULA.
           MOVE INST-NOME TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           MOVE 'AUDITORIA DE INTEGRALIZACAO CURRICULAR'
             TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
       1000-EXIT.
           EXIT.

       1100-GUARDAR-MATRIZ.
           READ MATRIZ-CURRICULAR
               AT END
                  SET FIM-MATRIZ TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           IF MC-PROGRAMA = SPACES OR MC-CURSO = SPACES
              GO TO 1100-EXIT
           END-IF.
           IF WRK-QTD-MATRIZ >= 1000
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 1100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-MATRIZ.
           MOVE MC-PROGRAMA TO WRK-TM-PROGRAMA(WRK-QTD-MATRIZ).
           MOVE MC-CURSO    TO WRK-TM-CURSO(WRK-QTD-MATRIZ).
           IF MC-ELETIVO
              MOVE 'E' TO WRK-TM-TIPO(WRK-QTD-MATRIZ)
           ELSE
              MOVE 'O' TO WRK-TM-TIPO(WRK-QTD-MATRIZ)
           END-IF.
           IF MC-SEMESTRE IS NUMERIC
              MOVE MC-SEMESTRE TO WRK-TM-SEMESTRE(WRK-QTD-MATRIZ)
           ELSE
              MOVE ZEROS TO WRK-TM-SEMESTRE(WRK-QTD-MATRIZ)
           END-IF.
           IF WRK-TM-SEMESTRE(WRK-QTD-MATRIZ) > WRK-MAIOR-SEMESTRE
              MOVE WRK-TM-SEMESTRE(WRK-QTD-MATRIZ)
                TO WRK-MAIOR-SEMESTRE
           END-IF.
           MOVE 'P' TO WRK-TM-SITUACAO(WRK-QTD-MATRIZ).
       1100-EXIT.
           EXIT.

       1200-GUARDAR-CURSO.
           READ CURSO-MASTER NEXT RECORD
               AT END
                  SET FIM-CURSO TO TRUE
                  GO TO 1200-EXIT
           END-READ.
           IF WRK-QTD-CURSOS >= 300
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CURSOS.
           MOVE CUR-CODIGO   TO WRK-TC-CODIGO(WRK-QTD-CURSOS).
           MOVE CUR-NOME     TO WRK-TC-NOME(WRK-QTD-CURSOS).
           MOVE CUR-PRE-REQ1 TO WRK-TC-PRE-REQ1(WRK-QTD-CURSOS).
           MOVE CUR-PRE-REQ2 TO WRK-TC-PRE-REQ2(WRK-QTD-CURSOS).
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR - Percorre o cadastro de alunos; os ativos com
      * programa de estudo sao auditados e recebem a proposta.
      *****************************************************************
       2000-PROCESSAR.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA A AUDITAR'
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
              DISPLAY 'ESPELHO HIST-NOTAS-IX AUSENTE - AUDITORIA SO '
                      'PELOS CURSOS DO ANO'
           END-IF.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
               INVALID KEY SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 2100-AUDITAR-ALUNO THRU 2100-EXIT
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

       2100-AUDITAR-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF NOT SM-MAT-ATIVA
              GO TO 2100-EXIT
           END-IF.
           IF SM-PROGRAMA = SPACES
              ADD 1 TO WRK-QTD-SEM-PROG
              GO TO 2100-EXIT
           END-IF.
           MOVE ZEROS TO WRK-ALU-OBRIG WRK-ALU-CONCL WRK-ALU-ANDAM
                         WRK-ALU-PEND WRK-ALU-ELETIVAS WRK-ALU-NO-PROG
                         WRK-ALU-PROPOSTOS.
           PERFORM 2200-APURAR-CURSO THRU 2200-EXIT
              VARYING WRK-IDX-MATRIZ FROM 1 BY 1
              UNTIL WRK-IDX-MATRIZ > WRK-QTD-MATRIZ.
           MOVE SPACES TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNO '      DELIMITED BY SIZE
                  SM-MATRICULA  DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  SM-NOME       DELIMITED BY SIZE
                  '  PROGRAMA ' DELIMITED BY SIZE
                  SM-PROGRAMA   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           IF WRK-ALU-NO-PROG = 0
              MOVE '  PROGRAMA SEM CURSO NA MATRIZ CURRICULAR'
                TO AUDITORIA-REPORT-REC
              WRITE AUDITORIA-REPORT-REC
              ADD 1 TO WRK-QTD-SEM-MATRIZ
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-AUDITADOS.
           PERFORM 2300-LISTAR-SEMESTRE THRU 2300-EXIT
              VARYING WRK-SEMESTRE FROM 0 BY 1
              UNTIL WRK-SEMESTRE > WRK-MAIOR-SEMESTRE.
           MOVE SPACES TO WRK-LINHA.
           STRING '  OBRIGATORIOS: '  DELIMITED BY SIZE
                  WRK-ALU-OBRIG       DELIMITED BY SIZE
                  ' CONCLUIDOS: '     DELIMITED BY SIZE
                  WRK-ALU-CONCL       DELIMITED BY SIZE
                  ' EM ANDAMENTO: '   DELIMITED BY SIZE
                  WRK-ALU-ANDAM       DELIMITED BY SIZE
                  ' PENDENTES: '      DELIMITED BY SIZE
                  WRK-ALU-PEND        DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING '  ELETIVOS CONCLUIDOS: ' DELIMITED BY SIZE
                  WRK-ALU-ELETIVAS          DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           ADD WRK-ALU-PEND TO WRK-BT-TOTAL.
           IF WRK-ALU-PEND = 0 AND WRK-ALU-ANDAM = 0
              MOVE '  OBRIGATORIOS DO PROGRAMA INTEGRALIZADOS'
                TO AUDITORIA-REPORT-REC
              WRITE AUDITORIA-REPORT-REC
              ADD 1 TO WRK-QTD-INTEGRAIS
              GO TO 2100-EXIT
           END-IF.
           PERFORM 4000-PROPOR-SEMESTRE THRU 4000-EXIT
              VARYING WRK-SEMESTRE FROM 0 BY 1
              UNTIL WRK-SEMESTRE > WRK-MAIOR-SEMESTRE
                 OR WRK-ALU-PROPOSTOS >= WRK-MAXIMO.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CURSOS PROPOSTOS PARA O TERMO SEGUINTE: '
                                      DELIMITED BY SIZE
                  WRK-ALU-PROPOSTOS   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-APURAR-CURSO - Situacao do aluno corrente no curso
      * WRK-IDX-MATRIZ da matriz, quando o curso e do programa dele,
      * com as contagens por tipo.
      *****************************************************************
       2200-APURAR-CURSO.
           IF WRK-TM-PROGRAMA(WRK-IDX-MATRIZ) NOT = SM-PROGRAMA
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-ALU-NO-PROG.
           MOVE WRK-TM-CURSO(WRK-IDX-MATRIZ) TO WRK-CURSO-CONF.
           PERFORM 3500-APURAR-SITUACAO THRU 3500-EXIT.
           MOVE WRK-SITUACAO TO WRK-TM-SITUACAO(WRK-IDX-MATRIZ).
           IF WRK-TM-TIPO(WRK-IDX-MATRIZ) = 'E'
              IF SIT-CONCLUIDO
                 ADD 1 TO WRK-ALU-ELETIVAS
              END-IF
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-ALU-OBRIG.
           EVALUATE TRUE
              WHEN SIT-CONCLUIDO
                 ADD 1 TO WRK-ALU-CONCL
              WHEN SIT-ANDAMENTO
                 ADD 1 TO WRK-ALU-ANDAM
              WHEN OTHER
                 ADD 1 TO WRK-ALU-PEND
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-LISTAR-SEMESTRE - Linhas do semestre sugerido
      * WRK-SEMESTRE do programa do aluno, na ordem da matriz.
      *****************************************************************
       2300-LISTAR-SEMESTRE.
           PERFORM 2310-LISTAR-CURSO THRU 2310-EXIT
              VARYING WRK-IDX-MATRIZ FROM 1 BY 1
              UNTIL WRK-IDX-MATRIZ > WRK-QTD-MATRIZ.
       2300-EXIT.
           EXIT.

       2310-LISTAR-CURSO.
           IF WRK-TM-PROGRAMA(WRK-IDX-MATRIZ) NOT = SM-PROGRAMA
              OR WRK-TM-SEMESTRE(WRK-IDX-MATRIZ) NOT = WRK-SEMESTRE
              GO TO 2310-EXIT
           END-IF.
           MOVE WRK-TM-CURSO(WRK-IDX-MATRIZ) TO WRK-CURSO-CONF.
           PERFORM 3600-LOCALIZAR-CURSO THRU 3600-EXIT.
           IF WRK-IDX-CURSO > 0
              MOVE WRK-TC-NOME(WRK-IDX-CURSO) TO WRK-NOME-CURSO
           ELSE
              MOVE 'FORA DO CADASTRO' TO WRK-NOME-CURSO
           END-IF.
           IF WRK-TM-TIPO(WRK-IDX-MATRIZ) = 'E'
              MOVE 'ELETIVO' TO WRK-TIPO-ED
           ELSE
              MOVE 'OBRIGATORIO' TO WRK-TIPO-ED
           END-IF.
           EVALUATE WRK-TM-SITUACAO(WRK-IDX-MATRIZ)
              WHEN 'C'
                 MOVE 'CONCLUIDO' TO WRK-SITUACAO-ED
              WHEN 'A'
                 MOVE 'EM ANDAMENTO' TO WRK-SITUACAO-ED
              WHEN OTHER
                 MOVE 'PENDENTE' TO WRK-SITUACAO-ED
           END-EVALUATE.
           MOVE WRK-TM-SEMESTRE(WRK-IDX-MATRIZ) TO WRK-SEMESTRE-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  SEM '        DELIMITED BY SIZE
                  WRK-SEMESTRE-ED DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-CURSO-CONF  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-NOME-CURSO  DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-TIPO-ED     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-SITUACAO-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 3500-APURAR-SITUACAO - Situacao do aluno corrente no curso
      * WRK-CURSO-CONF: CONCLUIDO com APROVADO ou APROVEITADO numa
      * vaga de SM-CURSOS, na continuacao ALUNO-CURSO ou em qualquer
      * termo do espelho do historico; EM ANDAMENTO com vaga ou
      * continuacao de resultado ainda em branco; senao PENDENTE.
      *****************************************************************
       3500-APURAR-SITUACAO.
           MOVE 'P' TO WRK-SITUACAO.
           PERFORM 3510-CONFERIR-VAGA THRU 3510-EXIT
              VARYING WRK-IDX-SLOT FROM 1 BY 1
              UNTIL WRK-IDX-SLOT > 5 OR SIT-CONCLUIDO.
           IF NOT SIT-CONCLUIDO AND TEM-ALUNO-CURSO
              MOVE SM-MATRICULA   TO AC-MATRICULA
              MOVE WRK-CURSO-CONF TO AC-CURSO
              READ ALUNO-CURSO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF AC-RESULTADO = 'APROVADO'
                        OR AC-RESULTADO = 'APROVEITADO'
                        SET SIT-CONCLUIDO TO TRUE
                     END-IF
                     IF AC-RESULTADO = SPACES
                        SET SIT-ANDAMENTO TO TRUE
                     END-IF
              END-READ
           END-IF.
           IF SIT-CONCLUIDO OR NOT TEM-HIST-IX
              GO TO 3500-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-HNI.
           MOVE SM-MATRICULA   TO HNI-MATRICULA.
           MOVE WRK-CURSO-CONF TO HNI-CURSO.
           MOVE LOW-VALUES     TO HNI-TERMO.
           START HIST-NOTAS-IX KEY IS NOT LESS THAN HNI-CHAVE
               INVALID KEY SET FIM-HNI TO TRUE
           END-START.
           PERFORM 3520-LER-HISTORICO THRU 3520-EXIT
              UNTIL FIM-HNI OR SIT-CONCLUIDO.
       3500-EXIT.
           EXIT.

       3510-CONFERIR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-SLOT) NOT = WRK-CURSO-CONF
              GO TO 3510-EXIT
           END-IF.
           IF SM-CURSO-RESULTADO(WRK-IDX-SLOT) = 'APROVADO'
              OR SM-CURSO-RESULTADO(WRK-IDX-SLOT) = 'APROVEITADO'
              SET SIT-CONCLUIDO TO TRUE
           END-IF.
           IF SM-CURSO-RESULTADO(WRK-IDX-SLOT) = SPACES
              SET SIT-ANDAMENTO TO TRUE
           END-IF.
       3510-EXIT.
           EXIT.

       3520-LER-HISTORICO.
           READ HIST-NOTAS-IX NEXT RECORD
               AT END
                  SET FIM-HNI TO TRUE
                  GO TO 3520-EXIT
           END-READ.
           IF HNI-MATRICULA NOT = SM-MATRICULA
              OR HNI-CURSO NOT = WRK-CURSO-CONF
              SET FIM-HNI TO TRUE
              GO TO 3520-EXIT
           END-IF.
           IF HNI-RESULTADO = 'APROVADO'
              OR HNI-RESULTADO = 'APROVEITADO'
              SET SIT-CONCLUIDO TO TRUE
           END-IF.
       3520-EXIT.
           EXIT.

       3600-LOCALIZAR-CURSO.
           MOVE ZERO TO WRK-IDX-CURSO.
           PERFORM 3610-COMPARAR-CURSO THRU 3610-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS OR WRK-IDX-CURSO > 0.
       3600-EXIT.
           EXIT.

       3610-COMPARAR-CURSO.
           IF WRK-TC-CODIGO(WRK-IDX) = WRK-CURSO-CONF
              MOVE WRK-IDX TO WRK-IDX-CURSO
           END-IF.
       3610-EXIT.
           EXIT.

      *****************************************************************
      * 4000-PROPOR-SEMESTRE - Obrigatorios pendentes do semestre
      * sugerido WRK-SEMESTRE com os pre-requisitos aprovados entram
      * na proposta, ate o maximo por aluno.
      *****************************************************************
       4000-PROPOR-SEMESTRE.
           PERFORM 4100-PROPOR-CURSO THRU 4100-EXIT
              VARYING WRK-IDX-MATRIZ FROM 1 BY 1
              UNTIL WRK-IDX-MATRIZ > WRK-QTD-MATRIZ
                 OR WRK-ALU-PROPOSTOS >= WRK-MAXIMO.
       4000-EXIT.
           EXIT.

       4100-PROPOR-CURSO.
           IF WRK-TM-PROGRAMA(WRK-IDX-MATRIZ) NOT = SM-PROGRAMA
              OR WRK-TM-SEMESTRE(WRK-IDX-MATRIZ) NOT = WRK-SEMESTRE
              OR WRK-TM-TIPO(WRK-IDX-MATRIZ) = 'E'
              OR WRK-TM-SITUACAO(WRK-IDX-MATRIZ) NOT = 'P'
              GO TO 4100-EXIT
           END-IF.
           MOVE WRK-TM-CURSO(WRK-IDX-MATRIZ) TO WRK-CURSO-CONF.
           PERFORM 3600-LOCALIZAR-CURSO THRU 3600-EXIT.
           MOVE 'S' TO WRK-PRE-OK.
           IF WRK-IDX-CURSO > 0
              IF WRK-TC-PRE-REQ1(WRK-IDX-CURSO) NOT = SPACES
                 MOVE WRK-TC-PRE-REQ1(WRK-IDX-CURSO) TO WRK-CURSO-CONF
                 PERFORM 4200-CONFERIR-PRE-REQ THRU 4200-EXIT
              END-IF
              IF PRE-REQ-CUMPRIDO
                 AND WRK-TC-PRE-REQ2(WRK-IDX-CURSO) NOT = SPACES
                 MOVE WRK-TC-PRE-REQ2(WRK-IDX-CURSO) TO WRK-CURSO-CONF
                 PERFORM 4200-CONFERIR-PRE-REQ THRU 4200-EXIT
              END-IF
           END-IF.
           IF NOT PRE-REQ-CUMPRIDO
              GO TO 4100-EXIT
           END-IF.
           MOVE SPACES                       TO ENROLL-REC.
           MOVE SM-MATRICULA                 TO EN-MATRICULA.
           MOVE SM-NOME                      TO EN-NOME.
           MOVE WRK-TM-CURSO(WRK-IDX-MATRIZ) TO EN-CURSO.
           MOVE SM-CAMPUS                    TO EN-CAMPUS.
           MOVE SM-PROGRAMA                  TO EN-PROGRAMA.
           MOVE SM-CPF                       TO EN-CPF.
           MOVE SM-DATA-NASC                 TO EN-DATA-NASC.
           WRITE ENROLL-REC.
           ADD 1 TO WRK-ALU-PROPOSTOS.
           ADD 1 TO WRK-QTD-PROPOSTAS.
           MOVE SPACES TO WRK-LINHA.
           STRING '  PROPOSTO: '              DELIMITED BY SIZE
                  WRK-TM-CURSO(WRK-IDX-MATRIZ) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-CONFERIR-PRE-REQ - Pre-requisito WRK-CURSO-CONF so conta
      * cumprido com o curso CONCLUIDO pelo aluno.
      *****************************************************************
       4200-CONFERIR-PRE-REQ.
           PERFORM 3500-APURAR-SITUACAO THRU 3500-EXIT.
           IF NOT SIT-CONCLUIDO
              MOVE 'N' TO WRK-PRE-OK
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo da execucao e trailer no relatorio.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AUDITADOS: '       DELIMITED BY SIZE
                  WRK-QTD-AUDITADOS   DELIMITED BY SIZE
                  ' INTEGRALIZADOS: ' DELIMITED BY SIZE
                  WRK-QTD-INTEGRAIS   DELIMITED BY SIZE
                  ' CURSOS PROPOSTOS: ' DELIMITED BY SIZE
                  WRK-QTD-PROPOSTAS   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AUDITORIA-REPORT-REC.
           WRITE AUDITORIA-REPORT-REC.
           DISPLAY WRK-LINHA.
           DISPLAY 'ALUNOS SEM PROGRAMA DE ESTUDO: ' WRK-QTD-SEM-PROG.
           DISPLAY 'PROGRAMA SEM MATRIZ..........: '
                   WRK-QTD-SEM-MATRIZ.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'CURSOS DA MATRIZ ALEM DA TABELA (IGNORADOS): '
                      WRK-QTD-DESCARTADOS
           END-IF.
           MOVE SPACES TO AUDITORIA-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-AUDITADOS TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL      TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE AUDITORIA-REPORT.
           CLOSE PROPOSTA-MATRICULA.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de AUDITORIA-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT AUDITORIA-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'AUDITORIA-REPORT' TO AG-RELATORIO.
           MOVE 'AUDITA-CURRICULO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE AUDITORIA-REPORT-RELIDO.
           MOVE WRK-QTD-AUDITADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ AUDITORIA-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE AUDITORIA-REPORT-RELIDO-REC TO AG-LINHA.
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
           MOVE WRK-QTD-AUDITADOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'AUDITA-CURRICULO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
