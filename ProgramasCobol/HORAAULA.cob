       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APURA-HORA-AULA.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Passo pre-folha que apura as horas-aula dadas por
      *           cada instrutor na competencia e as grava no registro
      *           do instrutor em EMP-IN (EI-HORAS-AULA), no arquivo
      *           EMP-AULA que APURA-PONTO e a folha consomem no lugar
      *           do original - hoje o RH redigitava as horas de uma
      *           lista de papel todo mes. Um curso conta como dado no
      *           mes quando tem ao menos um aluno ativo com o curso
      *           em andamento (SM-CURSOS ou ALUNO-CURSO); as horas
      *           saem do quadro de horarios (QUADRO-HORARIO): cada
      *           encontro semanal da turma vale a sua duracao vezes
      *           as ocorrencias daquele dia da semana no mes, tirados
      *           os feriados de dia util (DIA-UTIL). Curso sem quadro
      *           de horarios cai na carga horaria do cadastro
      *           (CUR-CARGA-HORARIA) dividida pelos seis meses do
      *           termo. O instrutor e o CUR-INSTRUTOR (EM-ID) do
      *           curso. Instrutor com horas apuradas e sem registro em
      *           EMP-IN sai no relatorio AULA-EXCECAO e termina a
      *           execucao com RC 4. A competencia vem de
      *           COMPETENCIA=AAAAMM no PARM do EXEC PGM= (branco = mes
      *           corrente).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - EMP-IN/EMP-AULA ganharam os dias de
      *                       ausencia (RECORD CONTAINS 59 -> 65),
      *                       preenchidos por APURA-PONTO, que roda
      *                       depois deste passo; aqui o registro apenas
      *                       passa adiante.
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
      * 15/10/2026 Batista - Copia de AULA-EXCECAO guardada no arquivo
      *                       de relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-IN ASSIGN TO "EMP-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
           SELECT EMP-AULA ASSIGN TO "EMP-AULA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
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
           SELECT QUADRO-HORARIO ASSIGN TO "QUADRO-HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               ALTERNATE RECORD KEY IS HO-CHAVE-SALA WITH DUPLICATES
               FILE STATUS IS WRK-HO-STATUS.
           SELECT AULA-EXCECAO ASSIGN TO "AULA-EXCECAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AULA-EXCECAO-RELIDO ASSIGN TO "AULA-EXCECAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
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

       FD  EMP-AULA
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-AULA-REC            PIC X(65).

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  QUADRO-HORARIO.
           COPY HORARIO.

       FD  AULA-EXCECAO
           RECORD CONTAINS 80 CHARACTERS.
       01  AULA-EXCECAO-REC        PIC X(80).

       FD  AULA-EXCECAO-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  AULA-EXCECAO-RELIDO-REC  PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY JCLPARM.
       COPY DIAUTIL.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-EI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HO-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-EMP-IN     PIC X(01)      VALUE 'N'.
           88 FIM-EMP-IN                     VALUE 'S'.
       77  WRK-FIM-CURSO      PIC X(01)      VALUE 'N'.
           88 FIM-CURSO                      VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-AC-SCAN    PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                    VALUE 'S'.
       77  WRK-FIM-HORARIO    PIC X(01)      VALUE 'N'.
           88 FIM-HORARIO                    VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-TEM-HORARIO    PIC X(01)      VALUE 'N'.
           88 TEM-QUADRO-HORARIO             VALUE 'S'.
       77  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       77  WRK-COMP-TXT       PIC X(06)      VALUE SPACES.
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO    PIC 9(04)      VALUE ZEROS.
           05 WRK-COMP-MES    PIC 9(02)      VALUE ZEROS.
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-DATA-DIA.
           05 WRK-DD-COMP     PIC 9(06)      VALUE ZEROS.
           05 WRK-DD-DIA      PIC 9(02)      VALUE ZEROS.
       01  WRK-DATA-DIA-NUM REDEFINES WRK-DATA-DIA PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES    PIC 9(02)      VALUE ZERO.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
      *
      * Ocorrencias letivas de cada dia da semana na competencia, no
      * codigo de HO-DIA-SEMANA (1 = domingo ... 7 = sabado).
       01  WRK-TAB-OCORRENCIAS.
           05 WRK-QTD-DIA-SEM OCCURS 7 TIMES PIC 9(02) COMP.
       77  WRK-DIA-SEM-HO     PIC 9(01)      VALUE ZERO.
      *
      * Cursos com instrutor, com a quantidade de alunos ativos com o
      * curso em andamento (ate 300 cursos).
       01  WRK-TAB-CURSOS.
           05 WRK-CURSO-ENT OCCURS 300 TIMES.
              10 WRK-TC-CODIGO      PIC X(08).
              10 WRK-TC-INSTRUTOR   PIC X(06).
              10 WRK-TC-CARGA       PIC 9(04).
              10 WRK-TC-ALUNOS      PIC 9(05) COMP.
       77  WRK-QTD-CURSOS     PIC 9(03) COMP VALUE ZERO.
      *
      * Instrutores com minutos apurados na competencia (ate 200).
       01  WRK-TAB-DOCENTES.
           05 WRK-DOCENTE-ENT OCCURS 200 TIMES.
              10 WRK-TD-ID          PIC X(06).
              10 WRK-TD-MINUTOS     PIC 9(07) COMP.
              10 WRK-TD-NO-EMP-IN   PIC X(01).
       77  WRK-QTD-DOCENTES   PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-SLOT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-DOC        PIC 9(03) COMP VALUE ZERO.
       77  WRK-CURSO-BUSCA    PIC X(08)      VALUE SPACES.
       77  WRK-ID-BUSCA       PIC X(06)      VALUE SPACES.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       01  WRK-HHMM.
           05 WRK-HH          PIC 9(02)      VALUE ZEROS.
           05 WRK-MM          PIC 9(02)      VALUE ZEROS.
       01  WRK-HHMM-NUM REDEFINES WRK-HHMM PIC 9(04).
       77  WRK-MIN-INICIO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-MIN-FIM        PIC 9(04) COMP VALUE ZERO.
       77  WRK-MIN-CURSO      PIC 9(07) COMP VALUE ZERO.
       77  WRK-QTD-ENCONTROS  PIC 9(03) COMP VALUE ZERO.
       77  WRK-HORAS-APURADAS PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-LIDOS      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-COM-AULA   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-EMP-IN PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PELA-CARGA PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'APURA-HORA-AULA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 1300-CARREGAR-CURSOS THRU 1300-EXIT.
           PERFORM 1400-CONTAR-ALUNOS THRU 1400-EXIT.
           PERFORM 2000-APURAR-DOCENTES THRU 2000-EXIT.
           PERFORM 3000-GRAVAR-EMP-AULA THRU 3000-EXIT.
           PERFORM 4000-DENUNCIAR-SEM-EMP-IN THRU 4000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve a competencia, monta as ocorrencias
      * letivas de cada dia da semana no mes e abre os arquivos. Sem
      * EMP-IN nao ha folha a alimentar (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-COMPETENCIA-NUM.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:12) = 'COMPETENCIA='
              MOVE WRK-PARM-JCL-TEXTO(13:6) TO WRK-COMP-TXT
              IF WRK-COMP-TXT IS NUMERIC
                 MOVE WRK-COMP-TXT TO WRK-COMPETENCIA-NUM
              END-IF
           END-IF.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA-NUM
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'APURANDO HORAS-AULA DA COMPETENCIA '
                   WRK-COMPETENCIA-NUM.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'EMP-IN AUSENTE - NADA A ALIMENTAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-APURAR-DIAS-MES THRU 1100-EXIT.
           INITIALIZE WRK-TAB-OCORRENCIAS.
           MOVE WRK-COMPETENCIA-NUM TO WRK-DD-COMP.
           PERFORM 1200-CLASSIFICAR-DIA THRU 1200-EXIT
              VARYING WRK-DD-DIA FROM 1 BY 1
              UNTIL WRK-DD-DIA > WRK-DIAS-NO-MES.
           OPEN INPUT QUADRO-HORARIO.
           IF WRK-HO-STATUS = '00'
              SET TEM-QUADRO-HORARIO TO TRUE
           END-IF.
           OPEN OUTPUT EMP-AULA.
           OPEN OUTPUT AULA-EXCECAO.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'INSTRUTORES COM HORAS-AULA SEM REGISTRO EM EMP-IN'
             TO AULA-EXCECAO-REC.
           WRITE AULA-EXCECAO-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-APURAR-DIAS-MES - Dias da competencia, com fevereiro de
      * 29 dias em ano bissexto.
      *****************************************************************
       1100-APURAR-DIAS-MES.
           MOVE WRK-DIAS-MES(WRK-COMP-MES) TO WRK-DIAS-NO-MES.
           IF WRK-COMP-MES NOT = 2
              GO TO 1100-EXIT
           END-IF.
           DIVIDE WRK-COMP-ANO BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-COMP-ANO BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-COMP-ANO BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CLASSIFICAR-DIA - Dia da semana da data (DIA-UTIL 'D',
      * 0 = sabado, 1 = domingo, 2 a 6 = segunda a sexta, convertido
      * para o codigo do quadro); de segunda a sexta, o dia que nao e
      * util e feriado e nao tem aula.
      *****************************************************************
       1200-CLASSIFICAR-DIA.
           MOVE 'D' TO DU-FUNCAO.
           MOVE WRK-DATA-DIA-NUM TO DU-DATA.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           IF DU-DIA-SEMANA = 0
              MOVE 7 TO WRK-DIA-SEM-HO
           ELSE
              MOVE DU-DIA-SEMANA TO WRK-DIA-SEM-HO
           END-IF.
           IF WRK-DIA-SEM-HO > 1 AND WRK-DIA-SEM-HO < 7
              MOVE 'U' TO DU-FUNCAO
              MOVE WRK-DATA-DIA-NUM TO DU-DATA
              CALL 'DIA-UTIL' USING DIA-UTIL-LNK
              IF NOT DU-DATA-E-UTIL
                 GO TO 1200-EXIT
              END-IF
           END-IF.
           ADD 1 TO WRK-QTD-DIA-SEM(WRK-DIA-SEM-HO).
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CARREGAR-CURSOS - Guarda na tabela os cursos do cadastro
      * que tem instrutor. Sem cadastro de cursos nenhum instrutor tem
      * hora-aula, e EMP-IN passa com as horas-aula zeradas.
      *****************************************************************
       1300-CARREGAR-CURSOS.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - SEM HORAS-AULA A APURAR'
              GO TO 1300-EXIT
           END-IF.
           MOVE LOW-VALUES TO CUR-CODIGO.
           START CURSO-MASTER KEY IS NOT LESS THAN CUR-CODIGO
               INVALID KEY SET FIM-CURSO TO TRUE
           END-START.
           PERFORM 1310-GUARDAR-CURSO THRU 1310-EXIT
              UNTIL FIM-CURSO.
           CLOSE CURSO-MASTER.
       1300-EXIT.
           EXIT.

       1310-GUARDAR-CURSO.
           READ CURSO-MASTER NEXT RECORD
               AT END
                  SET FIM-CURSO TO TRUE
                  GO TO 1310-EXIT
           END-READ.
           IF CUR-INSTRUTOR = SPACES
              GO TO 1310-EXIT
           END-IF.
           IF WRK-QTD-CURSOS >= 300
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CURSOS.
           MOVE CUR-CODIGO        TO WRK-TC-CODIGO(WRK-QTD-CURSOS).
           MOVE CUR-INSTRUTOR     TO WRK-TC-INSTRUTOR(WRK-QTD-CURSOS).
           MOVE CUR-CARGA-HORARIA TO WRK-TC-CARGA(WRK-QTD-CURSOS).
           MOVE ZEROS             TO WRK-TC-ALUNOS(WRK-QTD-CURSOS).
       1310-EXIT.
           EXIT.

      *****************************************************************
      * 1400-CONTAR-ALUNOS - Conta, por curso da tabela, os alunos
      * ativos com o curso em andamento, nas vagas de SM-CURSOS e na
      * continuacao ALUNO-CURSO.
      *****************************************************************
       1400-CONTAR-ALUNOS.
           IF WRK-QTD-CURSOS = 0
              GO TO 1400-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NENHUM CURSO EM '
                      'ANDAMENTO'
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
      * 2000-APURAR-DOCENTES - Para cada curso dado no mes (com aluno
      * em andamento), apura os minutos de aula e soma no instrutor.
      *****************************************************************
       2000-APURAR-DOCENTES.
           PERFORM 2100-APURAR-CURSO THRU 2100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CURSOS.
           IF TEM-QUADRO-HORARIO
              CLOSE QUADRO-HORARIO
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-APURAR-CURSO - Minutos do curso no mes pelo quadro de
      * horarios; sem encontro cadastrado, a carga horaria do curso
      * dividida pelos seis meses do termo.
      *****************************************************************
       2100-APURAR-CURSO.
           IF WRK-TC-ALUNOS(WRK-IDX) = 0
              GO TO 2100-EXIT
           END-IF.
           MOVE ZEROS TO WRK-MIN-CURSO WRK-QTD-ENCONTROS.
           IF TEM-QUADRO-HORARIO
              PERFORM 2200-SOMAR-ENCONTROS THRU 2200-EXIT
           END-IF.
           IF WRK-QTD-ENCONTROS = 0
              COMPUTE WRK-MIN-CURSO ROUNDED =
                  WRK-TC-CARGA(WRK-IDX) * 60 / 6
              ADD 1 TO WRK-QTD-PELA-CARGA
           END-IF.
           IF WRK-MIN-CURSO = 0
              GO TO 2100-EXIT
           END-IF.
           MOVE WRK-TC-INSTRUTOR(WRK-IDX) TO WRK-ID-BUSCA.
           PERFORM 2500-PROCURAR-DOCENTE THRU 2500-EXIT.
           IF NOT ACHOU
              IF WRK-QTD-DOCENTES >= 200
                 ADD 1 TO WRK-QTD-DESCARTADOS
                 GO TO 2100-EXIT
              END-IF
              ADD 1 TO WRK-QTD-DOCENTES
              MOVE WRK-QTD-DOCENTES TO WRK-IDX-DOC
              MOVE WRK-ID-BUSCA TO WRK-TD-ID(WRK-IDX-DOC)
              MOVE ZEROS TO WRK-TD-MINUTOS(WRK-IDX-DOC)
              MOVE 'N' TO WRK-TD-NO-EMP-IN(WRK-IDX-DOC)
           END-IF.
           ADD WRK-MIN-CURSO TO WRK-TD-MINUTOS(WRK-IDX-DOC).
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-SOMAR-ENCONTROS - Percorre os encontros semanais do curso
      * (todas as turmas) pela chave primaria do quadro.
      *****************************************************************
       2200-SOMAR-ENCONTROS.
           MOVE 'N' TO WRK-FIM-HORARIO.
           MOVE LOW-VALUES TO HO-CHAVE.
           MOVE WRK-TC-CODIGO(WRK-IDX) TO HO-CURSO.
           START QUADRO-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY SET FIM-HORARIO TO TRUE
           END-START.
           PERFORM 2210-SOMAR-ENCONTRO THRU 2210-EXIT
              UNTIL FIM-HORARIO.
       2200-EXIT.
           EXIT.

       2210-SOMAR-ENCONTRO.
           READ QUADRO-HORARIO NEXT RECORD
               AT END
                  SET FIM-HORARIO TO TRUE
                  GO TO 2210-EXIT
           END-READ.
           IF HO-CURSO NOT = WRK-TC-CODIGO(WRK-IDX)
              SET FIM-HORARIO TO TRUE
              GO TO 2210-EXIT
           END-IF.
           IF NOT HO-DIA-VALIDO
              GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ENCONTROS.
           MOVE HO-HORA-INICIO TO WRK-HHMM-NUM.
           COMPUTE WRK-MIN-INICIO = WRK-HH * 60 + WRK-MM.
           MOVE HO-HORA-FIM TO WRK-HHMM-NUM.
           COMPUTE WRK-MIN-FIM = WRK-HH * 60 + WRK-MM.
           IF WRK-MIN-FIM > WRK-MIN-INICIO
              COMPUTE WRK-MIN-CURSO = WRK-MIN-CURSO +
                  (WRK-MIN-FIM - WRK-MIN-INICIO)
                  * WRK-QTD-DIA-SEM(HO-DIA-SEMANA)
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2500-PROCURAR-DOCENTE - Procura WRK-ID-BUSCA na tabela de
      * instrutores; achando, WRK-IDX-DOC aponta a entrada.
      *****************************************************************
       2500-PROCURAR-DOCENTE.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2510-COMPARAR-DOCENTE THRU 2510-EXIT
              VARYING WRK-IDX-DOC FROM 1 BY 1
              UNTIL WRK-IDX-DOC > WRK-QTD-DOCENTES OR ACHOU.
           IF ACHOU
              SUBTRACT 1 FROM WRK-IDX-DOC
           END-IF.
       2500-EXIT.
           EXIT.

       2510-COMPARAR-DOCENTE.
           IF WRK-TD-ID(WRK-IDX-DOC) = WRK-ID-BUSCA
              SET ACHOU TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 3000-GRAVAR-EMP-AULA - Copia EMP-IN para EMP-AULA, gravando em
      * cada registro as horas-aula apuradas do empregado (zero para
      * quem nao deu aula no mes), arredondadas para a hora cheia.
      *****************************************************************
       3000-GRAVAR-EMP-AULA.
           PERFORM 3100-LER-EMP-IN THRU 3100-EXIT.
           PERFORM UNTIL FIM-EMP-IN
              ADD 1 TO WRK-QTD-LIDOS
              PERFORM 3200-AJUSTAR-REGISTRO THRU 3200-EXIT
              PERFORM 3100-LER-EMP-IN THRU 3100-EXIT
           END-PERFORM.
           CLOSE EMP-IN.
           CLOSE EMP-AULA.
       3000-EXIT.
           EXIT.

       3100-LER-EMP-IN.
           READ EMP-IN
               AT END SET FIM-EMP-IN TO TRUE
           END-READ.
       3100-EXIT.
           EXIT.

       3200-AJUSTAR-REGISTRO.
           MOVE ZEROS TO EI-HORAS-AULA.
           MOVE EI-ID TO WRK-ID-BUSCA.
           IF EI-ID NOT = SPACES
              PERFORM 2500-PROCURAR-DOCENTE THRU 2500-EXIT
           ELSE
              MOVE 'N' TO WRK-ACHOU
           END-IF.
           IF ACHOU
              COMPUTE WRK-HORAS-APURADAS ROUNDED =
                  WRK-TD-MINUTOS(WRK-IDX-DOC) / 60
              IF WRK-HORAS-APURADAS > 999
                 MOVE 999 TO WRK-HORAS-APURADAS
              END-IF
              MOVE WRK-HORAS-APURADAS TO EI-HORAS-AULA
              MOVE 'S' TO WRK-TD-NO-EMP-IN(WRK-IDX-DOC)
              ADD 1 TO WRK-QTD-COM-AULA
           END-IF.
           MOVE EMP-IN-REC TO EMP-AULA-REC.
           WRITE EMP-AULA-REC.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-DENUNCIAR-SEM-EMP-IN - Instrutor com aula dada no mes e
      * sem registro em EMP-IN nao seria pago: sai no relatorio de
      * excecao para o RH incluir o registro.
      *****************************************************************
       4000-DENUNCIAR-SEM-EMP-IN.
           PERFORM 4100-CONFERIR-DOCENTE THRU 4100-EXIT
              VARYING WRK-IDX-DOC FROM 1 BY 1
              UNTIL WRK-IDX-DOC > WRK-QTD-DOCENTES.
           CLOSE AULA-EXCECAO.
       4000-EXIT.
           EXIT.

       4100-CONFERIR-DOCENTE.
           IF WRK-TD-NO-EMP-IN(WRK-IDX-DOC) = 'S'
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-SEM-EMP-IN.
           COMPUTE WRK-HORAS-APURADAS ROUNDED =
               WRK-TD-MINUTOS(WRK-IDX-DOC) / 60.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INSTRUTOR '            DELIMITED BY SIZE
                  WRK-TD-ID(WRK-IDX-DOC)  DELIMITED BY SIZE
                  ' SEM REGISTRO EM EMP-IN - HORAS-AULA: '
                                          DELIMITED BY SIZE
                  WRK-HORAS-APURADAS      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO AULA-EXCECAO-REC.
           WRITE AULA-EXCECAO-REC.
           DISPLAY WRK-LINHA.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo no console; instrutor sem registro em
      * EMP-IN ou tabela estourada termina com RC 4.
      *****************************************************************
       5000-FINALIZAR.
           DISPLAY 'APURACAO DE HORAS-AULA CONCLUIDA'.
           DISPLAY 'EMPREGADOS LIDOS.........: ' WRK-QTD-LIDOS.
           DISPLAY 'COM HORAS-AULA...........: ' WRK-QTD-COM-AULA.
           DISPLAY 'CURSOS PELA CARGA HORARIA: ' WRK-QTD-PELA-CARGA.
           DISPLAY 'INSTRUTORES SEM EMP-IN...: ' WRK-QTD-SEM-EMP-IN.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'CURSOS/INSTRUTORES ALEM DA TABELA: '
                      WRK-QTD-DESCARTADOS
           END-IF.
           IF WRK-QTD-SEM-EMP-IN > 0 OR WRK-QTD-DESCARTADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de AULA-EXCECAO desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT AULA-EXCECAO-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'AULA-EXCECAO' TO AG-RELATORIO.
           MOVE 'APURA-HORA-AULA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE AULA-EXCECAO-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ AULA-EXCECAO-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE AULA-EXCECAO-RELIDO-REC TO AG-LINHA.
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
           MOVE 'APURA-HORA-AULA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
