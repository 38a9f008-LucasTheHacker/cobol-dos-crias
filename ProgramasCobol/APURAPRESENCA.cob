      *           FREQ-REPORT com o percentual apurado. Aluno sem
      *           registro de presenca passa como veio, para turmas
      *           ainda sem chamada carregada nao serem zeradas.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Faltas cobertas por justificativa aprovada
      *                    (JUSTIFICATIVA, mantida em
      *                    MANTER-JUSTIFICATIVA) contam como
      *                    justificadas e entram no percentual como
      *                    comparecimento. FREQ-REPORT passa a ter uma
      *                    linha por aluno com chamada, com as faltas
      *                    justificadas em coluna propria.
      * 15/10/2026 Tutu - Aulas apuradas pelo calendario academico
      *                    (CALENDARIO-ACADEMICO): para o campus do
      *                    aluno com termo em aula, as aulas sao os dias
      *                    do inicio das aulas ate hoje em que a turma
      *                    do aluno (ALUNO-TURMA) tem encontro no quadro
      *                    de horarios, sem os feriados de HOLIDAY-IN
      *                    (rotina DIA-UTIL), em vez de so os dias que
      *                    aparecem em PRESENCA. Dia previsto sem
      *                    chamada do aluno conta como falta sem
      *                    registro (nova coluna S/REG), salvo
      *                    justificativa aprovada. Sem calendario a
      *                    apuracao segue como antes.
      * 15/10/2026 Tutu - Roster gerado por IMPORTA-NOTAS termina com o
      *                    registro-trailer padrao: o trailer encerra a
      *                    leitura, a quantidade nele e conferida com os
      *                    alunos lidos e o trailer segue para o roster
      *                    ajustado; divergencia termina com RC 8 e
      *                    segura a gradacao. Roster digitado, sem
      *                    trailer, segue como antes.
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
      * 15/10/2026 Tutu - Copia de FREQ-REPORT guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FREQ-STATUS.
           SELECT FREQ-REPORT ASSIGN TO "FREQ-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FREQ-REPORT-RELIDO ASSIGN TO "FREQ-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT JUSTIFICATIVA ASSIGN TO "JUSTIFICATIVA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-CHAVE
               FILE STATUS IS WRK-JU-STATUS.
           SELECT CALENDARIO-ACADEMICO ASSIGN TO "CALENDARIO-ACADEMICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WRK-CA-STATUS.
           SELECT QUADRO-HORARIO ASSIGN TO "QUADRO-HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               ALTERNATE RECORD KEY IS HO-CHAVE-SALA WITH DUPLICATES
               FILE STATUS IS WRK-HO-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT ALUNO-TURMA ASSIGN TO "ALUNO-TURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WRK-AT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 RI-NOTA1             PIC X(02).
           05 RI-NOTA2             PIC X(02).
           05 RI-NOTA3             PIC X(02).
       01  ROSTER-TRAILER-REC.
           05 RT-TIPO              PIC X(07).
           05 FILLER               PIC X(01).
           05 RT-QTD-REGISTROS     PIC 9(07).
           05 FILLER               PIC X(01).

       FD  ROSTER-AJUSTADO
           RECORD CONTAINS 16 CHARACTERS.
       FD  FREQ-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  FREQ-REPORT-REC          PIC X(80).

       FD  FREQ-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  FREQ-REPORT-RELIDO-REC   PIC X(80).

       FD  JUSTIFICATIVA.
           COPY JUSTIF.

       FD  CALENDARIO-ACADEMICO.
           COPY CALACAD.

       FD  QUADRO-HORARIO.
           COPY HORARIO.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-TURMA.
           COPY ALUNOTUR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY DIAUTIL.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-PRES-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-PARM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-FREQ-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-FIM-ROSTER    PIC X(01)      VALUE 'N'.
           88 FIM-ROSTER                    VALUE 'S'.
       77  WRK-QTD-ROSTER    PIC 9(07)      VALUE ZEROS.
       77  WRK-FIM-PRESENCA  PIC X(01)      VALUE 'N'.
           88 FIM-PRESENCA                  VALUE 'S'.
       77  WRK-CURSO         PIC X(08)      VALUE 'GERAL'.
       77  WRK-QTD-MARCADOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-CHAMADA PIC 9(05)    VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-JU-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-JUST      PIC X(01)      VALUE 'N'.
           88 FIM-JUST                      VALUE 'S'.
       77  WRK-QTD-FALTAS    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-JUSTIFICADAS PIC 9(05)   VALUE ZEROS.
       77  WRK-TOT-JUSTIFICADAS PIC 9(07)   VALUE ZEROS.
       77  WRK-DIA-JUSTIFICADO PIC X(01)    VALUE 'N'.
           88 DIA-JUSTIFICADO               VALUE 'S'.
       77  WRK-IDX           PIC 9(04) COMP VALUE ZERO.
       77  WRK-DATA-FALTA    PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-AULAS     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-REG   PIC 9(05)      VALUE ZEROS.
       77  WRK-TOT-SEM-REG   PIC 9(07)      VALUE ZEROS.
       77  WRK-CA-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-HO-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-HORARIO   PIC X(01)      VALUE 'N'.
           88 TEM-HORARIO                   VALUE 'S'.
       77  WRK-TEM-ALUNOS    PIC X(01)      VALUE 'N'.
           88 TEM-STUDENT-MASTER            VALUE 'S'.
       77  WRK-TEM-TURMAS    PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-TURMA               VALUE 'S'.
       77  WRK-FIM-CAL       PIC X(01)      VALUE 'N'.
           88 FIM-CAL                       VALUE 'S'.
       77  WRK-FIM-HO        PIC X(01)      VALUE 'N'.
           88 FIM-HO                        VALUE 'S'.
       77  WRK-CAMPUS        PIC X(02)      VALUE SPACES.
       77  WRK-TURMA         PIC X(02)      VALUE SPACES.
       77  WRK-IDX-CAL       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-PREV      PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-DIA       PIC 9(03) COMP VALUE ZERO.
       77  WRK-DIA-HO        PIC 9(01)      VALUE ZERO.
       77  WRK-QTD-PREV-ED   PIC ZZ9        VALUE ZEROS.
       77  WRK-QTD-ENCONTROS PIC 9(03) COMP VALUE ZERO.
       77  WRK-DATA-LIMITE   PIC 9(08)      VALUE ZEROS.
       77  WRK-ACHOU         PIC X(01)      VALUE 'N'.
           88 ACHOU                         VALUE 'S'.
       77  WRK-PREV-ATIVO    PIC X(01)      VALUE 'N'.
           88 PREVISTO-ATIVO                VALUE 'S'.
      *
      * Termo em aula de cada campus pelo calendario academico: o
      * termo de inicio de aulas mais recente ja alcancado pela data
      * da execucao (ate 10 campi).
       01  WRK-TAB-CAL.
           05 WRK-CAL-ENT OCCURS 10 TIMES.
              10 WRK-TC-CAMPUS      PIC X(02).
              10 WRK-TC-TERMO       PIC X(06).
              10 WRK-TC-AULAS-INI   PIC 9(08).
              10 WRK-TC-AULAS-FIM   PIC 9(08).
       77  WRK-QTD-CAL       PIC 9(02) COMP VALUE ZERO.
      *
      * Dias de aula previstos de cada campus/turma do curso, do
      * inicio das aulas ate a data da execucao (ou o fim das aulas),
      * apurados na primeira vez que um aluno do campus/turma aparece
      * (ate 20 campus/turma, 200 dias cada).
       01  WRK-TAB-PREVISTOS.
           05 WRK-PREV-ENT OCCURS 20 TIMES.
              10 WRK-PV-CAMPUS      PIC X(02).
              10 WRK-PV-TURMA       PIC X(02).
              10 WRK-PV-QTD         PIC 9(03) COMP.
              10 WRK-PV-DATA        PIC 9(08) OCCURS 200 TIMES.
       77  WRK-QTD-PREV      PIC 9(02) COMP VALUE ZERO.
      *
      * Dias previstos com chamada do aluno corrente.
       01  WRK-TAB-MARCAS.
           05 WRK-MARCA            PIC X(01) OCCURS 200 TIMES.
      *
      * Dias da semana em que a turma tem encontro no quadro de
      * horarios, na numeracao de HO-DIA-SEMANA (1-domingo ...
      * 7-sabado).
       01  WRK-TAB-DIAS-AULA.
           05 WRK-DIA-AULA         PIC X(01) OCCURS 7 TIMES.
      *
      * Avanco de um dia de calendario, no mesmo criterio de DIA-UTIL.
       01  WRK-DATA-CORRENTE.
           05 WRK-ANO-COR          PIC 9(04)  VALUE ZEROS.
           05 WRK-MES-COR          PIC 9(02)  VALUE ZEROS.
           05 WRK-DIA-COR          PIC 9(02)  VALUE ZEROS.
       01  WRK-DATA-CORRENTE-N REDEFINES WRK-DATA-CORRENTE
                                    PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZERO.
       77  WRK-BISSEXTO      PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4        PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100      PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC          PIC 9(06) COMP VALUE ZERO.
      *
      * Justificativas aprovadas do curso da execucao (ate 2000).
       01  WRK-TAB-JUST.
           05 WRK-JUST-ENT OCCURS 2000 TIMES.
              10 WRK-TJ-MATRICULA   PIC X(10).
              10 WRK-TJ-DATA-INI    PIC 9(08).
              10 WRK-TJ-DATA-FIM    PIC 9(08).
       77  WRK-QTD-JUST      PIC 9(04) COMP VALUE ZERO.
      *
      * Linha de detalhe do relatorio, uma por aluno com chamada.
       01  WRK-DETALHE.
           05 WRK-DET-MATRICULA     PIC X(10).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-DET-AULAS         PIC ZZZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 WRK-DET-PRESENCAS     PIC ZZZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 WRK-DET-FALTAS        PIC ZZZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 WRK-DET-JUSTIFICADAS  PIC ZZZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 WRK-DET-SEM-REG       PIC ZZZZ9.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 WRK-DET-PCT           PIC ZZ9.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 WRK-DET-SITUACAO      PIC X(02).
           05 FILLER                PIC X(18)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'APURA-PRESENCA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
              CLOSE PARM-FREQ-IN
           END-IF.
           OPEN OUTPUT FREQ-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
           MOVE WRK-FREQ-MINIMA TO WRK-PCT-ED.
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
           MOVE SPACES TO FREQ-REPORT-REC.
           STRING 'MATRICULA   AULAS   PRES.  FALTAS  JUSTIF'
                                              DELIMITED BY SIZE
                  '   S/REG    PCT    SIT'    DELIMITED BY SIZE
                  INTO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
           PERFORM 1100-CARREGAR-JUSTIFICATIVAS THRU 1100-EXIT.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-HOJE.
           PERFORM 1200-CARREGAR-CALENDARIO THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CARREGAR-JUSTIFICATIVAS - Guarda o periodo das
      * justificativas de falta aprovadas no curso da execucao; as
      * pendentes e as negadas nao abonam falta. Cadastro ausente
      * equivale a nenhuma justificativa.
      *****************************************************************
       1100-CARREGAR-JUSTIFICATIVAS.
           OPEN INPUT JUSTIFICATIVA.
           IF WRK-JU-STATUS NOT = '00'
              GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-JUST.
           MOVE LOW-VALUES TO JU-CHAVE.
           START JUSTIFICATIVA KEY IS NOT LESS THAN JU-CHAVE
               INVALID KEY SET FIM-JUST TO TRUE
           END-START.
           PERFORM 1110-LER-JUSTIFICATIVA THRU 1110-EXIT.
           PERFORM UNTIL FIM-JUST
              IF JU-APROVADA AND JU-CURSO = WRK-CURSO
                 IF WRK-QTD-JUST >= 2000
                    DISPLAY 'TABELA DE JUSTIFICATIVAS CHEIA - DEMAIS '
                            'IGNORADAS'
                    SET FIM-JUST TO TRUE
                 ELSE
                    ADD 1 TO WRK-QTD-JUST
                    MOVE JU-MATRICULA
                      TO WRK-TJ-MATRICULA(WRK-QTD-JUST)
                    MOVE JU-DATA-INI TO WRK-TJ-DATA-INI(WRK-QTD-JUST)
                    MOVE JU-DATA-FIM TO WRK-TJ-DATA-FIM(WRK-QTD-JUST)
                 END-IF
              END-IF
              IF NOT FIM-JUST
                 PERFORM 1110-LER-JUSTIFICATIVA THRU 1110-EXIT
              END-IF
           END-PERFORM.
           CLOSE JUSTIFICATIVA.
       1100-EXIT.
           EXIT.

       1110-LER-JUSTIFICATIVA.
           READ JUSTIFICATIVA NEXT RECORD
               AT END SET FIM-JUST TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 1200-CARREGAR-CALENDARIO - Guarda, para cada campus do
      * calendario academico, o termo cujas aulas comecaram mais
      * recentemente ate a data da execucao. Com calendario, abre
      * tambem o quadro de horarios, o cadastro de alunos e as turmas
      * dos alunos, para apurar as aulas previstas de cada aluno.
      * Calendario ausente ou vazio deixa a apuracao como antes,
      * somente pelos dias de chamada registrados em PRESENCA.
      *****************************************************************
       1200-CARREGAR-CALENDARIO.
           OPEN INPUT CALENDARIO-ACADEMICO.
           IF WRK-CA-STATUS NOT = '00'
              GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-CAL.
           MOVE LOW-VALUES TO CA-CHAVE.
           START CALENDARIO-ACADEMICO KEY IS NOT LESS THAN CA-CHAVE
               INVALID KEY SET FIM-CAL TO TRUE
           END-START.
           PERFORM 1210-LER-CALENDARIO THRU 1210-EXIT.
           PERFORM UNTIL FIM-CAL
              IF CA-AULAS-INI NOT > WRK-DATA-HOJE
                 PERFORM 1220-GUARDAR-TERMO THRU 1220-EXIT
              END-IF
              PERFORM 1210-LER-CALENDARIO THRU 1210-EXIT
           END-PERFORM.
           CLOSE CALENDARIO-ACADEMICO.
           IF WRK-QTD-CAL = 0
              GO TO 1200-EXIT
           END-IF.
           OPEN INPUT QUADRO-HORARIO.
           IF WRK-HO-STATUS = '00'
              SET TEM-HORARIO TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS = '00'
              SET TEM-STUDENT-MASTER TO TRUE
           END-IF.
           OPEN INPUT ALUNO-TURMA.
           IF WRK-AT-STATUS = '00'
              SET TEM-ALUNO-TURMA TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LER-CALENDARIO.
           READ CALENDARIO-ACADEMICO NEXT RECORD
               AT END SET FIM-CAL TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.

       1220-GUARDAR-TERMO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 1230-PROCURAR-CAMPUS THRU 1230-EXIT
               VARYING WRK-IDX-CAL FROM 1 BY 1
               UNTIL WRK-IDX-CAL > WRK-QTD-CAL OR ACHOU.
           IF ACHOU
              SUBTRACT 1 FROM WRK-IDX-CAL
              IF CA-AULAS-INI > WRK-TC-AULAS-INI(WRK-IDX-CAL)
                 MOVE CA-TERMO     TO WRK-TC-TERMO(WRK-IDX-CAL)
                 MOVE CA-AULAS-INI TO WRK-TC-AULAS-INI(WRK-IDX-CAL)
                 MOVE CA-AULAS-FIM TO WRK-TC-AULAS-FIM(WRK-IDX-CAL)
              END-IF
              GO TO 1220-EXIT
           END-IF.
           IF WRK-QTD-CAL >= 10
              DISPLAY 'TABELA DE CAMPI DO CALENDARIO CHEIA - CAMPUS '
                      CA-CAMPUS ' IGNORADO'
              GO TO 1220-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CAL.
           MOVE CA-CAMPUS    TO WRK-TC-CAMPUS(WRK-QTD-CAL).
           MOVE CA-TERMO     TO WRK-TC-TERMO(WRK-QTD-CAL).
           MOVE CA-AULAS-INI TO WRK-TC-AULAS-INI(WRK-QTD-CAL).
           MOVE CA-AULAS-FIM TO WRK-TC-AULAS-FIM(WRK-QTD-CAL).
       1220-EXIT.
           EXIT.

       1230-PROCURAR-CAMPUS.
           IF WRK-TC-CAMPUS(WRK-IDX-CAL) = CA-CAMPUS
              MOVE 'S' TO WRK-ACHOU
           END-IF.
       1230-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR - Le ROSTER-IN de ponta a ponta, apura a
      * frequencia de cada aluno no curso e grava o roster ajustado.
           END-PERFORM.
           CLOSE ROSTER-IN.
           CLOSE ROSTER-AJUSTADO.
           IF TEM-HORARIO
              CLOSE QUADRO-HORARIO
           END-IF.
           IF TEM-STUDENT-MASTER
              CLOSE STUDENT-MASTER
           END-IF.
           IF TEM-ALUNO-TURMA
              CLOSE ALUNO-TURMA
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-ROSTER.
           READ ROSTER-IN
               AT END
                  SET FIM-ROSTER TO TRUE
               NOT AT END
                  IF RT-TIPO = 'TRAILER'
                     PERFORM 2150-CONFERIR-TRAILER THRU 2150-EXIT
                     SET FIM-ROSTER TO TRUE
                  ELSE
                     ADD 1 TO WRK-QTD-ROSTER
                  END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2150-CONFERIR-TRAILER - O roster gerado por IMPORTA-NOTAS
      * termina com o registro-trailer padrao (so a quantidade cabe
      * no layout de 16 posicoes lido aqui). O trailer encerra a
      * leitura e a quantidade nele tem de bater com os alunos lidos;
      * roster digitado, sem trailer, segue sem a conferencia.
      * Conferido, o trailer segue para o roster ajustado, que tem um
      * registro por registro lido; divergente, RC 8 segura a
      * gradacao da noite.
      *****************************************************************
       2150-CONFERIR-TRAILER.
           IF RT-QTD-REGISTROS NOT NUMERIC
              OR RT-QTD-REGISTROS NOT = WRK-QTD-ROSTER
              DISPLAY 'ROSTER-IN INCOMPLETO: TRAILER COM '
                      RT-QTD-REGISTROS ' ALUNOS, LIDOS '
                      WRK-QTD-ROSTER
              MOVE 8 TO RETURN-CODE
              GO TO 2150-EXIT
           END-IF.
           MOVE ROSTER-REC TO ROSTER-AJUSTADO-REC.
           WRITE ROSTER-AJUSTADO-REC.
       2150-EXIT.
           EXIT.

      *****************************************************************
      * 2200-APURAR-ALUNO - Conta no arquivo de presenca as aulas e os
      * comparecimentos do aluno no curso da execucao. As faltas
      * cobertas por justificativa aprovada contam como justificadas
      * e entram no percentual como comparecimento (falta abonada).
      * Abaixo do minimo, o registro sai com AU nas tres notas; sem
      * chamada carregada ou dentro do minimo, o registro passa como
      * veio. Todo aluno com chamada sai no relatorio. Com o
      * calendario academico do campus do aluno, as aulas sao as
      * previstas pelo calendario e pelo quadro de horarios da turma:
      * dia previsto sem registro de chamada do aluno conta como falta
      * sem registro (S/REG), salvo se coberto por justificativa.
      *****************************************************************
       2200-APURAR-ALUNO.
           PERFORM 2250-LOCALIZAR-PREVISTOS THRU 2250-EXIT.
           PERFORM 2300-CONTAR-PRESENCA THRU 2300-EXIT.
           MOVE ROSTER-REC TO ROSTER-AJUSTADO-REC.
           IF WRK-QTD-SESSOES = 0
              WRITE ROSTER-AJUSTADO-REC
              GO TO 2200-EXIT
           END-IF.
           IF PREVISTO-ATIVO
              PERFORM 2340-CONFERIR-SEM-REGISTRO THRU 2340-EXIT
                  VARYING WRK-IDX-DIA FROM 1 BY 1
                  UNTIL WRK-IDX-DIA > WRK-PV-QTD(WRK-IDX-PREV)
           END-IF.
           COMPUTE WRK-QTD-AULAS = WRK-QTD-SESSOES + WRK-QTD-SEM-REG.
           COMPUTE WRK-PCT-PRESENCA ROUNDED =
               (WRK-QTD-PRESENCAS + WRK-QTD-JUSTIFICADAS) * 100
               / WRK-QTD-AULAS.
           ADD WRK-QTD-JUSTIFICADAS TO WRK-TOT-JUSTIFICADAS.
           ADD WRK-QTD-SEM-REG TO WRK-TOT-SEM-REG.
           MOVE SPACES TO WRK-DET-SITUACAO.
           IF WRK-PCT-PRESENCA < WRK-FREQ-MINIMA
              MOVE 'AU' TO RA-NOTA1 RA-NOTA2 RA-NOTA3
              MOVE 'AU' TO WRK-DET-SITUACAO
              ADD 1 TO WRK-QTD-MARCADOS
              PERFORM 2400-DENUNCIAR-FREQUENCIA THRU 2400-EXIT
           END-IF.
           PERFORM 2500-DETALHAR-ALUNO THRU 2500-EXIT.
           WRITE ROSTER-AJUSTADO-REC.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2250-LOCALIZAR-PREVISTOS - Resolve o campus (SM-CAMPUS, em
      * branco ou aluno fora do cadastro vale 01) e a turma do aluno
      * no curso (ALUNO-TURMA, ausente vale 01) e aponta WRK-IDX-PREV
      * para os dias previstos desse campus/turma, apurando-os na
      * primeira vez. Campus sem termo em aula no calendario deixa
      * PREVISTO-ATIVO desligado e o aluno e apurado como antes.
      *****************************************************************
       2250-LOCALIZAR-PREVISTOS.
           MOVE 'N' TO WRK-PREV-ATIVO.
           IF WRK-QTD-CAL = 0
              GO TO 2250-EXIT
           END-IF.
           MOVE '01' TO WRK-CAMPUS.
           IF TEM-STUDENT-MASTER
              MOVE RI-MATRICULA TO SM-MATRICULA
              READ STUDENT-MASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF SM-CAMPUS NOT = SPACES
                        MOVE SM-CAMPUS TO WRK-CAMPUS
                     END-IF
              END-READ
           END-IF.
           MOVE '01' TO WRK-TURMA.
           IF TEM-ALUNO-TURMA
              MOVE RI-MATRICULA TO AT-MATRICULA
              MOVE WRK-CURSO TO AT-CURSO
              READ ALUNO-TURMA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF AT-TURMA NOT = SPACES
                        MOVE AT-TURMA TO WRK-TURMA
                     END-IF
              END-READ
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2255-PROCURAR-CAMPUS THRU 2255-EXIT
               VARYING WRK-IDX-CAL FROM 1 BY 1
               UNTIL WRK-IDX-CAL > WRK-QTD-CAL OR ACHOU.
           IF NOT ACHOU
              GO TO 2250-EXIT
           END-IF.
           SUBTRACT 1 FROM WRK-IDX-CAL.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2260-PROCURAR-PREVISTOS THRU 2260-EXIT
               VARYING WRK-IDX-PREV FROM 1 BY 1
               UNTIL WRK-IDX-PREV > WRK-QTD-PREV OR ACHOU.
           IF ACHOU
              SUBTRACT 1 FROM WRK-IDX-PREV
           ELSE
              IF WRK-QTD-PREV >= 20
                 DISPLAY 'TABELA DE AULAS PREVISTAS CHEIA - CAMPUS '
                         WRK-CAMPUS ' TURMA ' WRK-TURMA
                         ' APURADO SO PELA CHAMADA'
                 GO TO 2250-EXIT
              END-IF
              PERFORM 2700-APURAR-PREVISTOS THRU 2700-EXIT
           END-IF.
           SET PREVISTO-ATIVO TO TRUE.
       2250-EXIT.
           EXIT.

       2255-PROCURAR-CAMPUS.
           IF WRK-TC-CAMPUS(WRK-IDX-CAL) = WRK-CAMPUS
              MOVE 'S' TO WRK-ACHOU
           END-IF.
       2255-EXIT.
           EXIT.

       2260-PROCURAR-PREVISTOS.
           IF WRK-PV-CAMPUS(WRK-IDX-PREV) = WRK-CAMPUS
              AND WRK-PV-TURMA(WRK-IDX-PREV) = WRK-TURMA
              MOVE 'S' TO WRK-ACHOU
           END-IF.
       2260-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CONTAR-PRESENCA - Varre o arquivo de presenca contando as
      * aulas registradas, os comparecimentos e as faltas (abonadas
      * ou nao) do aluno corrente no curso da execucao; arquivo
      * ausente equivale a nenhuma chamada carregada.
      *****************************************************************
       2300-CONTAR-PRESENCA.
           MOVE ZEROS TO WRK-QTD-SESSOES WRK-QTD-PRESENCAS
                         WRK-QTD-FALTAS WRK-QTD-JUSTIFICADAS
                         WRK-QTD-SEM-REG.
           MOVE SPACES TO WRK-TAB-MARCAS.
           MOVE 'N' TO WRK-FIM-PRESENCA.
           OPEN INPUT PRESENCA.
           IF WRK-PRES-STATUS NOT = '00'
              IF PR-MATRICULA = RI-MATRICULA
                 AND PR-CURSO = WRK-CURSO
                 ADD 1 TO WRK-QTD-SESSOES
                 IF PREVISTO-ATIVO
                    PERFORM 2315-MARCAR-DIA THRU 2315-EXIT
                        VARYING WRK-IDX-DIA FROM 1 BY 1
                        UNTIL WRK-IDX-DIA > WRK-PV-QTD(WRK-IDX-PREV)
                 END-IF
                 IF PR-COMPARECEU
                    ADD 1 TO WRK-QTD-PRESENCAS
                 ELSE
                    MOVE PR-DATA TO WRK-DATA-FALTA
                    PERFORM 2320-CONFERIR-JUSTIFICATIVA THRU 2320-EXIT
                    IF DIA-JUSTIFICADO
                       ADD 1 TO WRK-QTD-JUSTIFICADAS
                    ELSE
                       ADD 1 TO WRK-QTD-FALTAS
                    END-IF
                 END-IF
              END-IF
              PERFORM 2310-LER-PRESENCA THRU 2310-EXIT
       2310-EXIT.
           EXIT.

       2315-MARCAR-DIA.
           IF WRK-PV-DATA(WRK-IDX-PREV, WRK-IDX-DIA) = PR-DATA
              MOVE 'S' TO WRK-MARCA(WRK-IDX-DIA)
           END-IF.
       2315-EXIT.
           EXIT.

      *****************************************************************
      * 2320-CONFERIR-JUSTIFICATIVA - Liga DIA-JUSTIFICADO quando a
      * data da falta (WRK-DATA-FALTA) cai no periodo de uma
      * justificativa aprovada do aluno.
      *****************************************************************
       2320-CONFERIR-JUSTIFICATIVA.
           MOVE 'N' TO WRK-DIA-JUSTIFICADO.
           PERFORM 2330-COMPARAR-PERIODO THRU 2330-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-JUST OR DIA-JUSTIFICADO.
       2320-EXIT.
           EXIT.

       2330-COMPARAR-PERIODO.
           IF WRK-TJ-MATRICULA(WRK-IDX) = RI-MATRICULA
              AND WRK-DATA-FALTA NOT < WRK-TJ-DATA-INI(WRK-IDX)
              AND WRK-DATA-FALTA NOT > WRK-TJ-DATA-FIM(WRK-IDX)
              MOVE 'S' TO WRK-DIA-JUSTIFICADO
           END-IF.
       2330-EXIT.
           EXIT.

      *****************************************************************
      * 2340-CONFERIR-SEM-REGISTRO - Dia previsto sem chamada do aluno:
      * coberto por justificativa aprovada conta como justificada,
      * senao como falta sem registro.
      *****************************************************************
       2340-CONFERIR-SEM-REGISTRO.
           IF WRK-MARCA(WRK-IDX-DIA) = 'S'
              GO TO 2340-EXIT
           END-IF.
           MOVE WRK-PV-DATA(WRK-IDX-PREV, WRK-IDX-DIA)
             TO WRK-DATA-FALTA.
           PERFORM 2320-CONFERIR-JUSTIFICATIVA THRU 2320-EXIT.
           IF DIA-JUSTIFICADO
              ADD 1 TO WRK-QTD-JUSTIFICADAS
           ELSE
              ADD 1 TO WRK-QTD-SEM-REG
           END-IF.
       2340-EXIT.
           EXIT.

      *****************************************************************
      * 2400-DENUNCIAR-FREQUENCIA - Linha do relatorio com o aluno
      * marcado AU por frequencia e o percentual apurado.
                  ' PRESENCA '                  DELIMITED BY SIZE
                  WRK-PCT-ED                    DELIMITED BY SIZE
                  ' PCT EM '                    DELIMITED BY SIZE
                  WRK-QTD-AULAS                 DELIMITED BY SIZE
                  ' AULAS'                      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO FREQ-REPORT-REC.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-DETALHAR-ALUNO - Linha do relatorio com aulas,
      * presencas, faltas, faltas justificadas, dias previstos sem
      * chamada, percentual e situacao do aluno no curso.
      *****************************************************************
       2500-DETALHAR-ALUNO.
           MOVE RI-MATRICULA         TO WRK-DET-MATRICULA.
           MOVE WRK-QTD-AULAS        TO WRK-DET-AULAS.
           MOVE WRK-QTD-PRESENCAS    TO WRK-DET-PRESENCAS.
           MOVE WRK-QTD-FALTAS       TO WRK-DET-FALTAS.
           MOVE WRK-QTD-JUSTIFICADAS TO WRK-DET-JUSTIFICADAS.
           MOVE WRK-QTD-SEM-REG      TO WRK-DET-SEM-REG.
           MOVE WRK-PCT-PRESENCA     TO WRK-DET-PCT.
           MOVE WRK-DETALHE TO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 2700-APURAR-PREVISTOS - Abre a entrada do campus/turma na
      * tabela de previstos e guarda cada dia do inicio das aulas do
      * termo em aula ate a data da execucao (ou o fim das aulas, o
      * que vier antes) em que a turma tem encontro no quadro de
      * horarios - turma sem horario cadastrado tem aula de segunda a
      * sexta - e que nao e feriado (rotina comum DIA-UTIL, calendario
      * HOLIDAY-IN). Encontro de sabado ou domingo conta sem a
      * conferencia de feriado, que DIA-UTIL so faz nos dias de
      * semana. A quantidade apurada sai no relatorio.
      *****************************************************************
       2700-APURAR-PREVISTOS.
           ADD 1 TO WRK-QTD-PREV.
           MOVE WRK-QTD-PREV TO WRK-IDX-PREV.
           MOVE WRK-CAMPUS TO WRK-PV-CAMPUS(WRK-IDX-PREV).
           MOVE WRK-TURMA  TO WRK-PV-TURMA(WRK-IDX-PREV).
           MOVE ZERO TO WRK-PV-QTD(WRK-IDX-PREV).
           PERFORM 2710-RECOLHER-DIAS-AULA THRU 2710-EXIT.
           MOVE WRK-TC-AULAS-FIM(WRK-IDX-CAL) TO WRK-DATA-LIMITE.
           IF WRK-DATA-HOJE < WRK-DATA-LIMITE
              MOVE WRK-DATA-HOJE TO WRK-DATA-LIMITE
           END-IF.
           MOVE WRK-TC-AULAS-INI(WRK-IDX-CAL) TO WRK-DATA-CORRENTE-N.
           PERFORM 2730-CONFERIR-DIA THRU 2730-EXIT
               UNTIL WRK-DATA-CORRENTE-N > WRK-DATA-LIMITE.
           MOVE WRK-PV-QTD(WRK-IDX-PREV) TO WRK-QTD-PREV-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AULAS PREVISTAS ATE HOJE - TERMO ' DELIMITED BY SIZE
                  WRK-TC-TERMO(WRK-IDX-CAL)          DELIMITED BY SIZE
                  ' CAMPUS '                         DELIMITED BY SIZE
                  WRK-CAMPUS                         DELIMITED BY SIZE
                  ' TURMA '                          DELIMITED BY SIZE
                  WRK-TURMA                          DELIMITED BY SIZE
                  ': '                               DELIMITED BY SIZE
                  WRK-QTD-PREV-ED                    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
           DISPLAY WRK-LINHA.
       2700-EXIT.
           EXIT.

      *****************************************************************
      * 2710-RECOLHER-DIAS-AULA - Marca os dias da semana dos
      * encontros da turma no curso da execucao; sem quadro de
      * horarios ou sem encontro cadastrado, segunda a sexta.
      *****************************************************************
       2710-RECOLHER-DIAS-AULA.
           MOVE ALL 'N' TO WRK-TAB-DIAS-AULA.
           MOVE ZERO TO WRK-QTD-ENCONTROS.
           IF TEM-HORARIO
              MOVE 'N' TO WRK-FIM-HO
              MOVE WRK-CURSO TO HO-CURSO
              MOVE WRK-TURMA TO HO-TURMA
              MOVE ZERO TO HO-DIA-SEMANA
              MOVE ZEROS TO HO-HORA-INICIO
              START QUADRO-HORARIO KEY IS NOT LESS THAN HO-CHAVE
                  INVALID KEY SET FIM-HO TO TRUE
              END-START
              PERFORM 2720-LER-ENCONTRO THRU 2720-EXIT
                  UNTIL FIM-HO
           END-IF.
           IF WRK-QTD-ENCONTROS = 0
              MOVE 'NSSSSSN' TO WRK-TAB-DIAS-AULA
           END-IF.
       2710-EXIT.
           EXIT.

       2720-LER-ENCONTRO.
           READ QUADRO-HORARIO NEXT RECORD
               AT END
                  SET FIM-HO TO TRUE
                  GO TO 2720-EXIT
           END-READ.
           IF HO-CURSO NOT = WRK-CURSO OR HO-TURMA NOT = WRK-TURMA
              SET FIM-HO TO TRUE
              GO TO 2720-EXIT
           END-IF.
           IF HO-DIA-VALIDO
              MOVE 'S' TO WRK-DIA-AULA(HO-DIA-SEMANA)
              ADD 1 TO WRK-QTD-ENCONTROS
           END-IF.
       2720-EXIT.
           EXIT.

      *****************************************************************
      * 2730-CONFERIR-DIA - Guarda o dia corrente quando a turma tem
      * encontro nele e ele nao e feriado, e avanca um dia. DIA-UTIL
      * numera o sabado como 0; no quadro de horarios ele e o 7.
      *****************************************************************
       2730-CONFERIR-DIA.
           MOVE 'U' TO DU-FUNCAO.
           MOVE WRK-DATA-CORRENTE-N TO DU-DATA.
           MOVE ZEROS TO DU-QTD-DIAS.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           IF DU-DIA-SEMANA = 0
              MOVE 7 TO WRK-DIA-HO
           ELSE
              MOVE DU-DIA-SEMANA TO WRK-DIA-HO
           END-IF.
           IF WRK-DIA-AULA(WRK-DIA-HO) = 'S'
              AND (DU-DATA-E-UTIL OR WRK-DIA-HO = 1
                   OR WRK-DIA-HO = 7)
              IF WRK-PV-QTD(WRK-IDX-PREV) >= 200
                 DISPLAY 'MAIS DE 200 AULAS PREVISTAS - CAMPUS '
                         WRK-CAMPUS ' TURMA ' WRK-TURMA
                         ' - DEMAIS IGNORADAS'
                 MOVE 99999999 TO WRK-DATA-CORRENTE-N
                 GO TO 2730-EXIT
              END-IF
              ADD 1 TO WRK-PV-QTD(WRK-IDX-PREV)
              MOVE WRK-DATA-CORRENTE-N
                TO WRK-PV-DATA(WRK-IDX-PREV, WRK-PV-QTD(WRK-IDX-PREV))
           END-IF.
           PERFORM 2740-AVANCAR-UM-DIA THRU 2740-EXIT.
       2730-EXIT.
           EXIT.

       2740-AVANCAR-UM-DIA.
           PERFORM 2750-VERIFICAR-BISSEXTO THRU 2750-EXIT.
           MOVE WRK-DIAS-MES(WRK-MES-COR) TO WRK-DIAS-NO-MES.
           IF WRK-MES-COR = 2 AND ANO-BISSEXTO
              MOVE 29 TO WRK-DIAS-NO-MES
           END-IF.
           IF WRK-DIA-COR >= WRK-DIAS-NO-MES
              MOVE 1 TO WRK-DIA-COR
              IF WRK-MES-COR >= 12
                 MOVE 1 TO WRK-MES-COR
                 ADD 1 TO WRK-ANO-COR
              ELSE
                 ADD 1 TO WRK-MES-COR
              END-IF
           ELSE
              ADD 1 TO WRK-DIA-COR
           END-IF.
       2740-EXIT.
           EXIT.

       2750-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-COR BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-COR BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-COR BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       2750-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Fecha o relatorio e resume a apuracao no
      * console.
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FALTAS JUSTIFICADAS (ABONADAS): ' DELIMITED BY SIZE
                  WRK-TOT-JUSTIFICADAS             DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO FREQ-REPORT-REC.
           WRITE FREQ-REPORT-REC.
           IF WRK-QTD-CAL > 0
              MOVE SPACES TO FREQ-REPORT-REC
              STRING 'AULAS PREVISTAS SEM CHAMADA (S/REG): '
                                        DELIMITED BY SIZE
                     WRK-TOT-SEM-REG    DELIMITED BY SIZE
                     INTO FREQ-REPORT-REC
              WRITE FREQ-REPORT-REC
           END-IF.
           CLOSE FREQ-REPORT.
           DISPLAY 'APURACAO DE FREQUENCIA CONCLUIDA'.
           DISPLAY WRK-LINHA.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de FREQ-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT FREQ-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'FREQ-REPORT' TO AG-RELATORIO.
           MOVE 'APURA-PRESENCA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE FREQ-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ FREQ-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE FREQ-REPORT-RELIDO-REC TO AG-LINHA.
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
           MOVE 'APURA-PRESENCA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
