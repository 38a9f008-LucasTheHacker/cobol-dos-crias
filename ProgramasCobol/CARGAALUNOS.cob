      *                    TRAVA-USO (rotina comum TRAVA-ARQUIVO) na
      *                    entrada e liberado no fim; marcador vivo de
      *                    outro job recusa a carga com RC 8.
      * 15/10/2026 Tutu - ENROLL-IN ganha a turma do curso (EN-TURMA,
      *                    RECORD CONTAINS 40 -> 42; em branco vale a
      *                    turma 01), gravada em ALUNO-TURMA junto com
      *                    a vaga do curso. Com o novo quadro de
      *                    horarios (QUADRO-HORARIO, carregado por
      *                    CARGA-HORARIO), a matricula que poe o aluno
      *                    em dois cursos em andamento no mesmo
      *                    horario e recusada: o registro vai para
      *                    ENROLL-SUSPENSO com o motivo e para o
      *                    relatorio EXCECAO-CARGA. Quadro ausente ou
      *                    curso sem horario cadastrado seguem sem a
      *                    conferencia, como antes.
      * 15/10/2026 Tutu - ENROLL-IN ganha o programa de estudo do aluno
      *                    (EN-PROGRAMA, RECORD CONTAINS 42 -> 46) e o
      *                    layout passa para o copybook ENROLL, dividido
      *                    com AUDITA-CURRICULO, que propoe a renovacao
      *                    de matricula depois da virada de ano. O
      *                    programa e gravado em SM-PROGRAMA do aluno
      *                    novo e do aluno ja cadastrado ainda sem
      *                    programa. A conferencia de pre-requisito
      *                    passa a enxergar tambem o espelho do
      *                    historico HIST-NOTAS-IX: a virada limpa as
      *                    vagas e a continuacao, e a aprovacao de um
      *                    ano anterior deixava de contar.
      * 15/10/2026 Tutu - Pre-requisito cumprido tambem com resultado
      *                    APROVEITADO (aproveitamento de estudos).
      * 15/10/2026 Tutu - Com o calendario academico
      *                    (CALENDARIO-ACADEMICO, mantido em
      *                    MANTER-CALENDARIO), a matricula em curso
      *                    pedida fora da janela de matricula do termo
      *                    corrente e do termo seguinte do campus do
      *                    aluno e recusada: o registro vai para
      *                    ENROLL-SUSPENSO com o motivo e para o
      *                    relatorio EXCECAO-CARGA. Calendario ausente
      *                    ou campus sem os termos cadastrados seguem
      *                    sem a conferencia.
      * 15/10/2026 Tutu - ENROLL-IN ganha o CPF e a data de nascimento
      *                    do aluno (EN-CPF e EN-DATA-NASC, RECORD
      *                    CONTAINS 46 -> 65), gravados em SM-CPF e
      *                    SM-DATA-NASC. Matricula nova com CPF de
      *                    digito invalido, CPF registrado em CPF-MASTER
      *                    sob outro nome, CPF ja usado por outro aluno
      *                    ou o mesmo nome e nascimento de outro aluno e
      *                    recusada inteira: vai para ENROLL-SUSPENSO
      *                    com o motivo e para o relatorio EXCECAO-CARGA
      *                    com a matricula ja cadastrada, e a carga
      *                    termina com RC 4. Aluno ja cadastrado sem CPF
      *                    recebe o CPF informado, com a mesma
      *                    conferencia.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de EXCECAO-CARGA guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-CARGA ASSIGN TO "EXCECAO-CARGA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-CARGA-RELIDO ASSIGN TO "EXCECAO-CARGA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
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
           SELECT ALUNO-TURMA ASSIGN TO "ALUNO-TURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WRK-AT-STATUS.
           SELECT ENROLL-SUSPENSO ASSIGN TO "ENROLL-SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-NOTAS-IX ASSIGN TO "HIST-NOTAS-IX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT CALENDARIO-ACADEMICO ASSIGN TO "CALENDARIO-ACADEMICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WRK-CA-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL-IN
           RECORD CONTAINS 65 CHARACTERS.
           COPY ENROLL.
       01  ENROLL-TXT              PIC X(65).

       FD  STUDENT-MASTER.
           COPY STUMSTR.
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-CARGA-REC       PIC X(80).

       FD  EXCECAO-CARGA-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-CARGA-RELIDO-REC PIC X(80).

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  QUADRO-HORARIO.
           COPY HORARIO.

       FD  ALUNO-TURMA.
           COPY ALUNOTUR.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  CALENDARIO-ACADEMICO.
           COPY CALACAD.

       FD  CPF-MASTER.
           COPY CPFMSTR.

       FD  ENROLL-SUSPENSO
           RECORD CONTAINS 96 CHARACTERS.
       01  ENROLL-SUSPENSO-REC.
           05 ES-REGISTRO          PIC X(65).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ES-MOTIVO            PIC X(30).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY TRAVAARQ.
       COPY VALIDCPF.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-ENROLL     PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                    VALUE 'S'.
       77  WRK-AC-ACHOU       PIC X(01)      VALUE 'N'.
           88 AC-REGISTRO-EXISTE             VALUE 'S'.
       77  WRK-HO-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-HNI        PIC X(01)      VALUE 'N'.
           88 TEM-HIST-IX                    VALUE 'S'.
       77  WRK-FIM-HNI        PIC X(01)      VALUE 'N'.
           88 FIM-HNI                        VALUE 'S'.
       77  WRK-QTD-PROGRAMA   PIC 9(05)      VALUE ZEROS.
       77  WRK-AT-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-TEM-HORARIO    PIC X(01)      VALUE 'N'.
           88 TEM-HORARIO                    VALUE 'S'.
       77  WRK-SUSPENSO-ABERTO PIC X(01)     VALUE 'N'.
           88 SUSPENSO-ABERTO                VALUE 'S'.
       77  WRK-FIM-HO-SCAN    PIC X(01)      VALUE 'N'.
           88 FIM-HO-SCAN                    VALUE 'S'.
       77  WRK-CHOQUE         PIC X(01)      VALUE 'N'.
           88 HORARIO-CHOCA                  VALUE 'S'.
       77  WRK-TURMA          PIC X(02)      VALUE SPACES.
       77  WRK-CURSO-CONF     PIC X(08)      VALUE SPACES.
       77  WRK-TURMA-CONF     PIC X(02)      VALUE SPACES.
       77  WRK-CURSO-CHOQUE   PIC X(08)      VALUE SPACES.
       77  WRK-TURMA-CHOQUE   PIC X(02)      VALUE SPACES.
       77  WRK-DIA-CHOQUE     PIC 9(01)      VALUE ZERO.
       77  WRK-HORA-CHOQUE    PIC 9(04)      VALUE ZEROS.
       77  WRK-QTD-CHOQUES    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ENC-NOVO   PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-ENC        PIC 9(02) COMP VALUE ZERO.
       77  WRK-CA-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-TEM-CALENDARIO PIC X(01)      VALUE 'N'.
           88 TEM-CALENDARIO                 VALUE 'S'.
       77  WRK-TEM-JANELA     PIC X(01)      VALUE 'N'.
           88 TERMO-COM-JANELA               VALUE 'S'.
       77  WRK-JANELA-OK      PIC X(01)      VALUE 'S'.
           88 JANELA-ABERTA                  VALUE 'S'.
       77  WRK-CAMPUS-CAL     PIC X(02)      VALUE SPACES.
       77  WRK-QTD-FORA-JANELA PIC 9(05)     VALUE ZEROS.
       77  WRK-CM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-TEM-CPF-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-CPF-MASTER                 VALUE 'S'.
       77  WRK-PESSOA-OK      PIC X(01)      VALUE 'S'.
           88 PESSOA-CONFERIDA               VALUE 'S'.
       77  WRK-FIM-NOME       PIC X(01)      VALUE 'N'.
           88 FIM-NOME                       VALUE 'S'.
       77  WRK-MOTIVO-PESSOA  PIC X(30)      VALUE SPACES.
       77  WRK-MAT-DUPLICADA  PIC X(10)      VALUE SPACES.
       77  WRK-CPF-ENT        PIC 9(11)      VALUE ZEROS.
       77  WRK-QTD-DUPLICADOS PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PESSOA-INV PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SEM-CPF    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-CPF-COMPLETO PIC 9(05)    VALUE ZEROS.
      *
      * Data de nascimento da matricula, conferida antes da procura
      * por nome e nascimento.
       01  WRK-NASC-ENT       PIC 9(08)      VALUE ZEROS.
       01  WRK-NASC-ENT-R REDEFINES WRK-NASC-ENT.
           05 WRK-NASC-ANO    PIC 9(04).
           05 WRK-NASC-MES    PIC 9(02).
           05 WRK-NASC-DIA    PIC 9(02).
      *
      * Termo da execucao e termo seguinte (AAAAPP): a matricula vale
      * dentro da janela de um ou de outro, para a matricula do
      * proximo termo poder ser feita antes do fim do termo corrente.
       01  WRK-DATA-EXEC-R.
           05 WRK-ANO-EXEC       PIC 9(04)   VALUE ZEROS.
           05 WRK-MES-EXEC       PIC 9(02)   VALUE ZEROS.
           05 WRK-DIA-EXEC       PIC 9(02)   VALUE ZEROS.
       01  WRK-TERMO-EXEC.
           05 WRK-TE-ANO         PIC 9(04)   VALUE ZEROS.
           05 WRK-TE-PER         PIC 9(02)   VALUE ZEROS.
       01  WRK-TERMO-SEGUINTE.
           05 WRK-TS-ANO         PIC 9(04)   VALUE ZEROS.
           05 WRK-TS-PER         PIC 9(02)   VALUE ZEROS.
      *
      * Encontros semanais da turma pedida, recolhidos do quadro de
      * horarios antes de comparar com os cursos em andamento do
      * aluno. Ate 20 encontros por turma.
       01  WRK-TAB-ENCONTROS.
           05 WRK-ENC-ENT OCCURS 20 TIMES.
              10 WRK-ENC-DIA        PIC 9(01).
              10 WRK-ENC-INICIO     PIC 9(04).
              10 WRK-ENC-FIM        PIC 9(04).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
              DISPLAY 'CURSO-MASTER AUSENTE - MATRICULAS SEM '
                      'CONFERENCIA DE PRE-REQUISITO'
           END-IF.
           OPEN INPUT QUADRO-HORARIO.
           IF WRK-HO-STATUS = '00'
              SET TEM-HORARIO TO TRUE
           ELSE
              DISPLAY 'QUADRO-HORARIO AUSENTE - MATRICULAS SEM '
                      'CONFERENCIA DE CHOQUE DE HORARIO'
           END-IF.
           OPEN INPUT HIST-NOTAS-IX.
           IF WRK-HNI-STATUS = '00'
              SET TEM-HIST-IX TO TRUE
           END-IF.
           OPEN INPUT CALENDARIO-ACADEMICO.
           IF WRK-CA-STATUS = '00'
              SET TEM-CALENDARIO TO TRUE
           ELSE
              DISPLAY 'CALENDARIO-ACADEMICO AUSENTE - MATRICULAS SEM '
                      'CONFERENCIA DE JANELA'
           END-IF.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS = '00'
              SET TEM-CPF-MASTER TO TRUE
           ELSE
              DISPLAY 'CPF-MASTER AUSENTE - CPF SEM CONFERENCIA '
                      'CONTRA O CADASTRO DE CPF'
           END-IF.
           OPEN I-O ALUNO-TURMA.
           IF WRK-AT-STATUS = '35'
              OPEN OUTPUT ALUNO-TURMA
              CLOSE ALUNO-TURMA
              OPEN I-O ALUNO-TURMA
           END-IF.
           OPEN OUTPUT EXCECAO-CARGA.
           SET ARQREL-GERADO TO TRUE.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           PERFORM 2050-APURAR-TERMOS THRU 2050-EXIT.
           MOVE 'RELATORIO DE EXCECAO DA CARGA DE MATRICULAS'
             TO EXCECAO-CARGA-REC.
           WRITE EXCECAO-CARGA-REC.
           IF TEM-CATALOGO
              CLOSE CURSO-MASTER
           END-IF.
           IF TEM-HORARIO
              CLOSE QUADRO-HORARIO
           END-IF.
           IF TEM-HIST-IX
              CLOSE HIST-NOTAS-IX
           END-IF.
           IF TEM-CALENDARIO
              CLOSE CALENDARIO-ACADEMICO
           END-IF.
           IF TEM-CPF-MASTER
              CLOSE CPF-MASTER
           END-IF.
           CLOSE ALUNO-TURMA.
           IF SUSPENSO-ABERTO
              CLOSE ENROLL-SUSPENSO
           END-IF.
           CLOSE EXCECAO-CARGA.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'STUDENT-MASTER' TO TA-ARQUIVO.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2050-APURAR-TERMOS - Termo letivo da data da execucao
      * (periodo 01 de janeiro a junho, 02 de julho em diante, como
      * nos programas de gradacao) e o termo seguinte a ele.
      *****************************************************************
       2050-APURAR-TERMOS.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-R.
           MOVE WRK-ANO-EXEC TO WRK-TE-ANO.
           IF WRK-MES-EXEC <= 6
              MOVE 01 TO WRK-TE-PER
              MOVE WRK-ANO-EXEC TO WRK-TS-ANO
              MOVE 02 TO WRK-TS-PER
           ELSE
              MOVE 02 TO WRK-TE-PER
              COMPUTE WRK-TS-ANO = WRK-ANO-EXEC + 1
              MOVE 01 TO WRK-TS-PER
           END-IF.
       2050-EXIT.
           EXIT.

       2100-LER-ENROLL.
           READ ENROLL-IN
               AT END SET FIM-ENROLL TO TRUE
      *****************************************************************
      * 2200-INCLUIR-ALUNO - Inclui a matricula corrente quando ela
      * ainda nao existe no cadastro; quando ja existe, o registro e
      * preservado como esta e a ocorrencia apenas contada (so o
      * programa de estudo em branco e preenchido). Vindo um
      * curso no registro de matricula, a vaga do curso e aberta em
      * SM-CURSOS do aluno (novo ou ja cadastrado), depois da
      * conferencia de pre-requisito contra o cadastro de cursos.
      * Matricula nova so entra com CPF e nascimento conferidos em
      * 2220: a que repete a pessoa de outra matricula e suspensa
      * inteira (aluno e curso) e denunciada no relatorio de excecao.
      * Aluno ja cadastrado sem CPF recebe o CPF e o nascimento
      * informados, com a mesma conferencia.
      *****************************************************************
       2200-INCLUIR-ALUNO.
           PERFORM 2210-NORMALIZAR-PESSOA THRU 2210-EXIT.
           MOVE EN-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  PERFORM 2220-CONFERIR-PESSOA THRU 2220-EXIT
                  IF NOT PESSOA-CONFERIDA
                     PERFORM 2290-RECUSAR-PESSOA THRU 2290-EXIT
                     GO TO 2200-EXIT
                  END-IF
                  IF WRK-CPF-ENT = ZEROS
                     ADD 1 TO WRK-QTD-SEM-CPF
                  END-IF
                  MOVE EN-MATRICULA TO SM-MATRICULA
                  MOVE EN-NOME      TO SM-NOME
                  MOVE ZEROS        TO SM-ULTIMA-MEDIA
                  MOVE SPACES       TO SM-SITUACAO-ANO
                  MOVE SPACES       TO SM-STATUS-MATRICULA
                  MOVE SPACES       TO SM-REGRA-APLICADA
                  MOVE EN-PROGRAMA  TO SM-PROGRAMA
                  MOVE WRK-CPF-ENT  TO SM-CPF
                  MOVE WRK-NASC-ENT TO SM-DATA-NASC
                  IF EN-CAMPUS = SPACES
                     MOVE '01' TO SM-CAMPUS
                  ELSE
                  ADD 1 TO WRK-QTD-INCLUIDOS
               NOT INVALID KEY
                  ADD 1 TO WRK-QTD-JA-EXISTEM
                  IF SM-PROGRAMA = SPACES
                     AND EN-PROGRAMA NOT = SPACES
                     MOVE EN-PROGRAMA TO SM-PROGRAMA
                     REWRITE STUDENT-MASTER-REC
                     ADD 1 TO WRK-QTD-PROGRAMA
                  END-IF
                  IF SM-CPF = ZEROS AND WRK-CPF-ENT NOT = ZEROS
                     PERFORM 2280-COMPLETAR-PESSOA THRU 2280-EXIT
                  END-IF
           END-READ.
           IF EN-CURSO NOT = SPACES
              PERFORM 2300-MATRICULAR-CURSO THRU 2300-EXIT
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-NORMALIZAR-PESSOA - CPF e nascimento da matricula; em
      * branco (arquivo anterior aos campos) valem nao informados.
      *****************************************************************
       2210-NORMALIZAR-PESSOA.
           IF EN-CPF NUMERIC
              MOVE EN-CPF TO WRK-CPF-ENT
           ELSE
              MOVE ZEROS TO WRK-CPF-ENT
           END-IF.
           IF EN-DATA-NASC NUMERIC
              MOVE EN-DATA-NASC TO WRK-NASC-ENT
           ELSE
              MOVE ZEROS TO WRK-NASC-ENT
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2220-CONFERIR-PESSOA - Confere a pessoa da matricula antes de
      * ela entrar no cadastro: CPF com digito valido (VALIDA-CPF),
      * nao registrado em CPF-MASTER sob outro nome e ainda nao
      * usado por outro aluno (chave alternativa SM-CPF); data de
      * nascimento possivel e nenhum outro aluno com o mesmo nome e
      * o mesmo nascimento (chave alternativa SM-NOME). CPF ou
      * nascimento nao informado pula a conferencia correspondente.
      * As leituras pelas chaves alternativas usam a area do
      * registro: quem chama remonta ou rele o aluno depois.
      *****************************************************************
       2220-CONFERIR-PESSOA.
           MOVE 'S' TO WRK-PESSOA-OK.
           MOVE SPACES TO WRK-MOTIVO-PESSOA WRK-MAT-DUPLICADA.
           IF WRK-CPF-ENT = ZEROS
              GO TO 2220-NASCIMENTO
           END-IF.
           MOVE WRK-CPF-ENT TO VC-CPF.
           CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK.
           IF NOT VC-CPF-VALIDO
              MOVE 'N' TO WRK-PESSOA-OK
              MOVE 'CPF INVALIDO' TO WRK-MOTIVO-PESSOA
              GO TO 2220-EXIT
           END-IF.
           IF TEM-CPF-MASTER
              MOVE WRK-CPF-ENT TO CM-CPF
              READ CPF-MASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CM-NOME NOT = EN-NOME
                        MOVE 'N' TO WRK-PESSOA-OK
                        MOVE 'CPF COM OUTRO NOME NO CADASTRO'
                          TO WRK-MOTIVO-PESSOA
                        GO TO 2220-EXIT
                     END-IF
              END-READ
           END-IF.
           MOVE WRK-CPF-ENT TO SM-CPF.
           READ STUDENT-MASTER KEY IS SM-CPF
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'N' TO WRK-PESSOA-OK
                  MOVE SM-MATRICULA TO WRK-MAT-DUPLICADA
                  STRING 'CPF DUPLICA ALUNO ' DELIMITED BY SIZE
                         SM-MATRICULA         DELIMITED BY SIZE
                         INTO WRK-MOTIVO-PESSOA
                  GO TO 2220-EXIT
           END-READ.
       2220-NASCIMENTO.
           IF WRK-NASC-ENT = ZEROS
              GO TO 2220-EXIT
           END-IF.
           IF WRK-NASC-ANO < 1900
              OR WRK-NASC-MES < 1 OR WRK-NASC-MES > 12
              OR WRK-NASC-DIA < 1 OR WRK-NASC-DIA > 31
              OR WRK-NASC-ENT > WRK-DATA-EXEC
              MOVE 'N' TO WRK-PESSOA-OK
              MOVE 'DATA DE NASCIMENTO INVALIDA' TO WRK-MOTIVO-PESSOA
              GO TO 2220-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-NOME.
           MOVE EN-NOME TO SM-NOME.
           START STUDENT-MASTER KEY IS EQUAL TO SM-NOME
               INVALID KEY SET FIM-NOME TO TRUE
           END-START.
           PERFORM 2230-LER-MESMO-NOME THRU 2230-EXIT
              UNTIL FIM-NOME OR NOT PESSOA-CONFERIDA.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2230-LER-MESMO-NOME - Proximo aluno na ordem de SM-NOME; para
      * no primeiro nome diferente. Outro aluno com o mesmo nome e o
      * mesmo nascimento derruba a conferencia.
      *****************************************************************
       2230-LER-MESMO-NOME.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-NOME TO TRUE
                  GO TO 2230-EXIT
           END-READ.
           IF SM-NOME NOT = EN-NOME
              SET FIM-NOME TO TRUE
              GO TO 2230-EXIT
           END-IF.
           IF SM-DATA-NASC = WRK-NASC-ENT
              AND SM-MATRICULA NOT = EN-MATRICULA
              MOVE 'N' TO WRK-PESSOA-OK
              MOVE SM-MATRICULA TO WRK-MAT-DUPLICADA
              STRING 'NOME/NASC DUPLICA ' DELIMITED BY SIZE
                     SM-MATRICULA         DELIMITED BY SIZE
                     INTO WRK-MOTIVO-PESSOA
           END-IF.
       2230-EXIT.
           EXIT.

      *****************************************************************
      * 2280-COMPLETAR-PESSOA - Aluno ja cadastrado sem CPF: grava o
      * CPF e o nascimento da matricula quando passam na conferencia
      * de 2220; recusados, so saem no relatorio de excecao (o aluno
      * e a matricula no curso seguem). O aluno e relido no fim,
      * porque a conferencia usa a area do registro.
      *****************************************************************
       2280-COMPLETAR-PESSOA.
           PERFORM 2220-CONFERIR-PESSOA THRU 2220-EXIT.
           MOVE EN-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  GO TO 2280-EXIT
           END-READ.
           IF NOT PESSOA-CONFERIDA
              ADD 1 TO WRK-QTD-PESSOA-INV
              MOVE SPACES TO WRK-LINHA
              STRING 'CPF/NASCIMENTO NAO GRAVADO: ' DELIMITED BY SIZE
                     EN-MATRICULA       DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     WRK-MOTIVO-PESSOA  DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO EXCECAO-CARGA-REC
              WRITE EXCECAO-CARGA-REC
              DISPLAY WRK-LINHA
              GO TO 2280-EXIT
           END-IF.
           MOVE WRK-CPF-ENT  TO SM-CPF.
           MOVE WRK-NASC-ENT TO SM-DATA-NASC.
           REWRITE STUDENT-MASTER-REC.
           ADD 1 TO WRK-QTD-CPF-COMPLETO.
       2280-EXIT.
           EXIT.

      *****************************************************************
      * 2290-RECUSAR-PESSOA - Matricula nova recusada na conferencia
      * da pessoa: o registro de ENROLL-IN vai para ENROLL-SUSPENSO
      * com o motivo, como as demais recusas, e sai no relatorio de
      * excecao com a matricula ja cadastrada quando e duplicidade,
      * para a secretaria unificar o aluno em vez de abrir outro.
      *****************************************************************
       2290-RECUSAR-PESSOA.
           IF WRK-MAT-DUPLICADA = SPACES
              ADD 1 TO WRK-QTD-PESSOA-INV
           ELSE
              ADD 1 TO WRK-QTD-DUPLICADOS
           END-IF.
           IF NOT SUSPENSO-ABERTO
              OPEN OUTPUT ENROLL-SUSPENSO
              SET SUSPENSO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO ENROLL-SUSPENSO-REC.
           MOVE ENROLL-TXT TO ES-REGISTRO.
           MOVE WRK-MOTIVO-PESSOA TO ES-MOTIVO.
           WRITE ENROLL-SUSPENSO-REC.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-MAT-DUPLICADA = SPACES
              STRING 'PESSOA RECUSADA: ' DELIMITED BY SIZE
                     EN-MATRICULA       DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     WRK-MOTIVO-PESSOA  DELIMITED BY SIZE
                     INTO WRK-LINHA
           ELSE
              STRING 'ALUNO JA CADASTRADO - RECUSADA: '
                                        DELIMITED BY SIZE
                     EN-MATRICULA       DELIMITED BY SIZE
                     ' '                DELIMITED BY SIZE
                     EN-NOME            DELIMITED BY SIZE
                     ' = '              DELIMITED BY SIZE
                     WRK-MAT-DUPLICADA  DELIMITED BY SIZE
                     INTO WRK-LINHA
           END-IF.
           MOVE WRK-LINHA TO EXCECAO-CARGA-REC.
           WRITE EXCECAO-CARGA-REC.
           DISPLAY WRK-LINHA.
       2290-EXIT.
           EXIT.

      *****************************************************************
      * 2300-MATRICULAR-CURSO - Confere no cadastro de cursos os
      * pre-requisitos do curso pedido e, cumpridos (APROVADO na vaga
      * do aluno com media zerada e resultado em branco, para a
      * primeira correcao preencher. Pre-requisito nao cumprido recusa
      * a matricula no curso (o registro do aluno em si e preservado).
      * Com o quadro de horarios, a turma pedida que choca com outro
      * curso em andamento do aluno tambem recusa a matricula. Com o
      * calendario academico, a matricula pedida fora da janela de
      * matricula do campus do aluno e recusada antes de tudo.
      *****************************************************************
       2300-MATRICULAR-CURSO.
           IF EN-TURMA = SPACES
              MOVE '01' TO WRK-TURMA
           ELSE
              MOVE EN-TURMA TO WRK-TURMA
           END-IF.
           IF TEM-CALENDARIO
              PERFORM 2350-CONFERIR-JANELA THRU 2350-EXIT
              IF NOT JANELA-ABERTA
                 PERFORM 2495-RECUSAR-JANELA THRU 2495-EXIT
                 GO TO 2300-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO WRK-PRE-REQ1 WRK-PRE-REQ2.
           MOVE ZEROS TO WRK-CAPACIDADE.
           IF TEM-CATALOGO
                      EN-MATRICULA ' CURSO ' EN-CURSO
              GO TO 2300-EXIT
           END-IF.
           IF TEM-HORARIO
              PERFORM 2450-CONFERIR-CHOQUE THRU 2450-EXIT
              IF HORARIO-CHOCA
                 PERFORM 2490-RECUSAR-CHOQUE THRU 2490-EXIT
                 GO TO 2300-EXIT
              END-IF
           END-IF.
           PERFORM 2500-ABRIR-VAGA-CURSO THRU 2500-EXIT.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2350-CONFERIR-JANELA - Procura no calendario academico o termo
      * da execucao e o termo seguinte do campus do aluno (SM-CAMPUS,
      * em branco vale 01) e derruba WRK-JANELA-OK quando a data da
      * execucao nao cai na janela de matricula de nenhum dos dois.
      * Campus sem nenhum dos dois termos no calendario segue sem a
      * conferencia.
      *****************************************************************
       2350-CONFERIR-JANELA.
           MOVE 'S' TO WRK-JANELA-OK.
           MOVE 'N' TO WRK-TEM-JANELA.
           IF SM-CAMPUS = SPACES
              MOVE '01' TO WRK-CAMPUS-CAL
           ELSE
              MOVE SM-CAMPUS TO WRK-CAMPUS-CAL
           END-IF.
           MOVE WRK-TERMO-EXEC TO CA-TERMO.
           MOVE WRK-CAMPUS-CAL TO CA-CAMPUS.
           READ CALENDARIO-ACADEMICO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET TERMO-COM-JANELA TO TRUE
                  IF WRK-DATA-EXEC NOT < CA-MATRICULA-INI
                     AND WRK-DATA-EXEC NOT > CA-MATRICULA-FIM
                     GO TO 2350-EXIT
                  END-IF
           END-READ.
           MOVE WRK-TERMO-SEGUINTE TO CA-TERMO.
           MOVE WRK-CAMPUS-CAL TO CA-CAMPUS.
           READ CALENDARIO-ACADEMICO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET TERMO-COM-JANELA TO TRUE
                  IF WRK-DATA-EXEC NOT < CA-MATRICULA-INI
                     AND WRK-DATA-EXEC NOT > CA-MATRICULA-FIM
                     GO TO 2350-EXIT
                  END-IF
           END-READ.
           IF TERMO-COM-JANELA
              MOVE 'N' TO WRK-JANELA-OK
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2400-CONFERIR-PREREQ - Procura nos cursos do aluno (vagas de
      * SM-CURSOS e, nao achando, registros de continuacao de
      * ALUNO-CURSO) a vaga do
      * curso pre-requisito (WRK-PRE-CONFERIDO) com resultado
      * APROVADO ou APROVEITADO; nao achando, derruba WRK-PRE-OK.
      *****************************************************************
       2400-CONFERIR-PREREQ.
           MOVE 'N' TO WRK-PRE-OK.
           IF NOT PRE-REQ-CUMPRIDO
              PERFORM 2420-CONFERIR-PREREQ-EXCED THRU 2420-EXIT
           END-IF.
           IF NOT PRE-REQ-CUMPRIDO AND TEM-HIST-IX
              PERFORM 2430-CONFERIR-PREREQ-HIST THRU 2430-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-COMPARAR-PREREQ.
           IF SM-CURSO-ID(WRK-IDX-BUSCA) = WRK-PRE-CONFERIDO
              AND (SM-CURSO-RESULTADO(WRK-IDX-BUSCA) = 'APROVADO'
               OR SM-CURSO-RESULTADO(WRK-IDX-BUSCA) = 'APROVEITADO')
              MOVE 'S' TO WRK-PRE-OK
           END-IF.
       2410-EXIT.
                  CONTINUE
               NOT INVALID KEY
                  IF AC-RESULTADO = 'APROVADO'
                     OR AC-RESULTADO = 'APROVEITADO'
                     MOVE 'S' TO WRK-PRE-OK
                  END-IF
           END-READ.
       2420-EXIT.
           EXIT.

      *****************************************************************
      * 2430-CONFERIR-PREREQ-HIST - Pre-requisito cursado em ano
      * anterior (vagas e continuacao ja limpas pela virada de ano):
      * a aprovacao e conferida em qualquer termo do espelho do
      * historico HIST-NOTAS-IX, pela chave matricula+curso.
      *****************************************************************
       2430-CONFERIR-PREREQ-HIST.
           MOVE 'N' TO WRK-FIM-HNI.
           MOVE EN-MATRICULA      TO HNI-MATRICULA.
           MOVE WRK-PRE-CONFERIDO TO HNI-CURSO.
           MOVE LOW-VALUES        TO HNI-TERMO.
           START HIST-NOTAS-IX KEY IS NOT LESS THAN HNI-CHAVE
               INVALID KEY SET FIM-HNI TO TRUE
           END-START.
           PERFORM 2435-LER-PREREQ-HIST THRU 2435-EXIT
              UNTIL FIM-HNI OR PRE-REQ-CUMPRIDO.
       2430-EXIT.
           EXIT.

       2435-LER-PREREQ-HIST.
           READ HIST-NOTAS-IX NEXT RECORD
               AT END
                  SET FIM-HNI TO TRUE
                  GO TO 2435-EXIT
           END-READ.
           IF HNI-MATRICULA NOT = EN-MATRICULA
              OR HNI-CURSO NOT = WRK-PRE-CONFERIDO
              SET FIM-HNI TO TRUE
              GO TO 2435-EXIT
           END-IF.
           IF HNI-RESULTADO = 'APROVADO'
              OR HNI-RESULTADO = 'APROVEITADO'
              MOVE 'S' TO WRK-PRE-OK
           END-IF.
       2435-EXIT.
           EXIT.

      *****************************************************************
      * 2450-CONFERIR-CHOQUE - Recolhe do quadro de horarios os
      * encontros da turma pedida e os compara com os de cada curso
      * em andamento do aluno (resultado ainda em branco), tanto nas
      * vagas de SM-CURSOS quanto nos registros de continuacao de
      * ALUNO-CURSO. Turma pedida sem horario cadastrado nao tem com
      * o que chocar.
      *****************************************************************
       2450-CONFERIR-CHOQUE.
           MOVE 'N' TO WRK-CHOQUE.
           MOVE ZERO TO WRK-QTD-ENC-NOVO.
           MOVE EN-CURSO  TO WRK-CURSO-CONF.
           MOVE WRK-TURMA TO WRK-TURMA-CONF.
           PERFORM 2460-POSICIONAR-TURMA THRU 2460-EXIT.
           PERFORM 2455-RECOLHER-ENCONTRO THRU 2455-EXIT
              UNTIL FIM-HO-SCAN.
           IF WRK-QTD-ENC-NOVO = 0
              GO TO 2450-EXIT
           END-IF.
           PERFORM 2465-CONFERIR-VAGA THRU 2465-EXIT
              VARYING WRK-IDX-BUSCA FROM 1 BY 1
              UNTIL WRK-IDX-BUSCA > 5 OR HORARIO-CHOCA.
           IF NOT HORARIO-CHOCA
              PERFORM 2480-CONFERIR-EXCEDENTES THRU 2480-EXIT
           END-IF.
       2450-EXIT.
           EXIT.

       2455-RECOLHER-ENCONTRO.
           PERFORM 2470-LER-ENCONTRO THRU 2470-EXIT.
           IF FIM-HO-SCAN
              GO TO 2455-EXIT
           END-IF.
           IF WRK-QTD-ENC-NOVO < 20
              ADD 1 TO WRK-QTD-ENC-NOVO
              MOVE HO-DIA-SEMANA  TO WRK-ENC-DIA(WRK-QTD-ENC-NOVO)
              MOVE HO-HORA-INICIO TO WRK-ENC-INICIO(WRK-QTD-ENC-NOVO)
              MOVE HO-HORA-FIM    TO WRK-ENC-FIM(WRK-QTD-ENC-NOVO)
           END-IF.
       2455-EXIT.
           EXIT.

      *****************************************************************
      * 2460-POSICIONAR-TURMA - Posiciona o quadro de horarios no
      * primeiro encontro de WRK-CURSO-CONF/WRK-TURMA-CONF.
      *****************************************************************
       2460-POSICIONAR-TURMA.
           MOVE 'N' TO WRK-FIM-HO-SCAN.
           MOVE WRK-CURSO-CONF TO HO-CURSO.
           MOVE WRK-TURMA-CONF TO HO-TURMA.
           MOVE ZERO  TO HO-DIA-SEMANA.
           MOVE ZEROS TO HO-HORA-INICIO.
           START QUADRO-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY SET FIM-HO-SCAN TO TRUE
           END-START.
       2460-EXIT.
           EXIT.

       2465-CONFERIR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-BUSCA) NOT = SPACES
              AND SM-CURSO-ID(WRK-IDX-BUSCA) NOT = EN-CURSO
              AND SM-CURSO-RESULTADO(WRK-IDX-BUSCA) = SPACES
              MOVE SM-CURSO-ID(WRK-IDX-BUSCA) TO WRK-CURSO-CONF
              PERFORM 2475-CONFERIR-CURSO THRU 2475-EXIT
           END-IF.
       2465-EXIT.
           EXIT.

      *****************************************************************
      * 2470-LER-ENCONTRO - Proximo encontro do quadro, enquanto for
      * da turma posicionada por 2460-POSICIONAR-TURMA.
      *****************************************************************
       2470-LER-ENCONTRO.
           READ QUADRO-HORARIO NEXT RECORD
               AT END
                  SET FIM-HO-SCAN TO TRUE
                  GO TO 2470-EXIT
           END-READ.
           IF HO-CURSO NOT = WRK-CURSO-CONF
              OR HO-TURMA NOT = WRK-TURMA-CONF
              SET FIM-HO-SCAN TO TRUE
           END-IF.
       2470-EXIT.
           EXIT.

      *****************************************************************
      * 2475-CONFERIR-CURSO - Resolve a turma do aluno no curso em
      * andamento WRK-CURSO-CONF (ALUNO-TURMA; sem registro vale a
      * turma 01) e compara cada encontro dela com os da turma
      * pedida: mesmo dia e faixas que se sobrepoem e choque.
      *****************************************************************
       2475-CONFERIR-CURSO.
           MOVE EN-MATRICULA   TO AT-MATRICULA.
           MOVE WRK-CURSO-CONF TO AT-CURSO.
           READ ALUNO-TURMA
               INVALID KEY
                  MOVE '01' TO WRK-TURMA-CONF
               NOT INVALID KEY
                  MOVE AT-TURMA TO WRK-TURMA-CONF
           END-READ.
           PERFORM 2460-POSICIONAR-TURMA THRU 2460-EXIT.
           PERFORM 2476-COMPARAR-ENCONTRO THRU 2476-EXIT
              UNTIL FIM-HO-SCAN OR HORARIO-CHOCA.
       2475-EXIT.
           EXIT.

       2476-COMPARAR-ENCONTRO.
           PERFORM 2470-LER-ENCONTRO THRU 2470-EXIT.
           IF FIM-HO-SCAN
              GO TO 2476-EXIT
           END-IF.
           PERFORM 2477-COMPARAR-FAIXA THRU 2477-EXIT
              VARYING WRK-IDX-ENC FROM 1 BY 1
              UNTIL WRK-IDX-ENC > WRK-QTD-ENC-NOVO OR HORARIO-CHOCA.
       2476-EXIT.
           EXIT.

       2477-COMPARAR-FAIXA.
           IF HO-DIA-SEMANA = WRK-ENC-DIA(WRK-IDX-ENC)
              AND HO-HORA-INICIO < WRK-ENC-FIM(WRK-IDX-ENC)
              AND WRK-ENC-INICIO(WRK-IDX-ENC) < HO-HORA-FIM
              SET HORARIO-CHOCA TO TRUE
              MOVE HO-CURSO       TO WRK-CURSO-CHOQUE
              MOVE HO-TURMA       TO WRK-TURMA-CHOQUE
              MOVE HO-DIA-SEMANA  TO WRK-DIA-CHOQUE
              MOVE HO-HORA-INICIO TO WRK-HORA-CHOQUE
           END-IF.
       2477-EXIT.
           EXIT.

      *****************************************************************
      * 2480-CONFERIR-EXCEDENTES - Cursos em andamento do aluno
      * guardados no arquivo de continuacao ALUNO-CURSO (alem das 5
      * vagas de SM-CURSOS) tambem entram na conferencia de choque.
      *****************************************************************
       2480-CONFERIR-EXCEDENTES.
           OPEN INPUT ALUNO-CURSO.
           IF WRK-AC-STATUS NOT = '00'
              CLOSE ALUNO-CURSO
              GO TO 2480-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AC-SCAN.
           MOVE EN-MATRICULA TO AC-MATRICULA.
           MOVE LOW-VALUES   TO AC-CURSO.
           START ALUNO-CURSO KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY SET FIM-AC-SCAN TO TRUE
           END-START.
           PERFORM 2485-CONFERIR-UM-EXCEDENTE THRU 2485-EXIT
              UNTIL FIM-AC-SCAN OR HORARIO-CHOCA.
           CLOSE ALUNO-CURSO.
       2480-EXIT.
           EXIT.

       2485-CONFERIR-UM-EXCEDENTE.
           READ ALUNO-CURSO NEXT RECORD
               AT END
                  SET FIM-AC-SCAN TO TRUE
                  GO TO 2485-EXIT
           END-READ.
           IF AC-MATRICULA NOT = EN-MATRICULA
              SET FIM-AC-SCAN TO TRUE
              GO TO 2485-EXIT
           END-IF.
           IF AC-CURSO NOT = EN-CURSO AND AC-RESULTADO = SPACES
              MOVE AC-CURSO TO WRK-CURSO-CONF
              PERFORM 2475-CONFERIR-CURSO THRU 2475-EXIT
           END-IF.
       2485-EXIT.
           EXIT.

      *****************************************************************
      * 2490-RECUSAR-CHOQUE - Matricula que choca com outro curso em
      * andamento: o registro de ENROLL-IN vai para ENROLL-SUSPENSO
      * com o motivo (aberto na primeira suspensao da execucao) e o
      * choque sai no relatorio de excecao da carga.
      *****************************************************************
       2490-RECUSAR-CHOQUE.
           ADD 1 TO WRK-QTD-CHOQUES.
           IF NOT SUSPENSO-ABERTO
              OPEN OUTPUT ENROLL-SUSPENSO
              SET SUSPENSO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO ENROLL-SUSPENSO-REC.
           MOVE ENROLL-TXT TO ES-REGISTRO.
           STRING 'CHOQUE DE HORARIO COM ' DELIMITED BY SIZE
                  WRK-CURSO-CHOQUE         DELIMITED BY SIZE
                  INTO ES-MOTIVO.
           WRITE ENROLL-SUSPENSO-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CHOQUE DE HORARIO - RECUSADA: ' DELIMITED BY SIZE
                  EN-MATRICULA     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  EN-CURSO         DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WRK-TURMA        DELIMITED BY SIZE
                  ' X '            DELIMITED BY SIZE
                  WRK-CURSO-CHOQUE DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  WRK-TURMA-CHOQUE DELIMITED BY SIZE
                  ' DIA '          DELIMITED BY SIZE
                  WRK-DIA-CHOQUE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-HORA-CHOQUE  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXCECAO-CARGA-REC.
           WRITE EXCECAO-CARGA-REC.
           DISPLAY WRK-LINHA.
       2490-EXIT.
           EXIT.

      *****************************************************************
      * 2495-RECUSAR-JANELA - Matricula fora da janela do calendario
      * academico: o registro de ENROLL-IN vai para ENROLL-SUSPENSO
      * com o motivo, como a recusa por choque de horario, e a recusa
      * sai no relatorio de excecao da carga.
      *****************************************************************
       2495-RECUSAR-JANELA.
           ADD 1 TO WRK-QTD-FORA-JANELA.
           IF NOT SUSPENSO-ABERTO
              OPEN OUTPUT ENROLL-SUSPENSO
              SET SUSPENSO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO ENROLL-SUSPENSO-REC.
           MOVE ENROLL-TXT TO ES-REGISTRO.
           MOVE 'FORA DA JANELA DE MATRICULA' TO ES-MOTIVO.
           WRITE ENROLL-SUSPENSO-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA DA JANELA DE MATRICULA - RECUSADA: '
                                  DELIMITED BY SIZE
                  EN-MATRICULA    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  EN-CURSO        DELIMITED BY SIZE
                  ' CAMPUS '      DELIMITED BY SIZE
                  WRK-CAMPUS-CAL  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXCECAO-CARGA-REC.
           WRITE EXCECAO-CARGA-REC.
           DISPLAY WRK-LINHA.
       2495-EXIT.
           EXIT.

      *****************************************************************
      * 2500-ABRIR-VAGA-CURSO - Abre a vaga do curso em SM-CURSOS na
      * primeira posicao livre, preservando a vaga ja existente quando
           MOVE SPACES  TO SM-CURSO-RESULTADO(WRK-IDX-LIVRE).
           REWRITE STUDENT-MASTER-REC.
           ADD 1 TO WRK-QTD-MATRICULADOS.
           PERFORM 2850-GRAVAR-TURMA THRU 2850-EXIT.
       2500-EXIT.
           EXIT.

              ADD 1 TO WRK-QTD-EXCEDENTES
              DISPLAY 'MATRICULA EXCEDENTE EM ALUNO-CURSO: '
                      EN-MATRICULA ' - CURSO ' EN-CURSO
              PERFORM 2850-GRAVAR-TURMA THRU 2850-EXIT
           END-IF.
           CLOSE ALUNO-CURSO.
       2800-EXIT.
           EXIT.

      *****************************************************************
      * 2850-GRAVAR-TURMA - Registra em ALUNO-TURMA a turma da
      * matricula recem-aberta, para a grade do aluno e as proximas
      * conferencias de choque saberem em qual turma ele esta.
      *****************************************************************
       2850-GRAVAR-TURMA.
           MOVE EN-MATRICULA  TO AT-MATRICULA.
           MOVE EN-CURSO      TO AT-CURSO.
           MOVE WRK-TURMA     TO AT-TURMA.
           MOVE WRK-DATA-EXEC TO AT-DATA-MATRICULA.
           WRITE ALUNO-TURMA-REC
               INVALID KEY
                  REWRITE ALUNO-TURMA-REC
           END-WRITE.
       2850-EXIT.
           EXIT.

       2510-PROCURAR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-BUSCA) = EN-CURSO
              MOVE WRK-IDX-BUSCA TO WRK-IDX-CURSO
           DISPLAY 'SEM PRE-REQUISITO....: ' WRK-QTD-SEM-PREREQ.
           DISPLAY 'EXCEDENTES ALUNO-CURSO: ' WRK-QTD-EXCEDENTES.
           DISPLAY 'CURSO LOTADO (ESPERA): ' WRK-QTD-LOTADOS.
           DISPLAY 'CHOQUE DE HORARIO....: ' WRK-QTD-CHOQUES.
           DISPLAY 'FORA DA JANELA.......: ' WRK-QTD-FORA-JANELA.
           DISPLAY 'PROGRAMA INFORMADO...: ' WRK-QTD-PROGRAMA.
           DISPLAY 'ALUNO JA CADASTRADO..: ' WRK-QTD-DUPLICADOS.
           DISPLAY 'CPF/NASC. RECUSADOS..: ' WRK-QTD-PESSOA-INV.
           DISPLAY 'NOVOS SEM CPF........: ' WRK-QTD-SEM-CPF.
           DISPLAY 'CPF COMPLETADO.......: ' WRK-QTD-CPF-COMPLETO.
           IF WRK-QTD-DUPLICADOS > 0 AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXCECAO-CARGA desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXCECAO-CARGA-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'EXCECAO-CARGA' TO AG-RELATORIO.
           MOVE 'CARGA-ALUNOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXCECAO-CARGA-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ EXCECAO-CARGA-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE EXCECAO-CARGA-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
