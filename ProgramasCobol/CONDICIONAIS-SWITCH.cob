      *                    recusa o lote com RC 8 sem gravar nada -
      *                    nem o registro trailer de HIST-NOTAS, que
      *                    em lote recusado sairia zerado.
      * 15/10/2026 Tutu - Aluno incluido no cadastro nasce com o
      *                    programa de estudo (SM-PROGRAMA) em branco; o
      *                    programa e informado por CARGA-ALUNOS ou
      *                    MANTER-ALUNO.
      * 15/10/2026 Tutu - Prazo de lancamento de notas do calendario
      *                    academico (CALENDARIO-ACADEMICO, mantido em
      *                    MANTER-CALENDARIO): nota lancada depois do
      *                    prazo do termo/campus do aluno, ou antes do
      *                    inicio das aulas do termo, e aceita mas
      *                    denunciada ao coordenador no relatorio
      *                    NOTAS-FORA-PRAZO e no console, como em
      *                    CONDICIONAIS-IF.
      * 15/10/2026 Tutu - Registro-trailer no fim do roster
      *                    (IMPORTA-NOTAS, repassado por APURA-PRESENCA)
      *                    encerra a leitura em vez de ser lido como
      *                    aluno, com a quantidade conferida contra os
      *                    alunos lidos; divergencia e denunciada no
      *                    console com RC 4.
      * 15/10/2026 Tutu - Aluno incluido no cadastro nasce com CPF e
      *                    data de nascimento zerados (nao informados);
      *                    os dois sao informados por CARGA-ALUNOS ou
      *                    MANTER-ALUNO.
      * 15/10/2026 Arthur - A data de execucao passa a vir da data de
      *                      movimento (rotina LE-DATA-MOV) em vez do
      *                      relogio: a noite que vira a meia-noite ou a
      *                      reexecucao na manha seguinte continuam no
      *                      mesmo dia de negocio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT GRADE-CSV ASSIGN TO "GRADE-CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT CALENDARIO-ACADEMICO ASSIGN TO "CALENDARIO-ACADEMICO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CA-CHAVE
               FILE STATUS IS WRK-CA-STATUS.
           SELECT NOTAS-FORA-PRAZO ASSIGN TO "NOTAS-FORA-PRAZO"
               ORGANIZATION IS LINE SEQUENTIAL.
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

       FD  PARM-NOTA-IN
           RECORD CONTAINS 27 CHARACTERS.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  CALENDARIO-ACADEMICO.
           COPY CALACAD.

       FD  NOTAS-FORA-PRAZO
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTAS-FORA-PRAZO-REC       PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY TRAVAARQ.
       77 WRK-MODO        PIC 9(01)      VALUE ZEROS.
       77 WRK-RESULTADO   PIC X(15)      VALUE SPACES.
       77 WRK-FIM-ROSTER  PIC X(01)      VALUE 'N'.
           88 FIM-ROSTER             VALUE 'S'.
       77 WRK-QTD-ROSTER  PIC 9(07)      VALUE ZEROS.
       77 WRK-ROSTER-DIVERGE PIC X(01)   VALUE 'N'.
           88 ROSTER-DIVERGENTE      VALUE 'S'.
       77 WRK-PARM-STATUS PIC X(02)      VALUE '00'.
       77 WRK-NOTA-CORTE  PIC 9(02)V9    VALUE 5,0.
       77 WRK-NOTA-RECUP  PIC 9(02)V9    VALUE 2,0.
           88 TODAS-AUSENTES                  VALUE 'S'.
       77 WRK-ARRED            PIC X(01)      VALUE 'N'.
           88 ARREDONDA-PARA-BAIXO            VALUE 'B'.
       77 WRK-CA-STATUS        PIC X(02)      VALUE '00'.
       77 WRK-TEM-CALENDARIO   PIC X(01)      VALUE 'N'.
           88 TEM-CALENDARIO                  VALUE 'S'.
       77 WRK-PRAZO-ABERTO     PIC X(01)      VALUE 'N'.
           88 PRAZO-RELATORIO-ABERTO          VALUE 'S'.
       77 WRK-QTD-FORA-PRAZO   PIC 9(05)      VALUE ZEROS.
       77 WRK-DATA-LANCAMENTO  PIC 9(08)      VALUE ZEROS.
       77 WRK-MOTIVO-PRAZO     PIC X(20)      VALUE SPACES.
       77 WRK-LINHA-PRAZO      PIC X(80)      VALUE SPACES.
       01 WRK-DATA-TERMO.
           05 WRK-ANO-TERMO    PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-TERMO    PIC 9(02)      VALUE ZEROS.
           IF CSV-ATIVO
              CLOSE GRADE-CSV
           END-IF.
           IF TEM-CALENDARIO
              CLOSE CALENDARIO-ACADEMICO
           END-IF.
           IF PRAZO-RELATORIO-ABERTO
              CLOSE NOTAS-FORA-PRAZO
              DISPLAY 'LANCAMENTOS FORA DO PRAZO: ' WRK-QTD-FORA-PRAZO
           END-IF.
           IF ROSTER-DIVERGENTE AND RETURN-CODE < 4
              MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *****************************************************************
           END-IF.
           PERFORM 1100-APURAR-TERMO THRU 1100-EXIT.
           PERFORM 1170-CONFERIR-TERMO-FECHADO THRU 1170-EXIT.
           PERFORM 1180-ABRIR-CALENDARIO THRU 1180-EXIT.
       1000-EXIT.
           EXIT.

      * gravado no historico.
      *****************************************************************
       1100-APURAR-TERMO.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-TERMO.
           MOVE WRK-ANO-TERMO TO WRK-TERMO(1:4).
           IF WRK-MES-TERMO <= 6
              MOVE '01' TO WRK-TERMO(5:2)
       1171-EXIT.
           EXIT.

      *****************************************************************
      * 1180-ABRIR-CALENDARIO - Abre o calendario academico (mantido
      * em MANTER-CALENDARIO) para a conferencia do prazo de
      * lancamento de notas; ausente, o lancamento segue sem ela.
      *****************************************************************
       1180-ABRIR-CALENDARIO.
           MOVE WRK-DATA-TERMO TO WRK-DATA-LANCAMENTO.
           OPEN INPUT CALENDARIO-ACADEMICO.
           IF WRK-CA-STATUS = '00'
              SET TEM-CALENDARIO TO TRUE
           END-IF.
       1180-EXIT.
           EXIT.

       1172-PROCURAR-LIBERA.
           IF WRK-PARM-JCL-TEXTO(WRK-IDX-PARM:8) = 'LIBERA=S'
              SET LIBERACAO-CONCEDIDA TO TRUE

       2030-LER-ROSTER.
           READ ROSTER-IN
               AT END
                  SET FIM-ROSTER TO TRUE
               NOT AT END
                  IF RT-TIPO = 'TRAILER'
                     PERFORM 2035-CONFERIR-TRAILER THRU 2035-EXIT
                     SET FIM-ROSTER TO TRUE
                  ELSE
                     ADD 1 TO WRK-QTD-ROSTER
                  END-IF
           END-READ.
       2030-EXIT.
           EXIT.

      *****************************************************************
      * 2035-CONFERIR-TRAILER - O roster gerado por IMPORTA-NOTAS
      * termina com o registro-trailer padrao (so a quantidade cabe
      * no layout de 16 posicoes lido aqui). O trailer encerra a
      * leitura e a quantidade nele tem de bater com os alunos lidos;
      * roster digitado, sem trailer, segue sem a conferencia. Os
      * alunos ja foram gradados quando o trailer e lido: a
      * divergencia so e denunciada, com RC 4 no fim da execucao.
      *****************************************************************
       2035-CONFERIR-TRAILER.
           IF RT-QTD-REGISTROS NOT NUMERIC
              OR RT-QTD-REGISTROS NOT = WRK-QTD-ROSTER
              DISPLAY 'ROSTER-IN INCOMPLETO: TRAILER COM '
                      RT-QTD-REGISTROS ' ALUNOS, LIDOS '
                      WRK-QTD-ROSTER
              SET ROSTER-DIVERGENTE TO TRUE
           END-IF.
       2035-EXIT.
           EXIT.

      *****************************************************************
      * 2010-LER-CHECKPOINT - So retoma de um checkpoint ABERTO (lote
      * interrompido no meio): a leitura do roster pula ate a
                  MOVE SPACES TO SM-SITUACAO-ANO
                  MOVE SPACES TO SM-STATUS-MATRICULA
                  MOVE SPACES TO SM-REGRA-APLICADA
                  MOVE SPACES TO SM-PROGRAMA
                  MOVE ZEROS  TO SM-CPF
                  MOVE ZEROS  TO SM-DATA-NASC
                  MOVE '01'   TO SM-CAMPUS
                  WRITE STUDENT-MASTER-REC
               NOT INVALID KEY
           ADD HN-MEDIA TO WRK-BT-TOTAL.
           PERFORM 2120-ESPELHAR-HISTORICO THRU 2120-EXIT.
           PERFORM 2110-GRAVAR-CSV-NOTA THRU 2110-EXIT.
           PERFORM 2130-CONFERIR-PRAZO THRU 2130-EXIT.
       2100-EXIT.
           EXIT.

       2120-EXIT.
           EXIT.

      *****************************************************************
      * 2130-CONFERIR-PRAZO - Confere o lancamento contra o calendario
      * academico do termo e do campus do aluno: lancado depois do
      * prazo de notas, ou antes do inicio das aulas do termo (nota
      * do termo anterior lancada no intervalo entre termos), o
      * lancamento e aceito mas denunciado ao coordenador em
      * NOTAS-FORA-PRAZO, aberto no primeiro caso da execucao, e no
      * console. Termo/campus sem calendario nao e conferido.
      *****************************************************************
       2130-CONFERIR-PRAZO.
           IF NOT TEM-CALENDARIO
              GO TO 2130-EXIT
           END-IF.
           MOVE WRK-TERMO TO CA-TERMO.
           MOVE WRK-CAMPUS TO CA-CAMPUS.
           READ CALENDARIO-ACADEMICO
               INVALID KEY
                  GO TO 2130-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN WRK-DATA-LANCAMENTO > CA-PRAZO-NOTAS
                 MOVE 'APOS O PRAZO' TO WRK-MOTIVO-PRAZO
              WHEN WRK-DATA-LANCAMENTO < CA-AULAS-INI
                 MOVE 'ANTES DAS AULAS' TO WRK-MOTIVO-PRAZO
              WHEN OTHER
                 GO TO 2130-EXIT
           END-EVALUATE.
           IF NOT PRAZO-RELATORIO-ABERTO
              OPEN OUTPUT NOTAS-FORA-PRAZO
              SET PRAZO-RELATORIO-ABERTO TO TRUE
              MOVE INST-NOME TO NOTAS-FORA-PRAZO-REC
              WRITE NOTAS-FORA-PRAZO-REC
              MOVE 'LANCAMENTOS DE NOTA FORA DO PRAZO DO CALENDARIO'
                TO NOTAS-FORA-PRAZO-REC
              WRITE NOTAS-FORA-PRAZO-REC
              MOVE SPACES TO NOTAS-FORA-PRAZO-REC
              STRING 'MATRICULA  CURSO    TERMO  CP LANCADO  '
                                           DELIMITED BY SIZE
                     'PRAZO    SITUACAO'   DELIMITED BY SIZE
                     INTO NOTAS-FORA-PRAZO-REC
              WRITE NOTAS-FORA-PRAZO-REC
           END-IF.
           ADD 1 TO WRK-QTD-FORA-PRAZO.
           MOVE SPACES TO WRK-LINHA-PRAZO.
           STRING WRK-MATRICULA       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-CURSO           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-TERMO           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-CAMPUS          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-DATA-LANCAMENTO DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CA-PRAZO-NOTAS      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-MOTIVO-PRAZO    DELIMITED BY SIZE
                  INTO WRK-LINHA-PRAZO.
           MOVE WRK-LINHA-PRAZO TO NOTAS-FORA-PRAZO-REC.
           WRITE NOTAS-FORA-PRAZO-REC.
           DISPLAY 'LANCAMENTO FORA DO PRAZO: ' WRK-LINHA-PRAZO.
       2130-EXIT.
           EXIT.

      *****************************************************************
      * 2110-GRAVAR-CSV-NOTA - Grava uma linha do extrato CSV com a
      * matricula, as duas notas, a media e o resultado do aluno,
