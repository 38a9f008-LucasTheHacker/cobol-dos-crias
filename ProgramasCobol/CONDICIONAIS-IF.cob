      *                    o resultado mais recente. O espelho e
      *                    reconstruivel do sequencial por
      *                    CARGA-HIST-IX.
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
      *                    NOTAS-FORA-PRAZO e no console. Calendario
      *                    ausente segue sem a conferencia.
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
      * 15/10/2026 Tutu - Registro de NOTAS-PENDENTES carimbado com o
      *                    operador do contexto (OC-NOME, guardado na
      *                    entrada CONDICIONAIS-IF-CTX) e a data do
      *                    lancamento, para a aprovacao do lote saber
      *                    quem lancou. RECORD CONTAINS 70 -> 98.
      * 15/10/2026 Arthur - A data de execucao passa a vir da data de
      *                      movimento (rotina LE-DATA-MOV) em vez do
      *                      relogio: a noite que vira a meia-noite ou a
      *                      reexecucao na manha seguinte continuam no
      *                      mesmo dia de negocio.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      * 15/10/2026 Tutu - Resultado lancado direto gera aviso NOTALC ao
      *                    aluno e ao responsavel na caixa de saida
      *                    (rotina GRAVA-NOTIFICACAO).
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
           SELECT ROSTER-SUSPENSO ASSIGN TO "ROSTER-SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
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
           COPY CRSMSTR.

       FD  NOTAS-PENDENTES
           RECORD CONTAINS 98 CHARACTERS.
           COPY NOTAPEND.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-PEND-REC
       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  CALENDARIO-ACADEMICO.
           COPY CALACAD.

       FD  NOTAS-FORA-PRAZO
           RECORD CONTAINS 80 CHARACTERS.
       01  NOTAS-FORA-PRAZO-REC       PIC X(80).

       FD  ROSTER-SUSPENSO
           RECORD CONTAINS 47 CHARACTERS.
       01  ROSTER-SUSPENSO-REC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY VALIDENT.
       COPY JCLPARM.
       COPY NOTIFGRV.
       77 WRK-MODO        PIC 9(01)      VALUE ZEROS.
       77 WRK-CSV-ATIVO   PIC X(01)      VALUE 'N'.
           88 CSV-ATIVO               VALUE 'S'.
       77 WRK-RESULTADO   PIC X(15)      VALUE SPACES.
       77 WRK-FIM-ROSTER  PIC X(01)      VALUE 'N'.
           88 FIM-ROSTER             VALUE 'S'.
       77 WRK-QTD-ROSTER  PIC 9(07)      VALUE ZEROS.
       77 WRK-ROSTER-DIVERGE PIC X(01)   VALUE 'N'.
           88 ROSTER-DIVERGENTE      VALUE 'S'.
       77 WRK-PARM-STATUS PIC X(02)      VALUE '00'.
       77 WRK-NOTA-CORTE  PIC 9(02)V9    VALUE 5,0.
       77 WRK-NOTA-RECUP  PIC 9(02)V9    VALUE 2,0.
       77 WRK-BT-TOTAL         PIC 9(09)V99   VALUE ZEROS.
       77 WRK-LOTE-AUTORIZADO  PIC X(01)      VALUE 'S'.
           88 LOTE-AUTORIZADO              VALUE 'S'.
       77 WRK-OPERADOR         PIC X(20)      VALUE SPACES.
       77 WRK-NOME-NOVO        PIC X(20)      VALUE SPACES.
       77 WRK-MATR-ENCONTRADA  PIC X(01)      VALUE 'N'.
           88 MATR-FOI-ENCONTRADA           VALUE 'S'.
           88 LOTE-RECUSADO                   VALUE 'S'.
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
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'CONDICIONAIS-IF' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-MODO = 3
              PERFORM 4000-CORRIGIR-NOME-ALUNO THRU 4000-EXIT
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           IF LANCAMENTO-PENDENTE
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
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
           PERFORM 1120-RESOLVER-NOME-CURSO THRU 1120-EXIT.
           PERFORM 1150-APURAR-TERMO THRU 1150-EXIT.
           PERFORM 1170-CONFERIR-TERMO-FECHADO THRU 1170-EXIT.
           PERFORM 1180-ABRIR-CALENDARIO THRU 1180-EXIT.
       1000-EXIT.
           EXIT.

      * gravado no historico.
      *****************************************************************
       1150-APURAR-TERMO.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-TERMO.
           MOVE WRK-ANO-TERMO TO WRK-TERMO(1:4).
           IF WRK-MES-TERMO <= 6
              MOVE '01' TO WRK-TERMO(5:2)
              DISPLAY 'TERMO ' WRK-TERMO ' FECHADO - LANCAMENTO '
                      'RECUSADO SEM LIBERACAO DO SUPERVISOR'
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
       1170-EXIT.
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

       2100-LER-ROSTER.
           READ ROSTER-IN
               AT END
                  SET FIM-ROSTER TO TRUE
               NOT AT END
                  IF RT-TIPO = 'TRAILER'
                     PERFORM 2110-CONFERIR-TRAILER THRU 2110-EXIT
                     SET FIM-ROSTER TO TRUE
                  ELSE
                     ADD 1 TO WRK-QTD-ROSTER
                  END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2110-CONFERIR-TRAILER - O roster gerado por IMPORTA-NOTAS
      * termina com o registro-trailer padrao (so a quantidade cabe
      * no layout de 16 posicoes lido aqui). O trailer encerra a
      * leitura e a quantidade nele tem de bater com os alunos lidos;
      * roster digitado, sem trailer, segue sem a conferencia. Os
      * alunos ja foram gradados quando o trailer e lido: a
      * divergencia so e denunciada, com RC 4 no fim da execucao.
      *****************************************************************
       2110-CONFERIR-TRAILER.
           IF RT-QTD-REGISTROS NOT NUMERIC
              OR RT-QTD-REGISTROS NOT = WRK-QTD-ROSTER
              DISPLAY 'ROSTER-IN INCOMPLETO: TRAILER COM '
                      RT-QTD-REGISTROS ' ALUNOS, LIDOS '
                      WRK-QTD-ROSTER
              SET ROSTER-DIVERGENTE TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2050-LER-CHECKPOINT - So retoma de um checkpoint ABERTO (lote
      * interrompido no meio): a leitura do roster pula ate a
      * acrescenta o registro a HIST-NOTAS; no lancamento em duas
      * etapas (DESTINO=P), o resultado inteiro e retido em
      * NOTAS-PENDENTES e nada toca os mestres ate a liberacao do
      * supervisor em APROVA-LOTE. O lancamento direto avisa aluno e
      * responsavel (3260); o pendente so avisa na liberacao.
      *****************************************************************
       3130-LANCAR-RESULTADO.
           IF LANCAMENTO-PENDENTE
           ELSE
              PERFORM 3160-GRAVAR-RESULTADO-ALUNO THRU 3160-EXIT
              PERFORM 3200-GRAVAR-HISTORICO THRU 3200-EXIT
              PERFORM 3260-AVISAR-NOTA THRU 3260-EXIT
           END-IF.
           PERFORM 3230-CONFERIR-PRAZO THRU 3230-EXIT.
       3130-EXIT.
           EXIT.

                  MOVE SPACES TO SM-SITUACAO-ANO
                  MOVE SPACES TO SM-STATUS-MATRICULA
                  MOVE SPACES TO SM-REGRA-APLICADA
                  MOVE SPACES TO SM-PROGRAMA
                  MOVE ZEROS  TO SM-CPF
                  MOVE ZEROS  TO SM-DATA-NASC
                  MOVE '01'   TO SM-CAMPUS
                  WRITE STUDENT-MASTER-REC
               NOT INVALID KEY
       3220-EXIT.
           EXIT.

      *****************************************************************
      * 3230-CONFERIR-PRAZO - Confere o lancamento contra o calendario
      * academico do termo e do campus do aluno: lancado depois do
      * prazo de notas, ou antes do inicio das aulas do termo (nota
      * do termo anterior lancada no intervalo entre termos), o
      * lancamento e aceito mas denunciado ao coordenador em
      * NOTAS-FORA-PRAZO, aberto no primeiro caso da execucao, e no
      * console. Termo/campus sem calendario nao e conferido.
      *****************************************************************
       3230-CONFERIR-PRAZO.
           IF NOT TEM-CALENDARIO
              GO TO 3230-EXIT
           END-IF.
           MOVE WRK-TERMO TO CA-TERMO.
           MOVE WRK-CAMPUS TO CA-CAMPUS.
           READ CALENDARIO-ACADEMICO
               INVALID KEY
                  GO TO 3230-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN WRK-DATA-LANCAMENTO > CA-PRAZO-NOTAS
                 MOVE 'APOS O PRAZO' TO WRK-MOTIVO-PRAZO
              WHEN WRK-DATA-LANCAMENTO < CA-AULAS-INI
                 MOVE 'ANTES DAS AULAS' TO WRK-MOTIVO-PRAZO
              WHEN OTHER
                 GO TO 3230-EXIT
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
       3230-EXIT.
           EXIT.

      *****************************************************************
      * 3210-GRAVAR-CSV-NOTA - Grava uma linha do extrato CSV com a
      * matricula, as duas notas, a media e o resultado do aluno,
      * 3250-GRAVAR-PENDENTE - Lancamento em duas etapas: acrescenta a
      * NOTAS-PENDENTES o resultado apurado do aluno, com o nome ja
      * resolvido para a revisao do supervisor, sem tocar HIST-NOTAS
      * nem STUDENT-MASTER, carimbado com o operador do contexto
      * (branco na execucao pelo JCL) e a data do lancamento. Os
      * contadores do trailer acumulam aqui como no lancamento
      * direto.
      *****************************************************************
       3250-GRAVAR-PENDENTE.
           MOVE SPACES TO NOTA-PENDENTE-REC.
           MOVE WRK-CURSO     TO NP-CURSO.
           MOVE WRK-TERMO     TO NP-TERMO.
           MOVE WRK-CAMPUS    TO NP-CAMPUS.
           MOVE WRK-OPERADOR  TO NP-OPERADOR.
           MOVE WRK-DATA-TERMO TO NP-DATA-LANC.
           WRITE NOTA-PENDENTE-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-MEDIA TO WRK-BT-TOTAL.
       3250-EXIT.
           EXIT.

      *****************************************************************
      * 3260-AVISAR-NOTA - Nota lancada: aviso NOTALC na caixa de
      * saida (GRAVA-NOTIFICACAO) para o aluno e para o responsavel,
      * este pela matricula do aluno. Campos de mescla: #1 nome do
      * aluno, #2 curso, #3 media, #4 resultado.
      *****************************************************************
       3260-AVISAR-NOTA.
           MOVE SPACES TO GRAVA-NOTIFICACAO-LNK.
           MOVE 'CONDICIONAIS-IF' TO GN-PROGRAMA.
           SET GN-DEST-ALUNO TO TRUE.
           MOVE WRK-MATRICULA  TO GN-DEST-ID.
           MOVE WRK-NOME-ALUNO TO GN-DEST-NOME.
           MOVE 'NOTALC'       TO GN-MODELO.
           MOVE WRK-NOME-ALUNO TO GN-CAMPO(1).
           IF WRK-CURSO-NOME NOT = SPACES
              MOVE WRK-CURSO-NOME TO GN-CAMPO(2)
           ELSE
              MOVE WRK-CURSO TO GN-CAMPO(2)
           END-IF.
           MOVE WRK-MEDIA TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED  TO GN-CAMPO(3).
           MOVE WRK-RESULTADO TO GN-CAMPO(4).
           MOVE RETURN-CODE   TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
           SET GN-DEST-RESPONSAVEL TO TRUE.
           MOVE RETURN-CODE   TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
       3260-EXIT.
           EXIT.

      *****************************************************************
      * 3350-GRAVAR-TRAILER-PENDENTE - Fecha o corte desta execucao em
      * NOTAS-PENDENTES com o registro trailer padrao, que e
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'CONDICIONAIS-IF-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-ROSTER TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'CONDICIONAIS-IF' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
