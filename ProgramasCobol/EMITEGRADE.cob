       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMITE-GRADE.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Impressao da grade horaria a partir do quadro de
      *           horarios (QUADRO-HORARIO), para a secretaria deixar
      *           de manter a grade numa planilha: GRADE-SALA traz a
      *           ocupacao semanal de cada sala (por campus, sala, dia
      *           e hora, com curso, turma e nome do curso) e
      *           GRADE-ALUNO traz a semana de cada aluno, montada com
      *           os cursos em andamento (resultado em branco) das
      *           vagas de SM-CURSOS e de ALUNO-CURSO, na turma
      *           registrada em ALUNO-TURMA (sem registro, turma 01).
      *           MATRICULA=nnnnnnnnnn no PARM do EXEC PGM= restringe
      *           a grade de alunos a uma matricula; GRADE=SALA ou
      *           GRADE=ALUNO emite so uma das duas. Cada relatorio
      *           fecha com o trailer padrao (encontros impressos e
      *           minutos de aula da semana como total de controle). A
      *           data de execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio. A copia de cada grade
      *           emitida fica no arquivo de relatorios (rotina
      *           ARQUIVA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-AC-STATUS.
           SELECT ALUNO-TURMA ASSIGN TO "ALUNO-TURMA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AT-CHAVE
               FILE STATUS IS WRK-AT-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT GRADE-SALA ASSIGN TO "GRADE-SALA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-SALA-RELIDO ASSIGN TO "GRADE-SALA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT GRADE-ALUNO ASSIGN TO "GRADE-ALUNO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRADE-ALUNO-RELIDO ASSIGN TO "GRADE-ALUNO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL2-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  QUADRO-HORARIO.
           COPY HORARIO.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  ALUNO-TURMA.
           COPY ALUNOTUR.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  GRADE-SALA
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-SALA-REC           PIC X(80).
           COPY TRAILER.

       FD  GRADE-SALA-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-SALA-RELIDO-REC    PIC X(80).

       FD  GRADE-ALUNO
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-ALUNO-REC          PIC X(80).
       01  GRADE-ALUNO-TRAILER.
           05 GA-BT-TIPO            PIC X(07).
           05 FILLER                PIC X(01).
           05 GA-BT-QTD-REGISTROS   PIC 9(07).
           05 FILLER                PIC X(01).
           05 GA-BT-TOTAL-CONTROLE  PIC 9(11)V99.

       FD  GRADE-ALUNO-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  GRADE-ALUNO-RELIDO-REC   PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL2-STATUS PIC X(02)     VALUE '00'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-ARQREL2-GERADO PIC X(01)     VALUE 'N'.
           88 ARQREL2-GERADO                VALUE 'S'.
       77  WRK-HO-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-MATRICULA-PED PIC X(10)      VALUE SPACES.
       77  WRK-GRADE-PED     PIC X(05)      VALUE SPACES.
           88 EMITIR-SALA                   VALUES 'SALA ' SPACES.
           88 EMITIR-ALUNO                  VALUES 'ALUNO' SPACES.
       77  WRK-FIM-QUADRO    PIC X(01)      VALUE 'N'.
           88 FIM-QUADRO                    VALUE 'S'.
       77  WRK-FIM-ALUNOS    PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                    VALUE 'S'.
       77  WRK-FIM-AC-SCAN   PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                   VALUE 'S'.
       77  WRK-FIM-HO-SCAN   PIC X(01)      VALUE 'N'.
           88 FIM-HO-SCAN                   VALUE 'S'.
       77  WRK-TEM-CATALOGO  PIC X(01)      VALUE 'N'.
           88 TEM-CATALOGO                  VALUE 'S'.
       77  WRK-TEM-AC        PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO               VALUE 'S'.
       77  WRK-TEM-AT        PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-TURMA               VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC-ED  PIC 9999/99/99 VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-CURSO-NOME    PIC X(30)      VALUE SPACES.
       77  WRK-CURSO-CONF    PIC X(08)      VALUE SPACES.
       77  WRK-TURMA-CONF    PIC X(02)      VALUE SPACES.
       77  WRK-CAMPUS-ANT    PIC X(02)      VALUE SPACES.
       77  WRK-SALA-ANT      PIC X(06)      VALUE SPACES.
       77  WRK-QTD-SALAS     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ALUNOS    PIC 9(05)      VALUE ZEROS.
       77  WRK-SALA-CONTADOR PIC 9(07)      VALUE ZEROS.
       77  WRK-SALA-MINUTOS  PIC 9(09)      VALUE ZEROS.
       77  WRK-ALU-CONTADOR  PIC 9(07)      VALUE ZEROS.
       77  WRK-ALU-MINUTOS   PIC 9(09)      VALUE ZEROS.
       77  WRK-MINUTOS       PIC 9(05)      VALUE ZEROS.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-MIN       PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-BUSCA     PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-ENC       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-IMPRESSOS PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-DESCARTADOS PIC 9(05)    VALUE ZEROS.
      *
      * Hora HHMM decomposta para o calculo dos minutos de aula.
       01  WRK-HORA-DECOMP.
           05 WRK-HORA-HH    PIC 9(02)      VALUE ZEROS.
           05 WRK-HORA-MM    PIC 9(02)      VALUE ZEROS.
       01  WRK-HORA-NUM REDEFINES WRK-HORA-DECOMP PIC 9(04).
       77  WRK-MIN-INICIO    PIC 9(05)      VALUE ZEROS.
       77  WRK-MIN-FIM       PIC 9(05)      VALUE ZEROS.
      *
      * Nome abreviado do dia da semana, na numeracao de
      * HO-DIA-SEMANA (1-domingo ... 7-sabado).
       01  WRK-TAB-DIAS-LIT  PIC X(21)      VALUE
           'DOMSEGTERQUAQUISEXSAB'.
       01  WRK-TAB-DIAS REDEFINES WRK-TAB-DIAS-LIT.
           05 WRK-DIA-NOME   PIC X(03)      OCCURS 7 TIMES.
       77  WRK-DIA-ED        PIC X(03)      VALUE SPACES.
      *
      * Encontros semanais do aluno corrente, recolhidos das turmas
      * dos cursos em andamento para serem impressos em ordem de dia
      * e hora. Ate 60 encontros por aluno; acima disso os excedentes
      * sao contados e avisados na grade.
       01  WRK-TAB-GRADE.
           05 WRK-GRD-ENT OCCURS 60 TIMES.
              10 WRK-GRD-CHAVE.
                 15 WRK-GRD-DIA     PIC 9(01).
                 15 WRK-GRD-INICIO  PIC 9(04).
              10 WRK-GRD-FIM        PIC 9(04).
              10 WRK-GRD-CURSO      PIC X(08).
              10 WRK-GRD-TURMA      PIC X(02).
              10 WRK-GRD-CAMPUS     PIC X(02).
              10 WRK-GRD-SALA       PIC X(06).
              10 WRK-GRD-IMPRESSO   PIC X(01).
       77  WRK-GRD-CHAVE-MIN PIC X(05)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           MOVE 'N' TO WRK-ARQREL2-GERADO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           IF EMITIR-SALA
              PERFORM 2000-EMITIR-SALAS THRU 2000-EXIT
           END-IF.
           IF EMITIR-ALUNO
              PERFORM 3000-EMITIR-ALUNOS THRU 3000-EXIT
           END-IF.
           PERFORM 6000-FINALIZAR THRU 6000-EXIT.
           IF EMITIR-SALA
              PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT
           END-IF.
           IF EMITIR-ALUNO
              PERFORM 9820-ARQUIVAR-GRADE-ALUNO THRU 9820-EXIT
           END-IF.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o PARM (MATRICULA= ou GRADE=), abre
      * o quadro de horarios (ausente, nao ha grade a emitir) e os
      * arquivos de apoio; ALUNO-CURSO, ALUNO-TURMA e CURSO-MASTER
      * ausentes apenas deixam a grade sem o que eles acrescentam.
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:10) = 'MATRICULA='
              MOVE WRK-PARM-JCL-TEXTO(11:10) TO WRK-MATRICULA-PED
              MOVE 'ALUNO' TO WRK-GRADE-PED
           END-IF.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'GRADE='
              MOVE WRK-PARM-JCL-TEXTO(7:5) TO WRK-GRADE-PED
           END-IF.
           OPEN INPUT QUADRO-HORARIO.
           IF WRK-HO-STATUS NOT = '00'
              DISPLAY 'QUADRO-HORARIO AUSENTE - NADA A EMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              SET TEM-CATALOGO TO TRUE
           END-IF.
           OPEN INPUT ALUNO-CURSO.
           IF WRK-AC-STATUS = '00'
              SET TEM-ALUNO-CURSO TO TRUE
           END-IF.
           OPEN INPUT ALUNO-TURMA.
           IF WRK-AT-STATUS = '00'
              SET TEM-ALUNO-TURMA TO TRUE
           END-IF.
           OPEN OUTPUT GRADE-SALA.
           SET ARQREL-GERADO TO TRUE.
           OPEN OUTPUT GRADE-ALUNO.
           SET ARQREL2-GERADO TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EMITIR-SALAS - Percorre o quadro pela chave de sala
      * (campus, sala, dia, hora de inicio), abrindo um bloco com
      * cabecalho a cada sala nova e uma linha por encontro.
      *****************************************************************
       2000-EMITIR-SALAS.
           MOVE INST-NOME TO GRADE-SALA-REC.
           WRITE GRADE-SALA-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRADE HORARIA POR SALA  EMITIDA EM: '
                  DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO GRADE-SALA-REC.
           WRITE GRADE-SALA-REC.
           MOVE 'N' TO WRK-FIM-QUADRO.
           MOVE HIGH-VALUES TO WRK-CAMPUS-ANT WRK-SALA-ANT.
           MOVE LOW-VALUES TO HO-CHAVE-SALA.
           START QUADRO-HORARIO KEY IS NOT LESS THAN HO-CHAVE-SALA
               INVALID KEY SET FIM-QUADRO TO TRUE
           END-START.
           PERFORM 2100-EMITIR-ENCONTRO-SALA THRU 2100-EXIT
              UNTIL FIM-QUADRO.
           MOVE SPACES TO GRADE-SALA-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-SALA-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-SALA-MINUTOS  TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
       2000-EXIT.
           EXIT.

       2100-EMITIR-ENCONTRO-SALA.
           READ QUADRO-HORARIO NEXT RECORD
               AT END
                  SET FIM-QUADRO TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF HO-CAMPUS NOT = WRK-CAMPUS-ANT
              OR HO-SALA NOT = WRK-SALA-ANT
              PERFORM 2200-CABECALHO-SALA THRU 2200-EXIT
           END-IF.
           MOVE HO-CURSO TO WRK-CURSO-CONF.
           PERFORM 4500-RESOLVER-NOME-CURSO THRU 4500-EXIT.
           MOVE HO-SALA-DIA TO WRK-IDX.
           MOVE WRK-DIA-NOME(WRK-IDX) TO WRK-DIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '           DELIMITED BY SIZE
                  WRK-DIA-ED     DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  HO-HORA-INICIO(1:2) DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  HO-HORA-INICIO(3:2) DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  HO-HORA-FIM(1:2) DELIMITED BY SIZE
                  ':'            DELIMITED BY SIZE
                  HO-HORA-FIM(3:2) DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  HO-CURSO       DELIMITED BY SIZE
                  ' T'           DELIMITED BY SIZE
                  HO-TURMA       DELIMITED BY SIZE
                  '  '           DELIMITED BY SIZE
                  WRK-CURSO-NOME DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO GRADE-SALA-REC.
           WRITE GRADE-SALA-REC.
           PERFORM 4600-CALCULAR-MINUTOS THRU 4600-EXIT.
           ADD 1 TO WRK-SALA-CONTADOR.
           ADD WRK-MINUTOS TO WRK-SALA-MINUTOS.
       2100-EXIT.
           EXIT.

       2200-CABECALHO-SALA.
           MOVE HO-CAMPUS TO WRK-CAMPUS-ANT.
           MOVE HO-SALA   TO WRK-SALA-ANT.
           ADD 1 TO WRK-QTD-SALAS.
           MOVE SPACES TO GRADE-SALA-REC.
           WRITE GRADE-SALA-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CAMPUS ' DELIMITED BY SIZE
                  HO-CAMPUS DELIMITED BY SIZE
                  '  SALA ' DELIMITED BY SIZE
                  HO-SALA   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO GRADE-SALA-REC.
           WRITE GRADE-SALA-REC.
           MOVE '  DIA HORARIO      CURSO    TURMA NOME DO CURSO'
             TO GRADE-SALA-REC.
           WRITE GRADE-SALA-REC.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 3000-EMITIR-ALUNOS - Grade semanal da matricula pedida ou, sem
      * matricula no PARM, de todos os alunos ativos de
      * STUDENT-MASTER que tenham algum encontro no quadro.
      *****************************************************************
       3000-EMITIR-ALUNOS.
           MOVE INST-NOME TO GRADE-ALUNO-REC.
           WRITE GRADE-ALUNO-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRADE HORARIA POR ALUNO  EMITIDA EM: '
                  DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO GRADE-ALUNO-REC.
           WRITE GRADE-ALUNO-REC.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - SEM GRADE DE ALUNOS'
              CLOSE STUDENT-MASTER
              GO TO 3000-TRAILER
           END-IF.
           IF WRK-MATRICULA-PED NOT = SPACES
              MOVE WRK-MATRICULA-PED TO SM-MATRICULA
              READ STUDENT-MASTER
                  INVALID KEY
                     DISPLAY 'MATRICULA NAO CADASTRADA: '
                             WRK-MATRICULA-PED
                  NOT INVALID KEY
                     PERFORM 4000-EMITIR-GRADE-ALUNO THRU 4000-EXIT
              END-READ
           ELSE
              MOVE LOW-VALUES TO SM-MATRICULA
              START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
                  INVALID KEY SET FIM-ALUNOS TO TRUE
              END-START
              PERFORM 3100-EMITIR-PROXIMO-ALUNO THRU 3100-EXIT
                 UNTIL FIM-ALUNOS
           END-IF.
           CLOSE STUDENT-MASTER.
       3000-TRAILER.
           MOVE SPACES TO GRADE-ALUNO-REC.
           MOVE 'TRAILER' TO GA-BT-TIPO.
           MOVE WRK-ALU-CONTADOR TO GA-BT-QTD-REGISTROS.
           MOVE WRK-ALU-MINUTOS  TO GA-BT-TOTAL-CONTROLE.
           WRITE GRADE-ALUNO-TRAILER.
       3000-EXIT.
           EXIT.

       3100-EMITIR-PROXIMO-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF NOT SM-MAT-ATIVA
              GO TO 3100-EXIT
           END-IF.
           PERFORM 4000-EMITIR-GRADE-ALUNO THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-EMITIR-GRADE-ALUNO - Grade do aluno corrente de
      * STUDENT-MASTER: recolhe os encontros de cada curso em
      * andamento e imprime em ordem de dia e hora. Na emissao geral,
      * aluno sem encontro no quadro nao sai; pedido pela matricula,
      * sai com o aviso.
      *****************************************************************
       4000-EMITIR-GRADE-ALUNO.
           MOVE ZERO TO WRK-QTD-ENC.
           MOVE ZEROS TO WRK-QTD-DESCARTADOS.
           PERFORM 4100-RECOLHER-VAGA THRU 4100-EXIT
              VARYING WRK-IDX-BUSCA FROM 1 BY 1
              UNTIL WRK-IDX-BUSCA > 5.
           IF TEM-ALUNO-CURSO
              PERFORM 4200-RECOLHER-EXCEDENTES THRU 4200-EXIT
           END-IF.
           IF WRK-QTD-ENC = 0 AND WRK-MATRICULA-PED = SPACES
              GO TO 4000-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ALUNOS.
           MOVE SPACES TO GRADE-ALUNO-REC.
           WRITE GRADE-ALUNO-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATRICULA: ' DELIMITED BY SIZE
                  SM-MATRICULA  DELIMITED BY SIZE
                  '  ALUNO: '   DELIMITED BY SIZE
                  SM-NOME       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO GRADE-ALUNO-REC.
           WRITE GRADE-ALUNO-REC.
           IF WRK-QTD-ENC = 0
              MOVE 'NENHUM CURSO EM ANDAMENTO COM HORARIO NO QUADRO'
                TO GRADE-ALUNO-REC
              WRITE GRADE-ALUNO-REC
              GO TO 4000-EXIT
           END-IF.
           MOVE '  DIA HORARIO      CURSO    TURMA SALA      NOME'
             TO GRADE-ALUNO-REC.
           WRITE GRADE-ALUNO-REC.
           MOVE ZERO TO WRK-QTD-IMPRESSOS.
           PERFORM 4400-EMITIR-ENCONTRO-MINIMO THRU 4400-EXIT
              UNTIL WRK-QTD-IMPRESSOS >= WRK-QTD-ENC.
           IF WRK-QTD-DESCARTADOS > 0
              MOVE SPACES TO WRK-LINHA
              STRING 'ENCONTROS ALEM DA TABELA (NAO IMPRESSOS): '
                     DELIMITED BY SIZE
                     WRK-QTD-DESCARTADOS DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO GRADE-ALUNO-REC
              WRITE GRADE-ALUNO-REC
           END-IF.
       4000-EXIT.
           EXIT.

       4100-RECOLHER-VAGA.
           IF SM-CURSO-ID(WRK-IDX-BUSCA) NOT = SPACES
              AND SM-CURSO-RESULTADO(WRK-IDX-BUSCA) = SPACES
              MOVE SM-CURSO-ID(WRK-IDX-BUSCA) TO WRK-CURSO-CONF
              PERFORM 4300-RECOLHER-TURMA THRU 4300-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-RECOLHER-EXCEDENTES - Cursos em andamento do aluno no
      * arquivo de continuacao ALUNO-CURSO, alem das 5 vagas.
      *****************************************************************
       4200-RECOLHER-EXCEDENTES.
           MOVE 'N' TO WRK-FIM-AC-SCAN.
           MOVE SM-MATRICULA TO AC-MATRICULA.
           MOVE LOW-VALUES   TO AC-CURSO.
           START ALUNO-CURSO KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY SET FIM-AC-SCAN TO TRUE
           END-START.
           PERFORM 4210-RECOLHER-UM-EXCEDENTE THRU 4210-EXIT
              UNTIL FIM-AC-SCAN.
       4200-EXIT.
           EXIT.

       4210-RECOLHER-UM-EXCEDENTE.
           READ ALUNO-CURSO NEXT RECORD
               AT END
                  SET FIM-AC-SCAN TO TRUE
                  GO TO 4210-EXIT
           END-READ.
           IF AC-MATRICULA NOT = SM-MATRICULA
              SET FIM-AC-SCAN TO TRUE
              GO TO 4210-EXIT
           END-IF.
           IF AC-RESULTADO = SPACES
              MOVE AC-CURSO TO WRK-CURSO-CONF
              PERFORM 4300-RECOLHER-TURMA THRU 4300-EXIT
           END-IF.
       4210-EXIT.
           EXIT.

      *****************************************************************
      * 4300-RECOLHER-TURMA - Resolve a turma do aluno no curso
      * WRK-CURSO-CONF e guarda na tabela todos os encontros dela.
      *****************************************************************
       4300-RECOLHER-TURMA.
           MOVE '01' TO WRK-TURMA-CONF.
           IF TEM-ALUNO-TURMA
              MOVE SM-MATRICULA   TO AT-MATRICULA
              MOVE WRK-CURSO-CONF TO AT-CURSO
              READ ALUNO-TURMA
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AT-TURMA TO WRK-TURMA-CONF
              END-READ
           END-IF.
           MOVE 'N' TO WRK-FIM-HO-SCAN.
           MOVE WRK-CURSO-CONF TO HO-CURSO.
           MOVE WRK-TURMA-CONF TO HO-TURMA.
           MOVE ZERO  TO HO-DIA-SEMANA.
           MOVE ZEROS TO HO-HORA-INICIO.
           START QUADRO-HORARIO KEY IS NOT LESS THAN HO-CHAVE
               INVALID KEY SET FIM-HO-SCAN TO TRUE
           END-START.
           PERFORM 4310-GUARDAR-ENCONTRO THRU 4310-EXIT
              UNTIL FIM-HO-SCAN.
       4300-EXIT.
           EXIT.

       4310-GUARDAR-ENCONTRO.
           READ QUADRO-HORARIO NEXT RECORD
               AT END
                  SET FIM-HO-SCAN TO TRUE
                  GO TO 4310-EXIT
           END-READ.
           IF HO-CURSO NOT = WRK-CURSO-CONF
              OR HO-TURMA NOT = WRK-TURMA-CONF
              SET FIM-HO-SCAN TO TRUE
              GO TO 4310-EXIT
           END-IF.
           IF WRK-QTD-ENC >= 60
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 4310-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ENC.
           MOVE HO-DIA-SEMANA  TO WRK-GRD-DIA(WRK-QTD-ENC).
           MOVE HO-HORA-INICIO TO WRK-GRD-INICIO(WRK-QTD-ENC).
           MOVE HO-HORA-FIM    TO WRK-GRD-FIM(WRK-QTD-ENC).
           MOVE HO-CURSO       TO WRK-GRD-CURSO(WRK-QTD-ENC).
           MOVE HO-TURMA       TO WRK-GRD-TURMA(WRK-QTD-ENC).
           MOVE HO-CAMPUS      TO WRK-GRD-CAMPUS(WRK-QTD-ENC).
           MOVE HO-SALA        TO WRK-GRD-SALA(WRK-QTD-ENC).
           MOVE 'N'            TO WRK-GRD-IMPRESSO(WRK-QTD-ENC).
       4310-EXIT.
           EXIT.

      *****************************************************************
      * 4400-EMITIR-ENCONTRO-MINIMO - Acha o encontro de menor dia e
      * hora ainda nao impresso na tabela, imprime e marca.
      *****************************************************************
       4400-EMITIR-ENCONTRO-MINIMO.
           MOVE HIGH-VALUES TO WRK-GRD-CHAVE-MIN.
           MOVE ZERO TO WRK-IDX-MIN.
           PERFORM 4410-PROCURAR-MINIMO THRU 4410-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ENC.
           MOVE WRK-GRD-CURSO(WRK-IDX-MIN) TO WRK-CURSO-CONF.
           PERFORM 4500-RESOLVER-NOME-CURSO THRU 4500-EXIT.
           MOVE WRK-GRD-DIA(WRK-IDX-MIN) TO WRK-IDX.
           MOVE WRK-DIA-NOME(WRK-IDX) TO WRK-DIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '                         DELIMITED BY SIZE
                  WRK-DIA-ED                   DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-GRD-INICIO(WRK-IDX-MIN)(1:2) DELIMITED BY SIZE
                  ':'                          DELIMITED BY SIZE
                  WRK-GRD-INICIO(WRK-IDX-MIN)(3:2) DELIMITED BY SIZE
                  '-'                          DELIMITED BY SIZE
                  WRK-GRD-FIM(WRK-IDX-MIN)(1:2) DELIMITED BY SIZE
                  ':'                          DELIMITED BY SIZE
                  WRK-GRD-FIM(WRK-IDX-MIN)(3:2) DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WRK-GRD-CURSO(WRK-IDX-MIN)   DELIMITED BY SIZE
                  ' T'                         DELIMITED BY SIZE
                  WRK-GRD-TURMA(WRK-IDX-MIN)   DELIMITED BY SIZE
                  '  '                         DELIMITED BY SIZE
                  WRK-GRD-CAMPUS(WRK-IDX-MIN)  DELIMITED BY SIZE
                  '/'                          DELIMITED BY SIZE
                  WRK-GRD-SALA(WRK-IDX-MIN)    DELIMITED BY SIZE
                  ' '                          DELIMITED BY SIZE
                  WRK-CURSO-NOME               DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO GRADE-ALUNO-REC.
           WRITE GRADE-ALUNO-REC.
           MOVE WRK-GRD-INICIO(WRK-IDX-MIN) TO HO-HORA-INICIO.
           MOVE WRK-GRD-FIM(WRK-IDX-MIN)    TO HO-HORA-FIM.
           PERFORM 4600-CALCULAR-MINUTOS THRU 4600-EXIT.
           ADD 1 TO WRK-ALU-CONTADOR.
           ADD WRK-MINUTOS TO WRK-ALU-MINUTOS.
           MOVE 'S' TO WRK-GRD-IMPRESSO(WRK-IDX-MIN).
           ADD 1 TO WRK-QTD-IMPRESSOS.
       4400-EXIT.
           EXIT.

       4410-PROCURAR-MINIMO.
           IF WRK-GRD-IMPRESSO(WRK-IDX) = 'N'
              AND WRK-GRD-CHAVE(WRK-IDX) < WRK-GRD-CHAVE-MIN
              MOVE WRK-GRD-CHAVE(WRK-IDX) TO WRK-GRD-CHAVE-MIN
              MOVE WRK-IDX TO WRK-IDX-MIN
           END-IF.
       4410-EXIT.
           EXIT.

      *****************************************************************
      * 4500-RESOLVER-NOME-CURSO - Nome por extenso de WRK-CURSO-CONF
      * no cadastro de cursos; ausente, o nome fica em branco.
      *****************************************************************
       4500-RESOLVER-NOME-CURSO.
           MOVE SPACES TO WRK-CURSO-NOME.
           IF NOT TEM-CATALOGO
              GO TO 4500-EXIT
           END-IF.
           MOVE WRK-CURSO-CONF TO CUR-CODIGO.
           READ CURSO-MASTER
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CUR-NOME TO WRK-CURSO-NOME
           END-READ.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * 4600-CALCULAR-MINUTOS - Duracao em minutos do encontro entre
      * HO-HORA-INICIO e HO-HORA-FIM, para o total de controle.
      *****************************************************************
       4600-CALCULAR-MINUTOS.
           MOVE HO-HORA-INICIO TO WRK-HORA-NUM.
           COMPUTE WRK-MIN-INICIO = WRK-HORA-HH * 60 + WRK-HORA-MM.
           MOVE HO-HORA-FIM TO WRK-HORA-NUM.
           COMPUTE WRK-MIN-FIM = WRK-HORA-HH * 60 + WRK-HORA-MM.
           MOVE ZEROS TO WRK-MINUTOS.
           IF WRK-MIN-FIM > WRK-MIN-INICIO
              COMPUTE WRK-MINUTOS = WRK-MIN-FIM - WRK-MIN-INICIO
           END-IF.
       4600-EXIT.
           EXIT.

      *****************************************************************
      * 6000-FINALIZAR - Fecha os arquivos e resume a emissao no
      * console.
      *****************************************************************
       6000-FINALIZAR.
           CLOSE QUADRO-HORARIO.
           CLOSE GRADE-SALA.
           CLOSE GRADE-ALUNO.
           IF TEM-CATALOGO
              CLOSE CURSO-MASTER
           END-IF.
           IF TEM-ALUNO-CURSO
              CLOSE ALUNO-CURSO
           END-IF.
           IF TEM-ALUNO-TURMA
              CLOSE ALUNO-TURMA
           END-IF.
           DISPLAY 'SALAS NA GRADE.....: ' WRK-QTD-SALAS.
           DISPLAY 'ALUNOS NA GRADE....: ' WRK-QTD-ALUNOS.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de GRADE-SALA desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT GRADE-SALA-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'GRADE-SALA' TO AG-RELATORIO.
           MOVE 'EMITE-GRADE' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE GRADE-SALA-RELIDO.
           MOVE WRK-QTD-SALAS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ GRADE-SALA-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE GRADE-SALA-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9820-ARQUIVAR-GRADE-ALUNO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de GRADE-ALUNO desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9820-ARQUIVAR-GRADE-ALUNO.
           IF NOT ARQREL2-GERADO
              GO TO 9820-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT GRADE-ALUNO-RELIDO.
           IF WRK-ARQREL2-STATUS NOT = '00'
              GO TO 9820-EXIT
           END-IF.
           MOVE 'GRADE-ALUNO' TO AG-RELATORIO.
           MOVE 'EMITE-GRADE' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9830-ARQUIVAR-LINHA-ALUNO THRU 9830-EXIT
              UNTIL FIM-ARQREL.
           CLOSE GRADE-ALUNO-RELIDO.
           MOVE WRK-QTD-ALUNOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9820-EXIT.
           EXIT.

       9830-ARQUIVAR-LINHA-ALUNO.
           READ GRADE-ALUNO-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9830-EXIT
           END-READ.
           MOVE GRADE-ALUNO-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9830-EXIT.
           EXIT.
