       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FATURA-MENSALIDADE.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Faturamento mensal das mensalidades: para cada aluno
      *           de STUDENT-MASTER, cobra cada curso em andamento
      *           (vaga de SM-CURSOS ou continuacao em ALUNO-CURSO com
      *           resultado em branco) pela mensalidade do cadastro de
      *           cursos (CUR-MENSALIDADE), gravando uma linha por
      *           curso no arquivo de faturas FATURA-MENSAL e um
      *           titulo a receber por aluno e competencia em
      *           TITULO-RECEBER, com vencimento no dia 10 (ou no
      *           proximo dia util, por DIA-UTIL). Aluno ativo paga o
      *           mes cheio; aluno que trancou ou foi transferido
      *           dentro da competencia (data da troca em
      *           SITUACAO-LOG, gravado por MANTER-ALUNO) paga pro
      *           rata ate o dia da troca; trancado ou transferido
      *           antes da competencia nao e cobrado. A competencia vem
      *           de COMPETENCIA=AAAAMM no PARM do EXEC PGM=; sem PARM,
      *           vale o mes corrente. Aluno que ja tem titulo na
      *           competencia e pulado, para a reexecucao nao cobrar
      *           duas vezes. A data de execucao vem da data de
      *           movimento (rotina LE-DATA-MOV), nao do relogio.
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
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-AC-STATUS.
           SELECT SITUACAO-LOG ASSIGN TO "SITUACAO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SL-STATUS.
           SELECT TITULO-RECEBER ASSIGN TO "TITULO-RECEBER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-CHAVE
               FILE STATUS IS WRK-TI-STATUS.
           SELECT FATURA-MENSAL ASSIGN TO "FATURA-MENSAL"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  SITUACAO-LOG
           RECORD CONTAINS 26 CHARACTERS.
           COPY SITULOG.

       FD  TITULO-RECEBER.
           COPY TITULO.

       FD  FATURA-MENSAL
           RECORD CONTAINS 80 CHARACTERS.
           COPY FATURA.
           COPY TRAILER.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY DIAUTIL.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-SL-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-TI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-FIM-SL         PIC X(01)      VALUE 'N'.
           88 FIM-SL                         VALUE 'S'.
       77  WRK-FIM-AC-SCAN    PIC X(01)      VALUE 'N'.
           88 FIM-AC-SCAN                    VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       77  WRK-COMPETENCIA-TXT PIC X(06)     VALUE SPACES.
       01  WRK-COMPETENCIA.
           05 WRK-COMP-ANO    PIC 9(04)      VALUE ZEROS.
           05 WRK-COMP-MES    PIC 9(02)      VALUE ZEROS.
       01  WRK-COMPETENCIA-NUM REDEFINES WRK-COMPETENCIA PIC 9(06).
       01  WRK-DATA-VENC.
           05 WRK-VENC-COMP   PIC 9(06)      VALUE ZEROS.
           05 WRK-VENC-DIA    PIC 9(02)      VALUE 10.
       01  WRK-DATA-VENC-NUM REDEFINES WRK-DATA-VENC PIC 9(08).
       77  WRK-VENCIMENTO     PIC 9(08)      VALUE ZEROS.
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES    PIC 9(02)      VALUE ZERO.
       77  WRK-DIAS-COBRADOS  PIC 9(02)      VALUE ZERO.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
       77  WRK-IDX-BUSCA      PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-TROCA      PIC 9(03) COMP VALUE ZERO.
       77  WRK-CURSO-COBRADO  PIC X(08)      VALUE SPACES.
       77  WRK-VALOR-CURSO    PIC 9(07)V99   VALUE ZEROS.
       77  WRK-TOTAL-ALUNO    PIC 9(07)V99   VALUE ZEROS.
       77  WRK-QTD-ALUNOS     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-TITULOS    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PRO-RATA   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-JA-FATURADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-NAO-COBRADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-BT-CONTADOR    PIC 9(07)      VALUE ZEROS.
       77  WRK-BT-TOTAL       PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOTAL-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      * Trocas de situacao para trancada/transferida feitas dentro da
      * competencia, recolhidas de SITUACAO-LOG: a ultima troca de
      * cada matricula vale (o dia dela e o ultimo dia cobrado). Ate
      * 500 matriculas por competencia.
       01  WRK-TAB-TROCAS.
           05 WRK-TROCA-ENT OCCURS 500 TIMES.
              10 WRK-TR-MATRICULA   PIC X(10).
              10 WRK-TR-DIA         PIC 9(02).
       77  WRK-QTD-TROCAS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-ACHOU-TROCA    PIC X(01)      VALUE 'N'.
           88 ACHOU-TROCA                    VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-FATURAR THRU 2000-EXIT.
           PERFORM 5000-GRAVAR-TRAILER THRU 5000-EXIT.
           PERFORM 6000-FINALIZAR THRU 6000-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve a competencia (PARM ou mes
      * corrente), os dias do mes, o vencimento, recolhe as trocas de
      * situacao da competencia e abre os arquivos. Sem cadastro de
      * alunos ou de cursos nao ha o que cobrar (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-COMPETENCIA-NUM.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:12) = 'COMPETENCIA='
              MOVE WRK-PARM-JCL-TEXTO(13:6) TO WRK-COMPETENCIA-TXT
              IF WRK-COMPETENCIA-TXT IS NUMERIC
                 MOVE WRK-COMPETENCIA-TXT TO WRK-COMPETENCIA-NUM
              ELSE
                 DISPLAY 'COMPETENCIA INVALIDA NO PARM: '
                         WRK-COMPETENCIA-TXT
                 MOVE 8 TO RETURN-CODE
                 GO TO 1000-EXIT
              END-IF
           END-IF.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
              DISPLAY 'COMPETENCIA INVALIDA: ' WRK-COMPETENCIA-NUM
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'FATURAMENTO DA COMPETENCIA ' WRK-COMPETENCIA-NUM.
           PERFORM 1100-APURAR-DIAS-MES THRU 1100-EXIT.
           MOVE WRK-COMPETENCIA-NUM TO WRK-VENC-COMP.
           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-DATA-VENC-NUM TO DU-DATA.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           MOVE DU-DATA-RESULTADO TO WRK-VENCIMENTO.
           PERFORM 1200-RECOLHER-TROCAS THRU 1200-EXIT.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA A FATURAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - SEM MENSALIDADES A '
                      'COBRAR'
              CLOSE STUDENT-MASTER
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ALUNO-CURSO.
           IF WRK-AC-STATUS = '00'
              SET TEM-ALUNO-CURSO TO TRUE
           END-IF.
           OPEN I-O TITULO-RECEBER.
           IF WRK-TI-STATUS = '35'
              OPEN OUTPUT TITULO-RECEBER
              CLOSE TITULO-RECEBER
              OPEN I-O TITULO-RECEBER
           END-IF.
           OPEN OUTPUT FATURA-MENSAL.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-APURAR-DIAS-MES - Dias da competencia, com fevereiro de
      * 29 dias em ano bissexto, no criterio de MANTER-FERIADO.
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
      * 1200-RECOLHER-TROCAS - Le SITUACAO-LOG inteiro e guarda, por
      * matricula, o dia da ultima troca para trancada ou transferida
      * feita dentro da competencia. Log ausente: nenhuma troca.
      *****************************************************************
       1200-RECOLHER-TROCAS.
           OPEN INPUT SITUACAO-LOG.
           IF WRK-SL-STATUS NOT = '00'
              GO TO 1200-EXIT
           END-IF.
           PERFORM 1210-GUARDAR-TROCA THRU 1210-EXIT
              UNTIL FIM-SL.
           CLOSE SITUACAO-LOG.
       1200-EXIT.
           EXIT.

       1210-GUARDAR-TROCA.
           READ SITUACAO-LOG
               AT END
                  SET FIM-SL TO TRUE
                  GO TO 1210-EXIT
           END-READ.
           IF SL-DATA(1:6) NOT = WRK-COMPETENCIA
              OR (SL-SITUACAO-NOVA NOT = 'T'
                  AND SL-SITUACAO-NOVA NOT = 'F')
              GO TO 1210-EXIT
           END-IF.
           MOVE SL-MATRICULA TO SM-MATRICULA.
           PERFORM 2500-PROCURAR-TROCA THRU 2500-EXIT.
           IF ACHOU-TROCA
              MOVE SL-DATA(7:2) TO WRK-TR-DIA(WRK-IDX-TROCA)
              GO TO 1210-EXIT
           END-IF.
           IF WRK-QTD-TROCAS >= 500
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-TROCAS.
           MOVE SL-MATRICULA TO WRK-TR-MATRICULA(WRK-QTD-TROCAS).
           MOVE SL-DATA(7:2) TO WRK-TR-DIA(WRK-QTD-TROCAS).
       1210-EXIT.
           EXIT.

      *****************************************************************
      * 2000-FATURAR - Varre STUDENT-MASTER pela chave e fatura cada
      * aluno.
      *****************************************************************
       2000-FATURAR.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
               INVALID KEY SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 2100-FATURAR-ALUNO THRU 2100-EXIT
              UNTIL FIM-ALUNOS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 2100-FATURAR-ALUNO - Decide os dias cobrados do aluno (mes
      * cheio se ativo; ate o dia da troca se trancou ou foi
      * transferido na competencia; nenhum se saiu antes), pula quem
      * ja tem titulo na competencia e cobra cada curso em andamento,
      * gravando o titulo com o total.
      *****************************************************************
       2100-FATURAR-ALUNO.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-ALUNOS.
           IF SM-MAT-ATIVA
              MOVE WRK-DIAS-NO-MES TO WRK-DIAS-COBRADOS
           ELSE
              PERFORM 2500-PROCURAR-TROCA THRU 2500-EXIT
              IF NOT ACHOU-TROCA
                 ADD 1 TO WRK-QTD-NAO-COBRADOS
                 GO TO 2100-EXIT
              END-IF
              MOVE WRK-TR-DIA(WRK-IDX-TROCA) TO WRK-DIAS-COBRADOS
              ADD 1 TO WRK-QTD-PRO-RATA
           END-IF.
           MOVE SM-MATRICULA        TO TI-MATRICULA.
           MOVE WRK-COMPETENCIA-NUM TO TI-COMPETENCIA.
           READ TITULO-RECEBER
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  ADD 1 TO WRK-QTD-JA-FATURADOS
                  DISPLAY 'JA FATURADO NA COMPETENCIA: ' SM-MATRICULA
                  GO TO 2100-EXIT
           END-READ.
           MOVE ZEROS TO WRK-TOTAL-ALUNO.
           PERFORM 2200-COBRAR-VAGA THRU 2200-EXIT
              VARYING WRK-IDX-BUSCA FROM 1 BY 1
              UNTIL WRK-IDX-BUSCA > 5.
           IF TEM-ALUNO-CURSO
              PERFORM 2400-COBRAR-EXCEDENTES THRU 2400-EXIT
           END-IF.
           IF WRK-TOTAL-ALUNO = 0
              GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO TITULO-RECEBER-REC.
           MOVE SM-MATRICULA        TO TI-MATRICULA.
           MOVE WRK-COMPETENCIA-NUM TO TI-COMPETENCIA.
           MOVE SM-CAMPUS           TO TI-CAMPUS.
           IF TI-CAMPUS = SPACES
              MOVE '01' TO TI-CAMPUS
           END-IF.
           MOVE WRK-TOTAL-ALUNO     TO TI-VALOR.
           MOVE ZEROS               TO TI-VALOR-PAGO.
           MOVE WRK-DATA-EXEC       TO TI-DATA-EMISSAO.
           MOVE WRK-VENCIMENTO      TO TI-DATA-VENCIMENTO.
           MOVE ZEROS               TO TI-DATA-PAGAMENTO.
           SET TI-ABERTO TO TRUE.
           WRITE TITULO-RECEBER-REC.
           ADD 1 TO WRK-QTD-TITULOS.
       2100-EXIT.
           EXIT.

       2200-COBRAR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-BUSCA) NOT = SPACES
              AND SM-CURSO-RESULTADO(WRK-IDX-BUSCA) = SPACES
              MOVE SM-CURSO-ID(WRK-IDX-BUSCA) TO WRK-CURSO-COBRADO
              PERFORM 2300-COBRAR-CURSO THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-COBRAR-CURSO - Cobra o curso WRK-CURSO-COBRADO pela
      * mensalidade do cadastro, proporcional aos dias cobrados, e
      * grava a linha da fatura. Curso fora do cadastro ou sem
      * mensalidade nao e cobrado.
      *****************************************************************
       2300-COBRAR-CURSO.
           MOVE WRK-CURSO-COBRADO TO CUR-CODIGO.
           READ CURSO-MASTER
               INVALID KEY
                  GO TO 2300-EXIT
           END-READ.
           IF CUR-MENSALIDADE = ZEROS
              GO TO 2300-EXIT
           END-IF.
           IF WRK-DIAS-COBRADOS = WRK-DIAS-NO-MES
              MOVE CUR-MENSALIDADE TO WRK-VALOR-CURSO
           ELSE
              COMPUTE WRK-VALOR-CURSO ROUNDED =
                  CUR-MENSALIDADE * WRK-DIAS-COBRADOS
                                  / WRK-DIAS-NO-MES
           END-IF.
           MOVE SPACES TO FATURA-REC.
           MOVE SM-MATRICULA        TO FT-MATRICULA.
           MOVE SM-NOME             TO FT-NOME.
           MOVE WRK-COMPETENCIA-NUM TO FT-COMPETENCIA.
           MOVE WRK-CURSO-COBRADO   TO FT-CURSO.
           MOVE CUR-MENSALIDADE     TO FT-VALOR-MES.
           MOVE WRK-DIAS-COBRADOS   TO FT-DIAS-COBRADOS.
           MOVE WRK-VALOR-CURSO     TO FT-VALOR-COBRADO.
           MOVE WRK-VENCIMENTO      TO FT-DATA-VENCIMENTO.
           MOVE SM-CAMPUS           TO FT-CAMPUS.
           WRITE FATURA-REC.
           ADD WRK-VALOR-CURSO TO WRK-TOTAL-ALUNO.
           ADD WRK-VALOR-CURSO TO WRK-BT-TOTAL.
           ADD 1 TO WRK-BT-CONTADOR.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-COBRAR-EXCEDENTES - Cursos em andamento do aluno no
      * arquivo de continuacao ALUNO-CURSO tambem sao cobrados.
      *****************************************************************
       2400-COBRAR-EXCEDENTES.
           MOVE 'N' TO WRK-FIM-AC-SCAN.
           MOVE SM-MATRICULA TO AC-MATRICULA.
           MOVE LOW-VALUES   TO AC-CURSO.
           START ALUNO-CURSO KEY IS NOT LESS THAN AC-CHAVE
               INVALID KEY SET FIM-AC-SCAN TO TRUE
           END-START.
           PERFORM 2410-COBRAR-UM-EXCEDENTE THRU 2410-EXIT
              UNTIL FIM-AC-SCAN.
       2400-EXIT.
           EXIT.

       2410-COBRAR-UM-EXCEDENTE.
           READ ALUNO-CURSO NEXT RECORD
               AT END
                  SET FIM-AC-SCAN TO TRUE
                  GO TO 2410-EXIT
           END-READ.
           IF AC-MATRICULA NOT = SM-MATRICULA
              SET FIM-AC-SCAN TO TRUE
              GO TO 2410-EXIT
           END-IF.
           IF AC-RESULTADO = SPACES
              MOVE AC-CURSO TO WRK-CURSO-COBRADO
              PERFORM 2300-COBRAR-CURSO THRU 2300-EXIT
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2500-PROCURAR-TROCA - Procura SM-MATRICULA na tabela de trocas
      * da competencia; achando, WRK-IDX-TROCA aponta a entrada.
      *****************************************************************
       2500-PROCURAR-TROCA.
           MOVE 'N' TO WRK-ACHOU-TROCA.
           PERFORM 2510-COMPARAR-TROCA THRU 2510-EXIT
              VARYING WRK-IDX-TROCA FROM 1 BY 1
              UNTIL WRK-IDX-TROCA > WRK-QTD-TROCAS OR ACHOU-TROCA.
           IF ACHOU-TROCA
              SUBTRACT 1 FROM WRK-IDX-TROCA
           END-IF.
       2500-EXIT.
           EXIT.

       2510-COMPARAR-TROCA.
           IF WRK-TR-MATRICULA(WRK-IDX-TROCA) = SM-MATRICULA
              SET ACHOU-TROCA TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 5000-GRAVAR-TRAILER - Fecha o arquivo de faturas com o trailer
      * padrao: linhas faturadas e total cobrado na competencia.
      *****************************************************************
       5000-GRAVAR-TRAILER.
           MOVE SPACES TO FATURA-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-FINALIZAR - Fecha os arquivos e resume o faturamento no
      * console.
      *****************************************************************
       6000-FINALIZAR.
           CLOSE STUDENT-MASTER.
           CLOSE CURSO-MASTER.
           IF TEM-ALUNO-CURSO
              CLOSE ALUNO-CURSO
           END-IF.
           CLOSE TITULO-RECEBER.
           CLOSE FATURA-MENSAL.
           MOVE WRK-BT-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'FATURAMENTO DE MENSALIDADES CONCLUIDO'.
           DISPLAY 'ALUNOS LIDOS..........: ' WRK-QTD-ALUNOS.
           DISPLAY 'TITULOS EMITIDOS......: ' WRK-QTD-TITULOS.
           DISPLAY 'COBRADOS PRO RATA.....: ' WRK-QTD-PRO-RATA.
           DISPLAY 'JA FATURADOS (PULADOS): ' WRK-QTD-JA-FATURADOS.
           DISPLAY 'INATIVOS NAO COBRADOS.: ' WRK-QTD-NAO-COBRADOS.
           DISPLAY 'LINHAS DE FATURA......: ' WRK-BT-CONTADOR.
           DISPLAY 'TOTAL FATURADO........: ' WRK-TOTAL-ED.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'TROCAS DE SITUACAO ALEM DA TABELA: '
                      WRK-QTD-DESCARTADOS
              MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.
