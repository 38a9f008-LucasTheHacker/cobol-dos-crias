       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRAVA-EXECUCAO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Rotina comum do historico de execucao dos passos de
      *           lote, para uso por CALL (copybook de linkage
      *           Copybooks/EXECGRV.cpy). Na chamada de inicio le o
      *           cartao EXECID do passo (job nas colunas 1-8, passo
      *           nas colunas 10-17) e guarda o programa, a data de
      *           movimento (LE-DATA-MOV) e a data e a hora do
      *           relogio; na chamada de fim acrescenta a EXEC-HIST
      *           (Copybooks/EXECHIST.cpy) o registro do passo, com o
      *           tempo decorrido em segundos, os registros processados
      *           e o RC recebidos. Devolve sempre GE-RC em
      *           RETURN-CODE. Sem cartao EXECID nada e gravado. Um
      *           segundo inicio na mesma execucao (programa do passo
      *           chamando outro programa do passo) e ignorado, e o fim
      *           so vale para o programa que abriu o registro.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEC-ID ASSIGN TO "EXEC-ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
           SELECT EXEC-HIST ASSIGN TO "EXEC-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EH-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXEC-ID
           RECORD CONTAINS 80 CHARACTERS.
       01  EXEC-ID-REC.
           05 EI-JOB                PIC X(08).
           05 FILLER                PIC X(01).
           05 EI-PASSO              PIC X(08).
           05 FILLER                PIC X(63).

       FD  EXEC-HIST
           RECORD CONTAINS 100 CHARACTERS.
           COPY EXECHIST.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY DATAMOVL.
       77  WRK-EI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-ATIVO         PIC X(01)      VALUE 'N'.
           88 PASSO-ATIVO                   VALUE 'S'.
       77  WRK-JOB           PIC X(08)      VALUE SPACES.
       77  WRK-PASSO         PIC X(08)      VALUE SPACES.
       77  WRK-PROGRAMA      PIC X(20)      VALUE SPACES.
       77  WRK-DATA-MOV      PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-INICIO   PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-INICIO   PIC 9(06)      VALUE ZEROS.
       77  WRK-DATA-FIM      PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-FIM      PIC 9(06)      VALUE ZEROS.
       77  WRK-HORA-RELOGIO  PIC 9(08)      VALUE ZEROS.
       77  WRK-SEGUNDOS      PIC S9(09) COMP VALUE ZERO.
       77  WRK-SEG-INICIO    PIC 9(05) COMP VALUE ZERO.
       77  WRK-SEG-FIM       PIC 9(05) COMP VALUE ZERO.
       77  WRK-DIAS-INICIO   PIC 9(08) COMP VALUE ZERO.
      *
      * Hora HHMMSS decomposta para contar os segundos do dia.
       01  WRK-HORA-DECOMP.
           05 WRK-HORA-HH    PIC 9(02)      VALUE ZEROS.
           05 WRK-HORA-MM    PIC 9(02)      VALUE ZEROS.
           05 WRK-HORA-SS    PIC 9(02)      VALUE ZEROS.
      *
      * Conversao de data em dias absolutos, como em PURGA-DADOS, para
      * o passo que vira a meia-noite.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV    PIC 9(02)     VALUE ZEROS.
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO       PIC X(01)     VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT   PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
      ******************************************************************
       LINKAGE SECTION.
       COPY EXECGRV.
      ******************************************************************
       PROCEDURE DIVISION USING GRAVA-EXECUCAO-LNK.
       0000-MAINLINE.
           EVALUATE TRUE
              WHEN GE-FN-INICIO
                 PERFORM 1000-INICIAR-PASSO THRU 1000-EXIT
              WHEN GE-FN-FIM
                 PERFORM 2000-ENCERRAR-PASSO THRU 2000-EXIT
           END-EVALUATE.
           MOVE GE-RC TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * 1000-INICIAR-PASSO - Le o cartao EXECID e guarda o inicio do
      * passo. Passo ja aberto (chamada aninhada) fica como esta.
      *****************************************************************
       1000-INICIAR-PASSO.
           IF PASSO-ATIVO
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EXEC-ID.
           IF WRK-EI-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.
           MOVE SPACES TO EXEC-ID-REC.
           READ EXEC-ID
               AT END
                  MOVE SPACES TO EXEC-ID-REC
           END-READ.
           CLOSE EXEC-ID.
           IF EI-JOB = SPACES
              GO TO 1000-EXIT
           END-IF.
           MOVE EI-JOB TO WRK-JOB.
           MOVE EI-PASSO TO WRK-PASSO.
           MOVE GE-PROGRAMA TO WRK-PROGRAMA.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-MOV.
           ACCEPT WRK-DATA-INICIO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE WRK-HORA-RELOGIO(1:6) TO WRK-HORA-INICIO.
           SET PASSO-ATIVO TO TRUE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-ENCERRAR-PASSO - Acrescenta o registro do passo a
      * EXEC-HIST com o fim, o tempo decorrido, os registros e o RC.
      *****************************************************************
       2000-ENCERRAR-PASSO.
           IF NOT PASSO-ATIVO OR GE-PROGRAMA NOT = WRK-PROGRAMA
              GO TO 2000-EXIT
           END-IF.
           ACCEPT WRK-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE WRK-HORA-RELOGIO(1:6) TO WRK-HORA-FIM.
           PERFORM 3000-CALCULAR-DECORRIDO THRU 3000-EXIT.
           MOVE SPACES TO EXEC-HIST-REC.
           MOVE WRK-JOB TO EH-JOB.
           MOVE WRK-PASSO TO EH-PASSO.
           MOVE WRK-PROGRAMA TO EH-PROGRAMA.
           MOVE WRK-DATA-MOV TO EH-DATA-MOV.
           MOVE WRK-DATA-INICIO TO EH-DATA-INICIO.
           MOVE WRK-HORA-INICIO TO EH-HORA-INICIO.
           MOVE WRK-DATA-FIM TO EH-DATA-FIM.
           MOVE WRK-HORA-FIM TO EH-HORA-FIM.
           MOVE WRK-SEGUNDOS TO EH-SEGUNDOS.
           MOVE GE-QTD-REGISTROS TO EH-QTD-REGISTROS.
           IF GE-RC < ZERO
              MOVE ZEROS TO EH-RC
           ELSE
              MOVE GE-RC TO EH-RC
           END-IF.
           OPEN EXTEND EXEC-HIST.
           IF WRK-EH-STATUS = '35'
              OPEN OUTPUT EXEC-HIST
           END-IF.
           WRITE EXEC-HIST-REC.
           CLOSE EXEC-HIST.
           MOVE 'N' TO WRK-ATIVO.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CALCULAR-DECORRIDO - Segundos entre o inicio e o fim,
      * pelos dias absolutos das duas datas e os segundos do dia.
      *****************************************************************
       3000-CALCULAR-DECORRIDO.
           MOVE WRK-DATA-INICIO TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-INICIO.
           MOVE WRK-DATA-FIM TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-HORA-INICIO TO WRK-HORA-DECOMP.
           COMPUTE WRK-SEG-INICIO =
               (WRK-HORA-HH * 3600) + (WRK-HORA-MM * 60) + WRK-HORA-SS.
           MOVE WRK-HORA-FIM TO WRK-HORA-DECOMP.
           COMPUTE WRK-SEG-FIM =
               (WRK-HORA-HH * 3600) + (WRK-HORA-MM * 60) + WRK-HORA-SS.
           COMPUTE WRK-SEGUNDOS =
               ((WRK-DIAS-TOTAL-CONV - WRK-DIAS-INICIO) * 86400)
               + WRK-SEG-FIM - WRK-SEG-INICIO.
           IF WRK-SEGUNDOS < 0
              MOVE 0 TO WRK-SEGUNDOS
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-DATA-EM-DIAS - Converte WRK-DATA-CONV em dias
      * absolutos, como em PURGA-DADOS.
      *****************************************************************
       7000-CONVERTER-DATA-EM-DIAS.
           PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT.
           COMPUTE WRK-DIAS-TOTAL-CONV =
               (WRK-ANO-CONV * 365) + WRK-DIAS-ACUM(WRK-MES-CONV)
                                     + WRK-DIA-CONV.
           COMPUTE WRK-ANO-CONV-ANT = WRK-ANO-CONV - 1.
           DIVIDE WRK-ANO-CONV-ANT BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           SUBTRACT WRK-QUOC FROM WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           IF WRK-MES-CONV > 2 AND ANO-BISSEXTO
              ADD 1 TO WRK-DIAS-TOTAL-CONV
           END-IF.
       7000-EXIT.
           EXIT.

       7100-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONV BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONV BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONV BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7100-EXIT.
           EXIT.
