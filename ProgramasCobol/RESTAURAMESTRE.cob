      *           zero com os registros da copia. Copia truncada ou
      *           divergente nunca substitui um mestre; divergencia ou
      *           recusa terminam com RETURN-CODE 8 sem tocar nada.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 183 para
      *                    187 posicoes com o programa de estudo do
      *                    aluno (SM-PROGRAMA) acrescentado ao final;
      *                    copia sequencial acompanha.
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 187 para
      *                    206 posicoes com o CPF e a data de nascimento
      *                    do aluno acrescentados ao final, e o cadastro
      *                    ganha as chaves alternativas SM-CPF e
      *                    SM-NOME. Copia gravada antes da mudanca
      *                    (registro curto) e restaurada com CPF e
      *                    nascimento zerados; e a restauracao que
      *                    reconstroi o cadastro com as chaves novas.
      * 15/10/2026 Tutu - Registro de CPF-MASTER passa de 40 para 49
      *                    posicoes com a situacao do CPF na Receita e a
      *                    data da consulta acrescentadas ao final.
      *                    Copia gravada antes da mudanca (registro
      *                    curto) e restaurada como nunca consultada.
      * 15/10/2026 Tutu - Novo mestre REFMSTR (REFERENCIA-MASTER),
      *                    carregado de copia sequencial com trailer
      *                    (contagem e soma das datas de abertura). PARM
      *                    ARQUIVO=nome,CONFIRMA=S dispensa a
      *                    confirmacao no console, para carga sem
      *                    operador.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-IDX-STATUS.
           SELECT STUDMSTR-COPIA ASSIGN TO "STUDMSTR-COPIA"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT HOLIDAY-COPIA ASSIGN TO "HOLIDAY-COPIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COPIA-STATUS.
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-IDX-STATUS.
           SELECT REFMSTR-COPIA ASSIGN TO "REFMSTR-COPIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-COPIA-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
           COPY STUMSTR.

       FD  STUDMSTR-COPIA
           RECORD CONTAINS 206 CHARACTERS.
       01  STUDMSTR-COPIA-REC      PIC X(206).
           COPY TRAILER.

       FD  CPF-MASTER.
           COPY CPFMSTR.

       FD  CPFMSTR-COPIA
           RECORD CONTAINS 49 CHARACTERS.
       01  CPFMSTR-COPIA-REC       PIC X(49).
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-CPF-REC
                          LEADING ==BT== BY ==BTC==.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-HD-REC
                          LEADING ==BT== BY ==BTH==.

       FD  REFERENCIA-MASTER.
           COPY REFMSTR.

       FD  REFMSTR-COPIA
           RECORD CONTAINS 40 CHARACTERS.
       01  REFMSTR-COPIA-REC       PIC X(40).
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-RF-REC
                          LEADING ==BT== BY ==BTR==.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       77  WRK-TEM-TRAILER   PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER                   VALUE 'S'.
       77  WRK-CONFIRMA      PIC X(01)      VALUE 'N'.
       77  WRK-PARM-CONFIRMA PIC X(10)      VALUE SPACES.
           88 CONFIRMADO-NO-PARM            VALUE 'CONFIRMA=S'.
       77  WRK-QTD-GRAVADOS  PIC 9(07)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY INST-NOME.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:8) = 'ARQUIVO='
              UNSTRING WRK-PARM-JCL-TEXTO(9:72) DELIMITED BY ','
                  INTO WRK-ARQUIVO WRK-PARM-CONFIRMA
              END-UNSTRING
           ELSE
              DISPLAY 'MESTRE A RESTAURAR (STUDENT/CPF/USERREG/'
                      'HOLIDAY/REFMSTR): '
              ACCEPT WRK-ARQUIVO FROM CONSOLE
           END-IF.
           EVALUATE WRK-ARQUIVO
                 PERFORM 3000-RESTAURAR-USERREG THRU 3000-EXIT
              WHEN 'HOLIDAY'
                 PERFORM 4000-RESTAURAR-HOLIDAY THRU 4000-EXIT
              WHEN 'REFMSTR'
                 PERFORM 5000-RESTAURAR-REFMSTR THRU 5000-EXIT
              WHEN OTHER
                 DISPLAY 'MESTRE DESCONHECIDO: ' WRK-ARQUIVO
                 MOVE 8 TO RETURN-CODE
      *****************************************************************
      * 9000-CONFIRMAR-RESTAURACAO - Copia conferida: pergunta a
      * confirmacao, avisando que o indexado sera substituido inteiro.
      * Com CONFIRMA=S no PARM do JCL (carga sem operador) a
      * confirmacao ja vem dada e o console nao e consultado.
      *****************************************************************
       9000-CONFIRMAR-RESTAURACAO.
           DISPLAY 'COPIA CONFERIDA: ' WRK-QTD ' REGISTROS'.
           DISPLAY 'A RESTAURACAO SUBSTITUI O MESTRE INTEIRO PELA '
                   'COPIA'.
           IF CONFIRMADO-NO-PARM
              DISPLAY 'RESTAURACAO CONFIRMADA PELO PARM DO JCL'
              MOVE 'S' TO WRK-CONFIRMA
              GO TO 9000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A RESTAURACAO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
       9000-EXIT.
              GO TO 1200-EXIT
           END-IF.
           MOVE STUDMSTR-COPIA-REC TO STUDENT-MASTER-REC.
           IF SM-CPF NOT NUMERIC
              MOVE ZEROS TO SM-CPF
           END-IF.
           IF SM-DATA-NASC NOT NUMERIC
              MOVE ZEROS TO SM-DATA-NASC
           END-IF.
           WRITE STUDENT-MASTER-REC.
           ADD 1 TO WRK-QTD-GRAVADOS.
       1200-EXIT.
              GO TO 2200-EXIT
           END-IF.
           MOVE CPFMSTR-COPIA-REC TO CPF-MASTER-REC.
           IF CM-DATA-CONSULTA-RF NOT NUMERIC
              MOVE SPACE TO CM-SITUACAO-RF
              MOVE ZEROS TO CM-DATA-CONSULTA-RF
           END-IF.
           WRITE CPF-MASTER-REC.
           ADD 1 TO WRK-QTD-GRAVADOS.
       2200-EXIT.
           ADD 1 TO WRK-QTD-GRAVADOS.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-RESTAURAR-REFMSTR - Confere a copia sequencial de
      * REFERENCIA-MASTER contra o trailer (contagem e soma das datas
      * de abertura) e, com a confirmacao, regrava o indexado do zero.
      *****************************************************************
       5000-RESTAURAR-REFMSTR.
           MOVE ZEROS TO WRK-QTD WRK-TOTAL.
           MOVE 'N' TO WRK-FIM-COPIA WRK-TEM-TRAILER.
           OPEN INPUT REFMSTR-COPIA.
           IF WRK-COPIA-STATUS NOT = '00'
              DISPLAY 'REFMSTR-COPIA AUSENTE - NADA A RESTAURAR'
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CONFERIR-REFMSTR THRU 5100-EXIT
              UNTIL FIM-COPIA.
           CLOSE REFMSTR-COPIA.
           IF NOT TEM-TRAILER
              OR WRK-QTD NOT = WRK-TRL-QTD
              OR WRK-TOTAL NOT = WRK-TRL-TOTAL
              DISPLAY 'COPIA NAO CONFERE COM O TRAILER - '
                      'RESTAURACAO ABORTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           PERFORM 9000-CONFIRMAR-RESTAURACAO THRU 9000-EXIT.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'RESTAURACAO NAO CONFIRMADA - NADA ALTERADO'
              MOVE 8 TO RETURN-CODE
              GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-COPIA.
           OPEN INPUT REFMSTR-COPIA.
           OPEN OUTPUT REFERENCIA-MASTER.
           PERFORM 5200-REGRAVAR-REFMSTR THRU 5200-EXIT
              UNTIL FIM-COPIA.
           CLOSE REFMSTR-COPIA.
           CLOSE REFERENCIA-MASTER.
           DISPLAY 'REFERENCIA-MASTER RESTAURADO: ' WRK-QTD-GRAVADOS
                   ' REGISTROS'.
       5000-EXIT.
           EXIT.

       5100-CONFERIR-REFMSTR.
           READ REFMSTR-COPIA
               AT END
                  SET FIM-COPIA TO TRUE
                  GO TO 5100-EXIT
           END-READ.
           IF REFMSTR-COPIA-REC(1:7) = 'TRAILER'
              SET TEM-TRAILER TO TRUE
              MOVE BTR-QTD-REGISTROS  TO WRK-TRL-QTD
              MOVE BTR-TOTAL-CONTROLE TO WRK-TRL-TOTAL
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD.
           MOVE REFMSTR-COPIA-REC TO REFERENCIA-MASTER-REC.
           ADD RF-DATA-ABERTURA TO WRK-TOTAL.
       5100-EXIT.
           EXIT.

       5200-REGRAVAR-REFMSTR.
           READ REFMSTR-COPIA
               AT END
                  SET FIM-COPIA TO TRUE
                  GO TO 5200-EXIT
           END-READ.
           IF REFMSTR-COPIA-REC(1:7) = 'TRAILER'
              GO TO 5200-EXIT
           END-IF.
           MOVE REFMSTR-COPIA-REC TO REFERENCIA-MASTER-REC.
           WRITE REFERENCIA-MASTER-REC.
           ADD 1 TO WRK-QTD-GRAVADOS.
       5200-EXIT.
           EXIT.
