      *           HIST-NOTAS-IX em vez de varrer o acumulado. E o
      *           equivalente de CONSULTA-CPF para o lado dos alunos,
      *           sob o mesmo gate de papel do menu.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Coeficiente de rendimento do aluno (CR do
      *                    ultimo termo apurado e acumulado, posicao no
      *                    campus e quadro de honra), lido pela chave
      *                    em COEFICIENTE, gravado por CALCULA-CR.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT COEFICIENTE ASSIGN TO "COEFICIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MATRICULA
               FILE STATUS IS WRK-CO-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  COEFICIENTE.
           COPY COEFIC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-CO-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CR-ED         PIC Z9,99      VALUE ZEROS.
       77  WRK-POS-ED        PIC ZZZZ9      VALUE ZEROS.
       77  WRK-QTD-CAMPUS-ED PIC ZZZZ9      VALUE ZEROS.
       77  WRK-MATRICULA     PIC X(10)      VALUE SPACES.
       77  WRK-IDX           PIC 9(02) COMP VALUE ZERO.
       77  WRK-MEDIA-ED      PIC Z9,9       VALUE ZEROS.
           MOVE SM-ULTIMA-MEDIA TO WRK-MEDIA-ED.
           DISPLAY 'ULTIMA CORRECAO...: ' WRK-MEDIA-ED ' '
                   SM-ULTIMO-RESULTADO.
           PERFORM 2500-MOSTRAR-COEFICIENTE THRU 2500-EXIT.
           DISPLAY 'CURSOS DO PERIODO:'.
           PERFORM 2100-MOSTRAR-VAGA THRU 2100-EXIT
              VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2500-MOSTRAR-COEFICIENTE - CR do aluno gravado por CALCULA-CR
      * (termo e acumulado); arquivo ausente ou aluno ainda nao
      * apurado avisam que o CR nao foi calculado.
      *****************************************************************
       2500-MOSTRAR-COEFICIENTE.
           OPEN INPUT COEFICIENTE.
           IF WRK-CO-STATUS NOT = '00'
              DISPLAY 'COEFICIENTE (CR)..: NAO APURADO'
              GO TO 2500-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO CO-MATRICULA.
           READ COEFICIENTE
               INVALID KEY
                  DISPLAY 'COEFICIENTE (CR)..: NAO APURADO'
               NOT INVALID KEY
                  MOVE CO-CR-TERMO TO WRK-CR-ED
                  DISPLAY 'CR DO TERMO.......: ' WRK-CR-ED
                          ' (TERMO ' CO-TERMO ')'
                  MOVE CO-CR-ACUMULADO TO WRK-CR-ED
                  DISPLAY 'CR ACUMULADO......: ' WRK-CR-ED
                  IF CO-POSICAO-CAMPUS > 0
                     MOVE CO-POSICAO-CAMPUS TO WRK-POS-ED
                     MOVE CO-QTD-CAMPUS     TO WRK-QTD-CAMPUS-ED
                     DISPLAY 'POSICAO NO CAMPUS.: ' WRK-POS-ED
                             ' DE ' WRK-QTD-CAMPUS-ED
                  END-IF
                  IF CO-QUADRO-HONRA
                     DISPLAY 'QUADRO DE HONRA DO TERMO'
                  END-IF
           END-READ.
           CLOSE COEFICIENTE.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 3000-MOSTRAR-EXCEDENTES - Cursos do aluno alem das 5 vagas do
      * cadastro, lidos pela chave no arquivo de continuacao
