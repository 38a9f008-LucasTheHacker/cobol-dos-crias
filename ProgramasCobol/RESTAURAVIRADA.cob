      *           snapshot truncado nunca pode substituir o cadastro.
      *           Divergencia ou recusa terminam com RETURN-CODE 8 sem
      *           tocar nada.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 183 para
      *                    187 posicoes com o programa de estudo do
      *                    aluno (SM-PROGRAMA) acrescentado ao final;
      *                    copia sequencial acompanha.
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 187 para
      *                    206 posicoes com o CPF e a data de nascimento
      *                    do aluno acrescentados ao final; foto
      *                    anterior a mudanca e restaurada com os dois
      *                    zerados.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-SNAPSHOT
           RECORD CONTAINS 206 CHARACTERS.
           COPY STUMSTR REPLACING STUDENT-MASTER-REC
                                   BY STUDENT-SNAPSHOT-REC
                          LEADING ==SM== BY ==SN==.
                 CONTINUE
              ELSE
                 MOVE STUDENT-SNAPSHOT-REC TO STUDENT-MASTER-REC
                 IF SM-CPF NOT NUMERIC
                    MOVE ZEROS TO SM-CPF
                 END-IF
                 IF SM-DATA-NASC NOT NUMERIC
                    MOVE ZEROS TO SM-DATA-NASC
                 END-IF
                 WRITE STUDENT-MASTER-REC
                 ADD 1 TO WRK-QTD-GRAVADOS
              END-IF
