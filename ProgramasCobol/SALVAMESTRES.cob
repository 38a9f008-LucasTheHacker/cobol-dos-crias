      *           cadastro inteiro sem recurso alem de re-digitar
      *           meses de log. Roda toda noite ao final do DAILYJOB.
      *           Mestre ausente e avisado e pulado.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 183 para
      *                    187 posicoes com o programa de estudo do
      *                    aluno (SM-PROGRAMA) acrescentado ao final;
      *                    copia sequencial acompanha.
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 187 para
      *                    206 posicoes com o CPF e a data de nascimento
      *                    do aluno acrescentados ao final; copia
      *                    sequencial acompanha.
      * 15/10/2026 Tutu - Registro de CPF-MASTER passa de 40 para 49
      *                    posicoes com a situacao do CPF na Receita e a
      *                    data da consulta acrescentadas ao final;
      *                    copia sequencial acompanha.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
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
               ORGANIZATION IS LINE SEQUENTIAL.
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
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY EXECGRV.
       77  WRK-IDX-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-MESTRE    PIC X(01)      VALUE 'N'.
           88 FIM-MESTRE                    VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'SALVA-MESTRES' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           DISPLAY 'DESCARGA DE SEGURANCA DOS MESTRES INDEXADOS'.
           PERFORM 1000-SALVAR-STUDENT THRU 1000-EXIT.
           PERFORM 3000-SALVAR-USERREG THRU 3000-EXIT.
           PERFORM 4000-SALVAR-HOLIDAY THRU 4000-EXIT.
           DISPLAY 'COPIAS GERADAS: ' WRK-QTD-COPIAS.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
           ADD HD-DATA TO WRK-TOTAL.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-COPIAS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'SALVA-MESTRES' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
