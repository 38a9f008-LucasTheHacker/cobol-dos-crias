      *                    junto com a limpeza dos campos do periodo,
      *                    para o ano novo nao carregar resultado de
      *                    curso do ano anterior por fora do cadastro.
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 183 para
      *                    187 posicoes com o programa de estudo do
      *                    aluno (SM-PROGRAMA) acrescentado ao final;
      *                    copia sequencial acompanha.
      * 15/10/2026 Tutu - Registro de STUDENT-MASTER passa de 187 para
      *                    206 posicoes com o CPF e a data de nascimento
      *                    do aluno acrescentados ao final; copia
      *                    sequencial acompanha.
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
               FILE STATUS IS WRK-SM-STATUS.
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
       01  VIRADA-LOG-REC          PIC X(80).

       FD  STUDENT-SNAPSHOT
           RECORD CONTAINS 206 CHARACTERS.
           COPY STUMSTR REPLACING STUDENT-MASTER-REC
                                   BY STUDENT-SNAPSHOT-REC
                          LEADING ==SM== BY ==SN==.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY EXECGRV.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'VIRADA-ANO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           MOVE 'R' TO TA-FUNCAO.
                      ' DESDE ' TA-DATA-DONO ' ' TA-HORA-DONO
                      ' - VIRADA RECUSADA'
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 1500-GRAVAR-SNAPSHOT THRU 1500-EXIT.
           MOVE 'STUDENT-MASTER' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           PERFORM 3000-FINALIZAR THRU 3000-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
           DISPLAY 'SEM RESULTADO...: ' WRK-QTD-SEM-NOTA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'VIRADA-ANO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
