      *                       madrugada os ACCEPTs travariam a cadeia
      *                       ou voltariam vazios e a retencao nunca
      *                       mais rodaria em silencio.
      * 15/10/2026 BATISTA - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 BATISTA - Inicio e fim do passo registrados no
      *                       historico de execucao dos lotes (rotina
      *                       GRAVA-EXECUCAO; 9900-REGISTRAR-EXECUCAO
      *                       antes de cada GOBACK), com os registros
      *                       processados e o RC do passo, para o
      *                       relatorio semanal de tempos e prazo
      *                       RELAT-EXECUCAO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY USERREG.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY JCLPARM.
       77 WRK-PARM-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-CM-STATUS        PIC X(02)      VALUE '00'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'PURGA-DADOS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:8) = 'SIMULA=S'
              SET SIMULACAO TO TRUE
              PERFORM 3000-EXPURGAR-YTD THRU 3000-EXIT
              PERFORM 4000-EMITIR-RELATORIO THRU 4000-EXIT
              PERFORM 5000-FINALIZAR THRU 5000-EXIT
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 1500-AUTORIZAR-DUPLA THRU 1500-EXIT.
           END-IF.
           PERFORM 4000-EMITIR-RELATORIO THRU 4000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
              END-READ
              CLOSE PARM-RET-IN
           END-IF.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CONV.
           PERFORM 1200-CONVERTER-DATA-EM-DIAS THRU 1200-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           COMPUTE GE-QTD-REGISTROS = WRK-QTD-CPF-LIDOS
               + WRK-QTD-YTD-LIDOS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'PURGA-DADOS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
