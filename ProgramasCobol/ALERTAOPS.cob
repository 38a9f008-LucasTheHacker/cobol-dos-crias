      *                    abertura do MENU-PRINCIPAL ate alguem dar
      *                    ciencia em RECONHECE-ALERTA, que estampa
      *                    quem reconheceu e quando.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY EXECGRV.
       COPY JCLPARM.
       77  WRK-DATA-EXEC   PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-EXEC   PIC 9(06)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'ALERTA-OPS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO = SPACES
              MOVE 'CADEIA DE LOTE INTERROMPIDA' TO WRK-PARM-JCL-TEXTO
           DISPLAY WRK-PARM-JCL-TEXTO.
           DISPLAY 'VERIFIQUE OS CONDITION CODES DOS PASSOS DO JOB'.
           PERFORM 1000-GRAVAR-ALERTA THRU 1000-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
           CLOSE OPS-ALERT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE 1 TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'ALERTA-OPS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
