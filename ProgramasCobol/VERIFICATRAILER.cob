      *                    colunas), que nao usam o literal HEADER da
      *                    folha e estavam sendo recontadas como
      *                    detalhe, divergindo de todo trailer.
      * 15/10/2026 Tutu - Tipo TRANS acompanha o novo layout de
      *                    TRANS-REPORT com transacao tipada: o valor de
      *                    controle do detalhe e TR-VALOR (colunas
      *                    27-39) e a linha de colunas reconhecida
      *                    comeca por REFERENCIA TP. As linhas TRAILER
      *                    TIPO sao puladas como os demais trailers
      *                    estendidos.
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
       77  WRK-ARQ-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQ       PIC X(01)      VALUE 'N'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'VERIFICA-TRAILER' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:5) = 'TIPO='
              DISPLAY 'ARQ-VERIFICA AUSENTE - NADA A VERIFICAR'
              CLOSE ARQ-VERIFICA
              MOVE 8 TO RETURN-CODE
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 1000-LER-ARQ THRU 1000-EXIT.
              ADD 1 TO WRK-QTD-ERROS
           END-IF.
           PERFORM 5000-RESUMIR THRU 5000-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

       1000-LER-ARQ.
              GO TO 2050-EXIT
           END-IF.
           IF AV-LINHA(1:23) = 'CPF            SITUACAO'
              OR AV-LINHA(1:13) = 'REFERENCIA TP'
              SET LINHA-DE-CABECALHO TO TRUE
           END-IF.
       2050-EXIT.
      *****************************************************************
      * 4000-EXTRAIR-VALOR - Valor de controle do detalhe conforme o
      * tipo: HIST soma HN-MEDIA, TURMA soma TD-MEDIA, PAYSLIP soma o
      * salario da mascara, TRANS soma TR-VALOR (o valor da perna,
      * sem sinal) e CPF soma o proprio CPF da mascara.
      *****************************************************************
       4000-EXTRAIR-VALOR.
           MOVE ZEROS TO WRK-VALOR.
                 MOVE 100 TO WRK-DIVISOR
                 PERFORM 4100-CONVERTER-EDITADO THRU 4100-EXIT
              WHEN 'TRANS'
                 MOVE AV-LINHA(27:13) TO WRK-CAMPO-EDITADO
                 MOVE 100 TO WRK-DIVISOR
                 PERFORM 4100-CONVERTER-EDITADO THRU 4100-EXIT
              WHEN 'CPF'
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-CORTES TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'VERIFICA-TRAILER' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
