      *                    (PARM-PIN-VALIDADE, 3 digitos; RECORD
      *                    CONTAINS 4 -> 7): a conferencia passa a
      *                    exigir os dois campos numericos.
      * 15/10/2026 Tutu - Confere tambem a data de movimento
      *                    (LE-DATA-MOV): fechada ou mais de um dia util
      *                    atras do relogio conta como erro e segura a
      *                    cadeia (5000-VALIDAR-DATA-MOVIMENTO).
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
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY DIAUTIL.
       77  WRK-PARM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-QTD-ERROS     PIC 9(03)      VALUE ZEROS.
       77  WRK-CORTE         PIC 9(03)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'VALIDA-PARM' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           DISPLAY 'CONFERENCIA DOS ARQUIVOS DE PARAMETRO'.
           PERFORM 1000-VALIDAR-PARM-NOTA THRU 1000-EXIT.
           PERFORM 2000-VALIDAR-PARM-SAL THRU 2000-EXIT.
           PERFORM 3000-VALIDAR-PARM-PIN THRU 3000-EXIT.
           PERFORM 4000-VALIDAR-PARM-RET THRU 4000-EXIT.
           PERFORM 5000-VALIDAR-DATA-MOVIMENTO THRU 5000-EXIT.
           IF WRK-QTD-ERROS > 0
              DISPLAY 'PARAMETROS COM ERRO: ' WRK-QTD-ERROS
              DISPLAY 'CADEIA DE LOTE NAO DEVE PROSSEGUIR'
           ELSE
              DISPLAY 'PARAMETROS CONFERIDOS SEM ERRO'
           END-IF.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
           CLOSE PARM-RET-IN.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-VALIDAR-DATA-MOVIMENTO - A data de movimento em que os
      * lotes vao postar (LE-DATA-MOV) precisa estar aberta e no
      * maximo um dia util atras do relogio: o dia util seguinte a ela
      * (DIA-UTIL) nao pode ser anterior a hoje. Data fechada ou mais
      * atrasada e fim de dia que nao rodou ou caiu no meio - refazer
      * FECHA-DIA antes da cadeia. Controle ausente e avisado; os
      * lotes usam a data do sistema.
      *****************************************************************
       5000-VALIDAR-DATA-MOVIMENTO.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           IF MV-SEM-CONTROLE
              DISPLAY 'DATA-MOVIMENTO AUSENTE - DATA DO SISTEMA SERA '
                      'USADA: ' MV-DATA
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'DATA DE MOVIMENTO: ' MV-DATA.
           IF MV-DIA-FECHADO
              DISPLAY 'DATA DE MOVIMENTO ' MV-DATA ' JA FECHADA - '
                      'REFACA O FIM DE DIA (FECHA-DIA)'
              ADD 1 TO WRK-QTD-ERROS
              GO TO 5000-EXIT
           END-IF.
           SET DU-FN-SOMAR-UTEIS TO TRUE.
           MOVE MV-DATA TO DU-DATA.
           MOVE 1 TO DU-QTD-DIAS.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           IF DU-DATA-RESULTADO < MV-DATA-SISTEMA
              DISPLAY 'DATA DE MOVIMENTO ' MV-DATA ' MAIS DE UM DIA '
                      'UTIL ATRAS DE ' MV-DATA-SISTEMA
                      ' - FIM DE DIA PENDENTE'
              ADD 1 TO WRK-QTD-ERROS
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE ZEROS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'VALIDA-PARM' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
