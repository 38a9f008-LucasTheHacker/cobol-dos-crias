      *                    registro-resumo passa a sair em uma linha
      *                    por moeda, em vez de uma soma unica de
      *                    unidades incompativeis.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com os
      *                    descontos fixos da folha: RECORD CONTAINS 104
      *                    -> 160.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com a
      *                    pensao alimenticia judicial: RECORD CONTAINS
      *                    160 -> 171.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com o ID
      *                    do empregado: RECORD CONTAINS 171 -> 177.
      * 15/10/2026 Tutu - Contracheque (COPY PAYSLIP) ampliado com os
      *                    dias e o desconto de ausencia ao final do
      *                    registro: RECORD CONTAINS 177 -> 191.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      * 15/10/2026 Tutu - PAYSLIP-OUT com RECORD CONTAINS 191 -> 192: o
      *                    registro do copybook PAYSLIP tem 192 posicoes
      *                    e a FD menor cortava o ultimo digito de
      *                    PO-AUSENCIA-ED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY HISTNOTA.

       FD  PAYSLIP-IN
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.

       FD  YTD-SAL-FILE.
           COPY ARCHLOG.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY DATAMOVL.
       COPY EXECGRV.
       77 WRK-QTD-APROVADO     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-EXAME        PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-RECUPERACAO  PIC 9(05)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'ARQUIVA-ANO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-APURAR-NOTAS THRU 2000-EXIT.
           PERFORM 3000-APURAR-FOLHA THRU 3000-EXIT.
           PERFORM 4000-APURAR-CPF THRU 4000-EXIT.
           PERFORM 5000-GRAVAR-ARQUIVO THRU 5000-EXIT.
           PERFORM 6000-FINALIZAR THRU 6000-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * anteriores.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           OPEN EXTEND ARCHIVE-LOG-OUT.
       1000-EXIT.
           EXIT.
           DISPLAY "FECHAMENTO DE ANO ARQUIVADO EM ARCHIVE-LOG".
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           COMPUTE GE-QTD-REGISTROS = WRK-QTD-APROVADO
               + WRK-QTD-EXAME
               + WRK-QTD-RECUPERACAO
               + WRK-QTD-REPROVADO
               + WRK-QTD-OUTROS
               + WRK-QTD-INSTRUTORES
               + WRK-QTD-CPF.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'ARQUIVA-ANO' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
