      *                       buffer da FD com o detalhe, entao emitir
      *                       o cabecalho com o detalhe ja preenchido
      *                       sobrescrevia o CPF da virada de pagina.
      * 15/10/2026 BATISTA - CPF incluido no cadastro entra com a
      *                       situacao na Receita em branco (nunca
      *                       consultado) e data de consulta zerada,
      *                       campos novos de CPF-MASTER preenchidos por
      *                       IMPORTA-RECEITA.
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
      * 15/10/2026 BATISTA - Copia de CPF-REPORT guardada no arquivo de
      *                       relatorios (rotina ARQUIVA-RELATORIO,
      *                       depois do fechamento), com paginas,
      *                       registros processados, valor de controle e
      *                       RC do passo, para consulta e reimpressao
      *                       pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPF-REPORT ASSIGN TO "CPF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CPF-REPORT-RELIDO ASSIGN TO "CPF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           COPY TRAILER.
       01  CPF-REPORT-LINHA        PIC X(62).

       FD  CPF-REPORT-RELIDO
           RECORD CONTAINS 62 CHARACTERS.
       01  CPF-REPORT-RELIDO-REC    PIC X(62).

       FD  CPF-MASTER.
           COPY CPFMSTR.


       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY VALIDENT.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-MODO PIC 9(01) VALUE ZEROS.
       77  WRK-MODO-EXIBICAO PIC 9(01) VALUE 1.
           88 EXIBICAO-COMPLETA        VALUE 1.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'MASCARACPF' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           PERFORM 0500-RESOLVER-MODO THRU 0500-EXIT.
           IF WRK-MODO = 2 AND NOT LOTE-AUTORIZADO
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA MODO LOTE'
           END-IF.
           IF WRK-MODO = 3
              PERFORM 4000-CORRIGIR-NOME-CPF THRU 4000-EXIT
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           IF WRK-MODO = 4
              PERFORM 5000-MANTER-SITUACAO THRU 5000-EXIT
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           IF WRK-PARM-JCL-TEXTO = SPACES
           IF CSV-ATIVO
              CLOSE CPF-CSV
           END-IF.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
       1050-INCLUIR-CADASTRO.
           MOVE WRK-CPF TO CM-CPF.
           MOVE WRK-NOME-CADASTRO TO CM-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO CM-DATA-CADASTRO.
           MOVE 'A' TO CM-STATUS.
           MOVE SPACE TO CM-SITUACAO-RF.
           MOVE ZEROS TO CM-DATA-CONSULTA-RF.
           WRITE CPF-MASTER-REC.
           CLOSE CPF-MASTER.
       1050-EXIT.
           PERFORM 2050-LER-CHECKPOINT THRU 2050-EXIT.
           OPEN INPUT CPF-IN.
           OPEN OUTPUT CPF-REPORT.
           SET ARQREL-GERADO TO TRUE.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           PERFORM 2040-EMITIR-CABECALHO THRU 2040-EXIT.
           PERFORM 2100-LER-CPF-IN THRU 2100-EXIT.
           PERFORM UNTIL FIM-CPF-IN
       ENTRY 'MASCARACPF-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           GO TO 0000-MAINLINE.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CPF-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CPF-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CPF-REPORT' TO AG-RELATORIO.
           MOVE 'MASCARACPF' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CPF-REPORT-RELIDO.
           MOVE WRK-BT-CONTADOR TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CPF-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CPF-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-BT-CONTADOR TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'MASCARACPF' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
