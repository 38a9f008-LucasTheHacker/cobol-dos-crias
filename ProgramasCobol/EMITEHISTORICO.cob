      *           ACCEPT FROM COMMAND-LINE, Copybooks/JCLPARM.cpy) ou
      *           do console; em branco, o historico sai para todos os
      *           alunos de STUDENT-MASTER.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Coeficiente de rendimento acumulado do aluno
      *                    (COEFICIENTE, gravado por CALCULA-CR) ao
      *                    final do documento, com o termo em que foi
      *                    apurado.
      * 15/10/2026 Tutu - Curso APROVEITADO sai com a instituicao, o ano
      *                    e o curso de origem da equivalencia
      *                    (APROVEITAMENTO).
      * 15/10/2026 Tutu - Cada historico e registrado em
      *                    DOCUMENTO-EMITIDO (REGISTRA-DOCUMENTO) e sai
      *                    com o codigo de verificacao no rodape,
      *                    conferido por CONSULTA-DOCUMENTO.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de HISTORICO-REPORT guardada no arquivo
      *                    de relatorios (rotina ARQUIVA-RELATORIO,
      *                    depois do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT HIST-NOTAS ASSIGN TO "HIST-NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT COEFICIENTE ASSIGN TO "COEFICIENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO-MATRICULA
               FILE STATUS IS WRK-CO-STATUS.
           SELECT APROVEITAMENTO ASSIGN TO "APROVEITAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WRK-AP-STATUS.
           SELECT HISTORICO-REPORT ASSIGN TO "HISTORICO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORICO-REPORT-RELIDO ASSIGN TO "HISTORICO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  COEFICIENTE.
           COPY COEFIC.

       FD  APROVEITAMENTO.
           COPY APROVEIT.

       FD  HISTORICO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORICO-REPORT-REC     PIC X(80).
           COPY TRAILER.

       FD  HISTORICO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORICO-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY DOCREG.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-HIST-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-CO-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AP-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-APROV     PIC X(01)      VALUE 'N'.
           88 TEM-APROVEITAMENTO            VALUE 'S'.
       77  WRK-TEM-COEFIC    PIC X(01)      VALUE 'N'.
           88 TEM-COEFICIENTE               VALUE 'S'.
       77  WRK-TEM-REGDOC    PIC X(01)      VALUE 'N'.
           88 TEM-REGISTRO-DOC              VALUE 'S'.
       77  WRK-CR-ED         PIC Z9,99      VALUE ZEROS.
       77  WRK-MATRICULA-PED PIC X(10)      VALUE SPACES.
       77  WRK-FIM-ALUNOS    PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                    VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF WRK-MATRICULA-PED NOT = SPACES
              PERFORM 2000-EMITIR-UM-ALUNO THRU 2000-EXIT
           END-IF.
           PERFORM 5000-GRAVAR-TRAILER THRU 5000-EXIT.
           PERFORM 6000-FINALIZAR THRU 6000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:10) = 'MATRICULA='
              ACCEPT WRK-MATRICULA-PED FROM CONSOLE
           END-IF.
           OPEN OUTPUT HISTORICO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              SET TEM-CATALOGO TO TRUE
           END-IF.
           OPEN INPUT COEFICIENTE.
           IF WRK-CO-STATUS = '00'
              SET TEM-COEFICIENTE TO TRUE
           END-IF.
           OPEN INPUT APROVEITAMENTO.
           IF WRK-AP-STATUS = '00'
              SET TEM-APROVEITAMENTO TO TRUE
           END-IF.
           MOVE 'A' TO RD-FUNCAO.
           CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK.
           IF RD-RETORNO = '00'
              SET TEM-REGISTRO-DOC TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      * registro no historico sai com o aviso correspondente.
      *****************************************************************
       4000-EMITIR-HISTORICO.
           MOVE 'I'          TO RD-FUNCAO.
           MOVE 'H'          TO RD-TIPO.
           MOVE SM-MATRICULA TO RD-MATRICULA.
           MOVE SM-NOME      TO RD-NOME.
           CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK.
           PERFORM 4100-RECOLHER-REGISTROS THRU 4100-EXIT.
           PERFORM 4200-EMITIR-CABECALHO-ALUNO THRU 4200-EXIT.
           IF WRK-QTD-REGS = 0
              MOVE 'NENHUM REGISTRO DE NOTA NO HISTORICO'
                TO HISTORICO-REPORT-REC
              PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
              GO TO 4000-SAIR
           END-IF.
           MOVE ZERO TO WRK-QTD-IMPRESSOS.
                     WRK-QTD-DESCARTADOS DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO HISTORICO-REPORT-REC
              PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT
           END-IF.
           PERFORM 4400-EMITIR-COEFICIENTE THRU 4400-EXIT.
       4000-SAIR.
           PERFORM 4800-REGISTRAR-DOCUMENTO THRU 4800-EXIT.
           MOVE SPACES TO HISTORICO-REPORT-REC.
           WRITE HISTORICO-REPORT-REC.
           ADD 1 TO WRK-QTD-ALUNOS.
      *****************************************************************
       4200-EMITIR-CABECALHO-ALUNO.
           MOVE INST-NOME TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'HISTORICO ESCOLAR  EMITIDO EM: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATRICULA: ' DELIMITED BY SIZE
                  SM-MATRICULA  DELIMITED BY SIZE
                  SM-NOME       DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CURSO    NOME DO CURSO                  '
                  'N1 N2 N3 MEDIA RESULTADO'
                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

                  WRK-TERMO-CORRENTE(5:2) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           PERFORM 4320-EMITIR-LINHA-TERMO THRU 4320-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REGS.
                  WRK-TH-RESULTADO(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           IF WRK-TH-RESULTADO(WRK-IDX) = 'APROVEITADO'
              PERFORM 4340-EMITIR-ORIGEM THRU 4340-EXIT
           END-IF.
           ADD WRK-TH-MEDIA(WRK-IDX) TO WRK-BT-TOTAL.
           MOVE 'S' TO WRK-TH-IMPRESSO(WRK-IDX).
           ADD 1 TO WRK-QTD-IMPRESSOS.
       4330-EXIT.
           EXIT.

      *****************************************************************
      * 4340-EMITIR-ORIGEM - Abaixo de um curso APROVEITADO, a
      * instituicao, o ano e o curso de origem da equivalencia
      * aprovada em APROVEITAMENTO (chave matricula + curso);
      * cadastro ausente ou equivalencia nao achada deixam so a linha
      * do curso.
      *****************************************************************
       4340-EMITIR-ORIGEM.
           IF NOT TEM-APROVEITAMENTO
              GO TO 4340-EXIT
           END-IF.
           MOVE SM-MATRICULA          TO AP-MATRICULA.
           MOVE WRK-TH-CURSO(WRK-IDX) TO AP-CURSO.
           READ APROVEITAMENTO
               INVALID KEY
                  GO TO 4340-EXIT
           END-READ.
           IF NOT AP-APROVADO
              GO TO 4340-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING '         APROVEITADO DE: ' DELIMITED BY SIZE
                  AP-INSTITUICAO             DELIMITED BY SIZE
                  ' ('                       DELIMITED BY SIZE
                  AP-ANO-ORIGEM              DELIMITED BY SIZE
                  ')'                        DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING '         CURSO DE ORIGEM: ' DELIMITED BY SIZE
                  AP-CURSO-ORIGEM             DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
       4340-EXIT.
           EXIT.

      *****************************************************************
      * 4400-EMITIR-COEFICIENTE - Linha do coeficiente de rendimento
      * acumulado do aluno, quando ja apurado por CALCULA-CR.
      *****************************************************************
       4400-EMITIR-COEFICIENTE.
           IF NOT TEM-COEFICIENTE
              GO TO 4400-EXIT
           END-IF.
           MOVE SM-MATRICULA TO CO-MATRICULA.
           READ COEFICIENTE
               INVALID KEY
                  GO TO 4400-EXIT
           END-READ.
           MOVE CO-CR-ACUMULADO TO WRK-CR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COEFICIENTE DE RENDIMENTO ACUMULADO: '
                                        DELIMITED BY SIZE
                  WRK-CR-ED             DELIMITED BY SIZE
                  '  (APURADO NO TERMO ' DELIMITED BY SIZE
                  CO-TERMO(1:4)         DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  CO-TERMO(5:2)         DELIMITED BY SIZE
                  ')'                   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE SPACES TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           PERFORM 4900-GRAVAR-LINHA THRU 4900-EXIT.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * 4800-REGISTRAR-DOCUMENTO - Registra o historico impresso em
      * DOCUMENTO-EMITIDO (REGISTRA-DOCUMENTO) e fecha o documento com
      * o codigo de verificacao, que a secretaria confere na consulta
      * de autenticidade. Sem registro disponivel, o documento sai sem
      * o rodape, como antes.
      *****************************************************************
       4800-REGISTRAR-DOCUMENTO.
           IF NOT TEM-REGISTRO-DOC
              GO TO 4800-EXIT
           END-IF.
           MOVE 'G' TO RD-FUNCAO.
           CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK.
           IF RD-RETORNO NOT = '00'
              GO TO 4800-EXIT
           END-IF.
           MOVE SPACES TO HISTORICO-REPORT-REC.
           WRITE HISTORICO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                  RD-CODIGO DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO HISTORICO-REPORT-REC.
           WRITE HISTORICO-REPORT-REC.
       4800-EXIT.
           EXIT.

      *****************************************************************
      * 4900-GRAVAR-LINHA - Grava a linha do documento e a soma no
      * valor de conferencia do conteudo do historico.
      *****************************************************************
       4900-GRAVAR-LINHA.
           WRITE HISTORICO-REPORT-REC.
           IF TEM-REGISTRO-DOC
              MOVE 'L' TO RD-FUNCAO
              MOVE HISTORICO-REPORT-REC TO RD-LINHA
              CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK
           END-IF.
       4900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-GRAVAR-TRAILER - Fecha o relatorio com o registro trailer
      * padrao: quantidade de historicos emitidos e total de controle
           IF TEM-CATALOGO
              CLOSE CURSO-MASTER
           END-IF.
           IF TEM-COEFICIENTE
              CLOSE COEFICIENTE
           END-IF.
           IF TEM-APROVEITAMENTO
              CLOSE APROVEITAMENTO
           END-IF.
           IF TEM-REGISTRO-DOC
              MOVE 'F' TO RD-FUNCAO
              CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK
           END-IF.
           DISPLAY 'HISTORICOS EMITIDOS: ' WRK-QTD-ALUNOS.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de HISTORICO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT HISTORICO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'HISTORICO-REPORT' TO AG-RELATORIO.
           MOVE 'EMITE-HISTORICO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE HISTORICO-REPORT-RELIDO.
           MOVE WRK-QTD-IMPRESSOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ HISTORICO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE HISTORICO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
