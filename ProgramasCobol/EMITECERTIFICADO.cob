      *           Substitui a conferencia de olho sobre LISTA-ALUNOS
      *           que ja deixou certificado sair para aluno com
      *           REPROVADO pendente.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Curso APROVEITADO de outra instituicao conta
      *                    como aprovado na elegibilidade.
      * 15/10/2026 Tutu - Cada certificado e registrado em
      *                    DOCUMENTO-EMITIDO (REGISTRA-DOCUMENTO) e sai
      *                    com o codigo de verificacao, conferido por
      *                    CONSULTA-DOCUMENTO.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de CERT-REPORT guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
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
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-REPORT ASSIGN TO "CERT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-REPORT-RELIDO ASSIGN TO "CERT-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CERT-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-REPORT-REC         PIC X(80).

       FD  CERT-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  CERT-REPORT-RELIDO-REC   PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY DOCREG.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-ALUNOS    PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO               VALUE 'S'.
       77  WRK-FIM-AC        PIC X(01)      VALUE 'N'.
           88 FIM-AC                        VALUE 'S'.
       77  WRK-TEM-REGDOC    PIC X(01)      VALUE 'N'.
           88 TEM-REGISTRO-DOC              VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC-ED  PIC 9999/99/99 VALUE ZEROS.
       77  WRK-QTD-LIDOS     PIC 9(05)      VALUE ZEROS.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 2000-PROCESSAR THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
           END-IF.
           OPEN OUTPUT CERT-ELEGIVEIS.
           OPEN OUTPUT CERT-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'A' TO RD-FUNCAO.
           CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK.
           IF RD-RETORNO = '00'
              SET TEM-REGISTRO-DOC TO TRUE
           END-IF.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA A APURAR'
           END-IF.
           CLOSE CERT-ELEGIVEIS.
           CLOSE CERT-REPORT.
           IF TEM-REGISTRO-DOC
              MOVE 'F' TO RD-FUNCAO
              CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK
           END-IF.
       2000-EXIT.
           EXIT.


      *****************************************************************
      * 2200-APURAR-ALUNO - Conta os cursos cursados e quantos deles
      * estao APROVADO (ou APROVEITADO de outra instituicao), somando
      * as vagas de SM-CURSOS e os registros de continuacao de
      * ALUNO-CURSO; elegivel quando ha ao menos um cursado e todos
      * aprovados - um REPROVADO no sexto curso conta
      * igual ao da primeira vaga. Elegivel sai nos dois arquivos;
      * pendente ou sem curso e somente contado.
      *****************************************************************
           IF SM-CURSO-ID(WRK-IDX) NOT = SPACES
              ADD 1 TO WRK-QTD-OCUPADAS
              IF SM-CURSO-RESULTADO(WRK-IDX) = 'APROVADO'
                 OR SM-CURSO-RESULTADO(WRK-IDX) = 'APROVEITADO'
                 ADD 1 TO WRK-QTD-APROVADAS
              END-IF
           END-IF.
           END-IF.
           ADD 1 TO WRK-QTD-OCUPADAS.
           IF AC-RESULTADO = 'APROVADO'
              OR AC-RESULTADO = 'APROVEITADO'
              ADD 1 TO WRK-QTD-APROVADAS
           END-IF.
       2230-EXIT.
      * instituicao, com os cursos concluidos relacionados.
      *****************************************************************
       2400-EMITIR-CERTIFICADO.
           MOVE 'I'          TO RD-FUNCAO.
           MOVE 'C'          TO RD-TIPO.
           MOVE SM-MATRICULA TO RD-MATRICULA.
           MOVE SM-NOME      TO RD-NOME.
           CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK.
           MOVE ALL '=' TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           MOVE INST-NOME TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           MOVE 'CERTIFICADO DE CONCLUSAO' TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           MOVE SPACES TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CERTIFICAMOS QUE O(A) ALUNO(A) ' DELIMITED BY SIZE
                  SM-NOME                           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MATRICULA ' DELIMITED BY SIZE
                  SM-MATRICULA DELIMITED BY SIZE
                  DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           PERFORM 2410-LISTAR-CURSO THRU 2410-EXIT
              VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
           PERFORM 2420-LISTAR-EXCEDENTES THRU 2420-EXIT.
           MOVE SPACES TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMITIDO EM: ' DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
           PERFORM 2480-REGISTRAR-DOCUMENTO THRU 2480-EXIT.
           MOVE SPACES TO CERT-REPORT-REC.
           WRITE CERT-REPORT-REC.
       2400-EXIT.
                  SM-CURSO-ID(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
       2410-EXIT.
           EXIT.

                  AC-CURSO DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CERT-REPORT-REC.
           PERFORM 2490-GRAVAR-LINHA THRU 2490-EXIT.
       2430-EXIT.
           EXIT.

      *****************************************************************
      * 2480-REGISTRAR-DOCUMENTO - Registra o certificado impresso em
      * DOCUMENTO-EMITIDO (REGISTRA-DOCUMENTO) e imprime o codigo de
      * verificacao, que a secretaria confere na consulta de
      * autenticidade. Sem registro disponivel, o certificado sai sem
      * o codigo, como antes.
      *****************************************************************
       2480-REGISTRAR-DOCUMENTO.
           IF NOT TEM-REGISTRO-DOC
              GO TO 2480-EXIT
           END-IF.
           MOVE 'G' TO RD-FUNCAO.
           CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK.
           IF RD-RETORNO NOT = '00'
              GO TO 2480-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CODIGO DE VERIFICACAO: ' DELIMITED BY SIZE
                  RD-CODIGO DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO CERT-REPORT-REC.
           WRITE CERT-REPORT-REC.
       2480-EXIT.
           EXIT.

      *****************************************************************
      * 2490-GRAVAR-LINHA - Grava a linha do certificado e a soma no
      * valor de conferencia do conteudo do documento.
      *****************************************************************
       2490-GRAVAR-LINHA.
           WRITE CERT-REPORT-REC.
           IF TEM-REGISTRO-DOC
              MOVE 'L' TO RD-FUNCAO
              MOVE CERT-REPORT-REC TO RD-LINHA
              CALL 'REGISTRA-DOCUMENTO' USING REGISTRA-DOC-LNK
           END-IF.
       2490-EXIT.
           EXIT.

      *****************************************************************
      * 4000-GRAVAR-TRAILER - Fecha CERT-ELEGIVEIS com o registro
      * trailer padrao: quantidade de elegiveis e, como total de
           DISPLAY 'SEM CURSO.......: ' WRK-QTD-SEM-CURSO.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de CERT-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT CERT-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'CERT-REPORT' TO AG-RELATORIO.
           MOVE 'EMITE-CERTIFICADO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE CERT-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ CERT-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE CERT-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
