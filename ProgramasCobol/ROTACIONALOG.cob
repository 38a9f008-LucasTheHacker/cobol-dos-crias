      *           arquivado (a mesma conta de GRAVA-AUDIT); o
      *           verificador confere cada arquivo e a continuidade da
      *           sequencia entre eles. Log ausente ou vazio e pulado.
      * Alteracoes:
      * 15/10/2026 Batista - Retencao do arquivo de relatorios
      *                       (ARQ-RELATORIOS, gravado por
      *                       ARQUIVA-RELATORIO): a emissao cuja data
      *                       de movimento passou dos dias de retencao
      *                       do seu relatorio em PARM-REL (linha '*'
      *                       para os nao listados) e excluida inteira,
      *                       cabecalho e linhas, contando os dias da
      *                       data de movimento (LE-DATA-MOV). Retencao
      *                       zero, relatorio sem linha e sem '*', ou
      *                       PARM-REL ausente guardam para sempre.
      *                       O total excluido vai para o AUDIT-LOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT PURGA-ARQ ASSIGN TO "PURGA-ARQ"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQ-RELATORIOS ASSIGN TO "ARQ-RELATORIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS WRK-AR-STATUS.
           SELECT PARM-REL-IN ASSIGN TO "PARM-REL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PURGA-ARQ
           RECORD CONTAINS 80 CHARACTERS.
       01  PURGA-ARQ-REC           PIC X(80).

       FD  ARQ-RELATORIOS.
           COPY ARQREL.

       FD  PARM-REL-IN
           RECORD CONTAINS 40 CHARACTERS.
           COPY PARMREL.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       77  WRK-ULT-CHECK     PIC 9(05)      VALUE ZEROS.
       77  WRK-TEM-CADEIA    PIC X(01)      VALUE 'N'.
           88 TEM-CADEIA                    VALUE 'S'.
       COPY DATAMOVL.
       77  WRK-AR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-PARM      PIC X(01)      VALUE 'N'.
           88 FIM-PARM                      VALUE 'S'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-EXPIRADA      PIC X(01)      VALUE 'N'.
           88 EMISSAO-EXPIRADA              VALUE 'S'.
       77  WRK-QTD-PARM      PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-RET-DIAS      PIC 9(05)      VALUE ZEROS.
      *
      * Retencao dos relatorios nao listados em PARM-REL: para sempre,
      * ate a linha '*' dizer outra coisa.
       77  WRK-RET-PADRAO    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-EMISSOES-EXC PIC 9(07)   VALUE ZEROS.
       77  WRK-QTD-LINHAS-EXC PIC 9(09)     VALUE ZEROS.
       77  WRK-QTD-EXC-ED    PIC Z(06)9     VALUE ZEROS.
       01  WRK-EMISSAO-ATUAL         PIC X(42)   VALUE SPACES.
       01  WRK-TAB-RETENCAO.
           05 WRK-RET-ENT OCCURS 100 TIMES.
              10 WRK-RET-RELATORIO  PIC X(20).
              10 WRK-RET-DIAS-REL   PIC 9(05).
      *
      * Conversao de data em dias absolutos, a mesma de PURGA-DADOS,
      * para medir a idade da emissao por subtracao.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV          PIC 9(04)   VALUE ZEROS.
           05 WRK-MES-CONV          PIC 9(02)   VALUE ZEROS.
           05 WRK-DIA-CONV          PIC 9(02)   VALUE ZEROS.
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO      PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4        PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100      PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC          PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT  PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
       77  WRK-DIAS-HOJE     PIC 9(08) COMP VALUE ZERO.
       77  WRK-IDADE-DIAS    PIC S9(08) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 4600-ROTACIONAR-CORR-CPF THRU 4600-EXIT.
           PERFORM 4800-ROTACIONAR-PURGA THRU 4800-EXIT.
           DISPLAY 'LOGS ROTACIONADOS: ' WRK-QTD-ROTACIONADOS.
           PERFORM 5000-EXPURGAR-RELATORIOS THRU 5000-EXIT.
           GOBACK.

      *****************************************************************
           END-READ.
       4900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-EXPURGAR-RELATORIOS - Aplica a retencao de PARM-REL ao
      * arquivo de relatorios. A leitura segue a ordem da chave, em
      * que as linhas de uma emissao vem logo depois do seu cabecalho;
      * a idade e decidida uma vez por emissao (relatorio, data de
      * movimento, job e hora) e, expirada, cada registro dela e
      * excluido.
      *****************************************************************
       5000-EXPURGAR-RELATORIOS.
           MOVE ZEROS TO WRK-QTD-EMISSOES-EXC WRK-QTD-LINHAS-EXC.
           PERFORM 5100-CARREGAR-RETENCAO THRU 5100-EXIT.
           IF WRK-QTD-PARM = 0 AND WRK-RET-PADRAO = 0
              GO TO 5000-EXIT
           END-IF.
           OPEN I-O ARQ-RELATORIOS.
           IF WRK-AR-STATUS NOT = '00'
              GO TO 5000-EXIT
           END-IF.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-CONV.
           PERFORM 5900-CONVERTER-DATA-EM-DIAS THRU 5900-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           MOVE SPACES TO WRK-EMISSAO-ATUAL.
           MOVE 'N' TO WRK-FIM-ARQREL WRK-EXPIRADA.
           MOVE LOW-VALUES TO AR-CHAVE.
           START ARQ-RELATORIOS KEY IS NOT LESS THAN AR-CHAVE
               INVALID KEY SET FIM-ARQREL TO TRUE
           END-START.
           PERFORM 5300-TRATAR-REGISTRO THRU 5300-EXIT
              UNTIL FIM-ARQREL.
           CLOSE ARQ-RELATORIOS.
           MOVE WRK-QTD-EMISSOES-EXC TO WRK-QTD-EXC-ED.
           DISPLAY 'RELATORIOS EXPIRADOS EXCLUIDOS: ' WRK-QTD-EXC-ED
                   ' EMISSOES, ' WRK-QTD-LINHAS-EXC ' REGISTROS'.
           IF WRK-QTD-EMISSOES-EXC = 0
              GO TO 5000-EXIT
           END-IF.
           MOVE 'G' TO GA-FUNCAO.
           MOVE SPACES TO GA-NOME.
           MOVE SPACES TO GA-RESULTADO.
           STRING 'EXPURGO REL ' DELIMITED BY SIZE
                  WRK-QTD-EXC-ED DELIMITED BY SIZE
                  INTO GA-RESULTADO.
           CALL 'GRAVA-AUDIT' USING GRAVA-AUDIT-LNK.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CARREGAR-RETENCAO - Le os dias de retencao de cada
      * relatorio em PARM-REL; a linha '*' vale para os nao listados.
      *****************************************************************
       5100-CARREGAR-RETENCAO.
           MOVE ZERO TO WRK-QTD-PARM.
           MOVE ZEROS TO WRK-RET-PADRAO.
           MOVE 'N' TO WRK-FIM-PARM.
           OPEN INPUT PARM-REL-IN.
           IF WRK-PR-STATUS NOT = '00'
              GO TO 5100-EXIT
           END-IF.
           PERFORM 5200-LER-RETENCAO THRU 5200-EXIT
              UNTIL FIM-PARM.
           CLOSE PARM-REL-IN.
       5100-EXIT.
           EXIT.

       5200-LER-RETENCAO.
           READ PARM-REL-IN
               AT END
                  SET FIM-PARM TO TRUE
                  GO TO 5200-EXIT
           END-READ.
           IF PR-RELATORIO = SPACES
              OR PR-RETENCAO-DIAS NOT NUMERIC
              GO TO 5200-EXIT
           END-IF.
           IF PR-RELATORIO = '*'
              MOVE PR-RETENCAO-DIAS TO WRK-RET-PADRAO
              GO TO 5200-EXIT
           END-IF.
           IF WRK-QTD-PARM NOT < 100
              DISPLAY 'PARM-REL ACIMA DE 100 RELATORIOS - IGNORADO: '
                      PR-RELATORIO
              GO TO 5200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PARM.
           MOVE PR-RELATORIO TO WRK-RET-RELATORIO(WRK-QTD-PARM).
           MOVE PR-RETENCAO-DIAS TO WRK-RET-DIAS-REL(WRK-QTD-PARM).
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300-TRATAR-REGISTRO - Le o proximo registro do arquivo de
      * relatorios; no primeiro registro de cada emissao decide se ela
      * expirou, e exclui o registro das emissoes expiradas.
      *****************************************************************
       5300-TRATAR-REGISTRO.
           READ ARQ-RELATORIOS NEXT RECORD
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 5300-EXIT
           END-READ.
           IF AR-CHAVE(1:42) NOT = WRK-EMISSAO-ATUAL
              MOVE AR-CHAVE(1:42) TO WRK-EMISSAO-ATUAL
              PERFORM 5400-AVALIAR-EMISSAO THRU 5400-EXIT
           END-IF.
           IF NOT EMISSAO-EXPIRADA
              GO TO 5300-EXIT
           END-IF.
           DELETE ARQ-RELATORIOS RECORD
               INVALID KEY
                  DISPLAY 'FALHA AO EXCLUIR ' AR-RELATORIO ' '
                          AR-DATA-MOV ' STATUS ' WRK-AR-STATUS
                  GO TO 5300-EXIT
           END-DELETE.
           ADD 1 TO WRK-QTD-LINHAS-EXC.
       5300-EXIT.
           EXIT.

       5400-AVALIAR-EMISSAO.
           MOVE 'N' TO WRK-EXPIRADA.
           MOVE WRK-RET-PADRAO TO WRK-RET-DIAS.
           PERFORM 5500-PROCURAR-RETENCAO THRU 5500-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-PARM.
           IF WRK-RET-DIAS = 0 OR AR-DATA-MOV NOT NUMERIC
              GO TO 5400-EXIT
           END-IF.
           MOVE AR-DATA-MOV TO WRK-DATA-CONV.
           IF WRK-MES-CONV < 1 OR WRK-MES-CONV > 12
              GO TO 5400-EXIT
           END-IF.
           PERFORM 5900-CONVERTER-DATA-EM-DIAS THRU 5900-EXIT.
           COMPUTE WRK-IDADE-DIAS =
               WRK-DIAS-HOJE - WRK-DIAS-TOTAL-CONV.
           IF WRK-IDADE-DIAS > WRK-RET-DIAS
              SET EMISSAO-EXPIRADA TO TRUE
              ADD 1 TO WRK-QTD-EMISSOES-EXC
           END-IF.
       5400-EXIT.
           EXIT.

       5500-PROCURAR-RETENCAO.
           IF WRK-RET-RELATORIO(WRK-IDX) = AR-RELATORIO
              MOVE WRK-RET-DIAS-REL(WRK-IDX) TO WRK-RET-DIAS
              MOVE WRK-QTD-PARM TO WRK-IDX
           END-IF.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * 5800-VERIFICAR-BISSEXTO / 5900-CONVERTER-DATA-EM-DIAS - Data
      * em WRK-DATA-CONV em numero absoluto de dias (WRK-DIAS-TOTAL-
      * CONV), com os bissextos dos anos anteriores pelas divisoes por
      * 4/100/400 e o 29 de fevereiro do proprio ano somado a parte.
      *****************************************************************
       5800-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONV BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONV BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONV BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       5800-EXIT.
           EXIT.

       5900-CONVERTER-DATA-EM-DIAS.
           PERFORM 5800-VERIFICAR-BISSEXTO THRU 5800-EXIT.
           COMPUTE WRK-DIAS-TOTAL-CONV =
               (WRK-ANO-CONV * 365) + WRK-DIAS-ACUM(WRK-MES-CONV)
                                     + WRK-DIA-CONV.
           COMPUTE WRK-ANO-CONV-ANT = WRK-ANO-CONV - 1.
           DIVIDE WRK-ANO-CONV-ANT BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           SUBTRACT WRK-QUOC FROM WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           IF WRK-MES-CONV > 2 AND ANO-BISSEXTO
              ADD 1 TO WRK-DIAS-TOTAL-CONV
           END-IF.
       5900-EXIT.
           EXIT.
