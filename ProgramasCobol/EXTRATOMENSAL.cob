      *           AD-SALDO zera a cada novo dia, entao os saldos do
      *           extrato sao os saldos correntes do dia de cada
      *           movimento, como o proprio TRANS-REPORT imprime.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Cada extrato traz o nome do titular na linha
      *                    da referencia: o CPF vem do cadastro de
      *                    referencias (REFERENCIA-MASTER) e o nome de
      *                    CPF-MASTER; sem cadastro ou referencia nao
      *                    cadastrada sai NAO CADASTRADO.
      * 15/10/2026 Tutu - Jornal com transacao tipada (RECORD CONTAINS
      *                    52 -> 82): cada movimento sai com o tipo, o
      *                    valor, D/C e a contrapartida da transferencia
      *                    no lugar de soma e subtracao, e o extrato
      *                    ganha linhas TOTAL TIPO com a quantidade, os
      *                    creditos e os debitos do mes por tipo. Os
      *                    movimentos antigos, sem tipo, saem como AR.
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      * 15/10/2026 Tutu - Copia de EXTRATO-REPORT guardada no arquivo de
      *                    relatorios (rotina ARQUIVA-RELATORIO, depois
      *                    do fechamento), com paginas, registros
      *                    processados, valor de controle e RC do passo,
      *                    para consulta e reimpressao pela opcao 43 do
      *                    menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-ACUM-STATUS.
           SELECT EXTRATO-REPORT ASSIGN TO "EXTRATO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRATO-REPORT-RELIDO ASSIGN TO "EXTRATO-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-RF-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-JOURNAL
           RECORD CONTAINS 82 CHARACTERS.
           COPY JORNAL.

       FD  ACUM-DIA-FILE
       FD  EXTRATO-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRATO-REPORT-REC      PIC X(80).

       FD  EXTRATO-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRATO-REPORT-RELIDO-REC PIC X(80).

       FD  REFERENCIA-MASTER.
           COPY REFMSTR.

       FD  CPF-MASTER.
           COPY CPFMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-JR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-ACUM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-FIM-JR        PIC X(01)      VALUE 'N'.
       77  WRK-TEM-MOVIMENTO PIC X(01)      VALUE 'N'.
           88 TEM-MOVIMENTO                 VALUE 'S'.
       77  WRK-QTD-MOVIMENTOS PIC 9(05)     VALUE ZEROS.
       77  WRK-VALOR-ED      PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR2-ED     PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR3-ED     PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MOV-VALOR     PIC S9(08)V99  VALUE ZEROS.
       77  WRK-MOV-ED        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MOV-DC        PIC X(01)      VALUE SPACE.
       77  WRK-MOV-TIPO      PIC X(02)      VALUE SPACES.
       77  WRK-IDX-TIPO      PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-TIPO-ACHADO PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-TIPOS     PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-TIPO-ED   PIC ZZZZ9      VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-RF-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-REFS      PIC X(01)      VALUE 'N'.
           88 TEM-CADASTRO-REFS             VALUE 'S'.
       77  WRK-TEM-CPFS      PIC X(01)      VALUE 'N'.
           88 TEM-CADASTRO-CPFS             VALUE 'S'.
       77  WRK-TITULAR       PIC X(20)      VALUE SPACES.
      *
      * Referencias com movimento no mes pedido, recolhidas na
      * primeira passada; o extrato de cada uma sai em uma passada
       01  WRK-TAB-REFS.
           05 WRK-REF-ENT OCCURS 100 TIMES.
              10 WRK-TR-REF         PIC X(10).
      *
      * Totais do extrato corrente por tipo de transacao, na ordem em
      * que os tipos aparecem; AR sao os movimentos antigos de duas
      * parcelas, gravados antes do jornal ter tipo. Ate 10 tipos.
       01  WRK-TAB-TIPOS.
           05 WRK-TIPO-ENT OCCURS 10 TIMES.
              10 WRK-TT-TIPO        PIC X(02).
              10 WRK-TT-QTD         PIC 9(05).
              10 WRK-TT-CREDITOS    PIC S9(09)V99.
              10 WRK-TT-DEBITOS     PIC S9(09)V99.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-RECOLHER-REFERENCIAS THRU 2000-EXIT.
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o mes pedido (PARM do JCL ou
      * console), abre o relatorio com o cabecalho e os cadastros de
      * referencias e de CPFs, de onde sai o titular de cada extrato.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'MES='
              MOVE WRK-PARM-JCL-TEXTO(5:6) TO WRK-MES-TXT
           END-IF.
           MOVE WRK-MES-PEDIDO TO WRK-MES-CHAR.
           OPEN OUTPUT EXTRATO-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
           OPEN INPUT REFERENCIA-MASTER.
           IF WRK-RF-STATUS = '00'
              SET TEM-CADASTRO-REFS TO TRUE
           ELSE
              DISPLAY 'REFERENCIA-MASTER AUSENTE - EXTRATO SEM TITULAR'
           END-IF.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS = '00'
              SET TEM-CADASTRO-CPFS TO TRUE
           ELSE
              DISPLAY 'CPF-MASTER AUSENTE - EXTRATO SEM TITULAR'
           END-IF.
       1000-EXIT.
           EXIT.

      * 3000-EMITIR-EXTRATO - Passada propria pelo jornal para a
      * referencia corrente: abertura (saldo anterior ao primeiro
      * movimento do mes), cada movimento do mes com o saldo
      * resultante, fechamento, totais do mes por tipo de transacao
      * e o cruzamento contra ACUM-DIA.
      *****************************************************************
       3000-EMITIR-EXTRATO.
           MOVE WRK-TR-REF(WRK-IDX) TO WRK-REF-CORRENTE.
           MOVE ZEROS TO WRK-ABERTURA WRK-FECHAMENTO
                         WRK-DATA-FECHAMENTO WRK-QTD-MOVIMENTOS.
           MOVE ZERO TO WRK-QTD-TIPOS.
           MOVE 'N' TO WRK-TEM-MOVIMENTO.
           MOVE SPACES TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
           PERFORM 3050-BUSCAR-TITULAR THRU 3050-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REFERENCIA: ' DELIMITED BY SIZE
                  WRK-REF-CORRENTE DELIMITED BY SIZE
                  '  TITULAR: ' DELIMITED BY SIZE
                  WRK-TITULAR DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
           PERFORM 3400-IMPRIMIR-TOTAL-TIPO THRU 3400-EXIT
              VARYING WRK-IDX-TIPO FROM 1 BY 1
              UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS.
           PERFORM 3300-CRUZAR-ACUM-DIA THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3050-BUSCAR-TITULAR - Nome do titular da referencia corrente:
      * o CPF vem de REFERENCIA-MASTER e o nome de CPF-MASTER.
      *****************************************************************
       3050-BUSCAR-TITULAR.
           MOVE 'NAO CADASTRADO' TO WRK-TITULAR.
           IF NOT TEM-CADASTRO-REFS OR NOT TEM-CADASTRO-CPFS
              GO TO 3050-EXIT
           END-IF.
           MOVE WRK-REF-CORRENTE TO RF-REFERENCIA.
           READ REFERENCIA-MASTER
               INVALID KEY
                  GO TO 3050-EXIT
           END-READ.
           MOVE RF-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  GO TO 3050-EXIT
           END-READ.
           MOVE CM-NOME TO WRK-TITULAR.
       3050-EXIT.
           EXIT.

      *****************************************************************
      * 3100-TRATAR-MOVIMENTO - Movimento da referencia corrente:
      * antes do mes, so atualiza a abertura; dentro do mes, imprime a
              WRITE EXTRATO-REPORT-REC
           END-IF.
           ADD 1 TO WRK-QTD-MOVIMENTOS.
           IF JR-ARITMETICA
              MOVE 'AR' TO WRK-MOV-TIPO
           ELSE
              MOVE JR-TIPO TO WRK-MOV-TIPO
           END-IF.
           COMPUTE WRK-MOV-VALOR = JR-SOMA - JR-SUBTRACAO.
           IF WRK-MOV-VALOR < 0
              MOVE 'D' TO WRK-MOV-DC
           ELSE
              MOVE 'C' TO WRK-MOV-DC
           END-IF.
           PERFORM 3200-SOMAR-TIPO THRU 3200-EXIT.
           MOVE WRK-MOV-VALOR TO WRK-MOV-ED.
           MOVE JR-SALDO      TO WRK-VALOR3-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING JR-DATA          DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-MOV-TIPO     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-MOV-ED       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-MOV-DC       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  JR-CONTRAPARTIDA DELIMITED BY SIZE
                  ' SALDO '        DELIMITED BY SIZE
                  WRK-VALOR3-ED    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-SOMAR-TIPO - Acumula o movimento no total do seu tipo,
      * abrindo a linha do tipo na primeira vez que ele aparece no
      * extrato.
      *****************************************************************
       3200-SOMAR-TIPO.
           MOVE ZERO TO WRK-IDX-TIPO-ACHADO.
           PERFORM 3210-PROCURAR-TIPO THRU 3210-EXIT
              VARYING WRK-IDX-TIPO FROM 1 BY 1
              UNTIL WRK-IDX-TIPO > WRK-QTD-TIPOS
                 OR WRK-IDX-TIPO-ACHADO > 0.
           IF WRK-IDX-TIPO-ACHADO = 0
              IF WRK-QTD-TIPOS >= 10
                 GO TO 3200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-TIPOS
              MOVE WRK-QTD-TIPOS TO WRK-IDX-TIPO-ACHADO
              MOVE WRK-MOV-TIPO TO WRK-TT-TIPO(WRK-IDX-TIPO-ACHADO)
              MOVE ZEROS TO WRK-TT-QTD(WRK-IDX-TIPO-ACHADO)
                            WRK-TT-CREDITOS(WRK-IDX-TIPO-ACHADO)
                            WRK-TT-DEBITOS(WRK-IDX-TIPO-ACHADO)
           END-IF.
           ADD 1 TO WRK-TT-QTD(WRK-IDX-TIPO-ACHADO).
           ADD JR-SOMA TO WRK-TT-CREDITOS(WRK-IDX-TIPO-ACHADO).
           ADD JR-SUBTRACAO TO WRK-TT-DEBITOS(WRK-IDX-TIPO-ACHADO).
       3200-EXIT.
           EXIT.

       3210-PROCURAR-TIPO.
           IF WRK-TT-TIPO(WRK-IDX-TIPO) = WRK-MOV-TIPO
              MOVE WRK-IDX-TIPO TO WRK-IDX-TIPO-ACHADO
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * 3400-IMPRIMIR-TOTAL-TIPO - Linha de total do mes de um tipo de
      * transacao: quantidade, creditos e debitos.
      *****************************************************************
       3400-IMPRIMIR-TOTAL-TIPO.
           MOVE WRK-TT-QTD(WRK-IDX-TIPO)      TO WRK-QTD-TIPO-ED.
           MOVE WRK-TT-CREDITOS(WRK-IDX-TIPO) TO WRK-VALOR-ED.
           MOVE WRK-TT-DEBITOS(WRK-IDX-TIPO)  TO WRK-VALOR2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL TIPO '            DELIMITED BY SIZE
                  WRK-TT-TIPO(WRK-IDX-TIPO) DELIMITED BY SIZE
                  ' QTD '                  DELIMITED BY SIZE
                  WRK-QTD-TIPO-ED          DELIMITED BY SIZE
                  ' CREDITOS '             DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
                  ' DEBITOS '              DELIMITED BY SIZE
                  WRK-VALOR2-ED            DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO EXTRATO-REPORT-REC.
           WRITE EXTRATO-REPORT-REC.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3300-CRUZAR-ACUM-DIA - Cruza o fechamento do extrato contra o
      * AD-SALDO de ACUM-DIA: a conferencia so vale quando o
      *****************************************************************
       5000-FINALIZAR.
           CLOSE EXTRATO-REPORT.
           IF TEM-CADASTRO-REFS
              CLOSE REFERENCIA-MASTER
           END-IF.
           IF TEM-CADASTRO-CPFS
              CLOSE CPF-MASTER
           END-IF.
           DISPLAY 'EXTRATO MENSAL GERADO - REFERENCIAS: '
                   WRK-QTD-REFS.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXTRATO-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXTRATO-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'EXTRATO-REPORT' TO AG-RELATORIO.
           MOVE 'EXTRATO-MENSAL' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXTRATO-REPORT-RELIDO.
           MOVE WRK-QTD-MOVIMENTOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ EXTRATO-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE EXTRATO-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
