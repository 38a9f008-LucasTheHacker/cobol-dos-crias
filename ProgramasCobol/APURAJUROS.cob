       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APURA-JUROS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Apuracao mensal dos encargos das referencias: a
      *           referencia que fica devedora (AD-SALDO abaixo de
      *           zero) ou abaixo do piso de PARM-LIMITE so aparecia
      *           no relatorio de excecao de PROGCOB05, sem cobranca
      *           nenhuma. Roda no primeiro dia util do mes, para o
      *           mes que fechou (MES=AAAAMM no PARM; em branco, o mes
      *           anterior ao da execucao), e reconstroi do jornal
      *           permanente (TRANS-JOURNAL) o saldo de fim de cada
      *           dia corrido do mes por referencia. Sobre a soma dos
      *           saldos devedores diarios cobra juros a 1/30 da taxa
      *           mensal de PARM-JUROS por dia; a referencia que fechou
      *           algum dia abaixo do seu piso paga a tarifa fixa de
      *           estouro. Os dois encargos sao lancados como
      *           transacoes de sistema (JU juros, TE tarifa de
      *           estouro) no jornal, com a data do ultimo dia do mes
      *           apurado - e por isso saem como linhas proprias no
      *           extrato do mes (EXTRATO-MENSAL) - e em ACUM-DIA,
      *           que debita o saldo corrente. REGISTRO-ENCARGOS lista
      *           por referencia os dias devedores, o saldo devedor
      *           medio, os juros, os dias abaixo do piso e a tarifa.
      *           Referencia encerrada em REFERENCIA-MASTER nao e
      *           cobrada, e referencia com encargo do mes ja lancado
      *           no jornal e ignorada, para a reexecucao nao cobrar
      *           de novo. Mes ainda nao encerrado, jornal com
      *           movimento posterior ao mes, ou PARM-JUROS ausente
      *           ou invalido: nada e lancado (RC 8). Falha ao gravar
      *           ACUM-DIA segura o lancamento da referencia (RC 8);
      *           referencias alem da tabela sao denunciadas (RC 4). A
      *           data de execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio. A copia do registro de
      *           encargos fica no arquivo de relatorios (rotina
      *           ARQUIVA-RELATORIO), com os encargos lancados como
      *           total de controle.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-JOURNAL ASSIGN TO "TRANS-JOURNAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JR-STATUS.
           SELECT ACUM-DIA-FILE ASSIGN TO "ACUM-DIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AD-REFERENCIA
               FILE STATUS IS WRK-ACUM-STATUS.
           SELECT PARM-JUROS ASSIGN TO "PARM-JUROS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PJ-STATUS.
           SELECT PARM-LIMITE-IN ASSIGN TO "PARM-LIMITE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIM-STATUS.
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-RF-STATUS.
           SELECT REGISTRO-ENCARGOS ASSIGN TO "REGISTRO-ENCARGOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTRO-ENCARGOS-RELIDO ASSIGN TO "REGISTRO-ENCARGOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-JOURNAL
           RECORD CONTAINS 82 CHARACTERS.
           COPY JORNAL.

       FD  ACUM-DIA-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY ACUMDIA.

       FD  PARM-JUROS
           RECORD CONTAINS 12 CHARACTERS.
           COPY PARMJUR.

       FD  PARM-LIMITE-IN
           RECORD CONTAINS 21 CHARACTERS.
           COPY PARMLIM.

       FD  REFERENCIA-MASTER.
           COPY REFMSTR.

       FD  REGISTRO-ENCARGOS
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTRO-ENCARGOS-REC     PIC X(80).

       FD  REGISTRO-ENCARGOS-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  REGISTRO-ENCARGOS-RELIDO-REC PIC X(80).
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
       77  WRK-PJ-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-LIM-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-RF-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-JR        PIC X(01)      VALUE 'N'.
           88 FIM-JR                        VALUE 'S'.
       77  WRK-FIM-LIM       PIC X(01)      VALUE 'N'.
           88 FIM-LIM                       VALUE 'S'.
       77  WRK-TEM-REFS      PIC X(01)      VALUE 'N'.
           88 TEM-CADASTRO-REFS             VALUE 'S'.
       77  WRK-ACUM-ACHOU    PIC X(01)      VALUE 'N'.
           88 ACUM-ACHOU                    VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-MES-EXEC      PIC 9(06)      VALUE ZEROS.
       01  WRK-MES-APURA.
           05 WRK-ANO-APURA  PIC 9(04)      VALUE ZEROS.
           05 WRK-MM-APURA   PIC 9(02)      VALUE ZEROS.
       01  WRK-MES-APURA-NUM REDEFINES WRK-MES-APURA PIC 9(06).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
       77  WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77  WRK-DATA-LANCAMENTO PIC 9(08)    VALUE ZEROS.
       77  WRK-QUOC          PIC 9(06)      VALUE ZEROS.
       77  WRK-RESTO4        PIC 9(03)      VALUE ZEROS.
       77  WRK-RESTO100      PIC 9(03)      VALUE ZEROS.
       77  WRK-RESTO400      PIC 9(03)      VALUE ZEROS.
       77  WRK-DIA           PIC 9(02)      VALUE ZEROS.
       77  WRK-DIA-ATE       PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-DIAS      PIC 9(02)      VALUE ZEROS.
       77  WRK-TAXA-JUROS    PIC 9V9999     VALUE ZEROS.
       77  WRK-TARIFA-ESTOURO PIC 9(05)V99  VALUE ZEROS.
       77  WRK-PISO-DEFAULT  PIC S9(08)V99  VALUE ZEROS.
       77  WRK-PISO-REF      PIC S9(08)V99  VALUE ZEROS.
       77  WRK-REF           PIC X(10)      VALUE SPACES.
       77  WRK-QTD-LIMITES   PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-LIM       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-LIM-ACHADO PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX           PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO    PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-REFS      PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-DESCARTADAS PIC 9(05)    VALUE ZEROS.
       77  WRK-JUROS         PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TARIFA        PIC 9(05)V99   VALUE ZEROS.
       77  WRK-VALOR-LANC    PIC 9(08)V99   VALUE ZEROS.
       77  WRK-TIPO-LANC     PIC X(02)      VALUE SPACES.
       77  WRK-SEQ-LANCAMENTO PIC 9(04)     VALUE ZEROS.
       01  WRK-LANCAMENTO.
           05 WRK-LC-DATA    PIC 9(08)      VALUE ZEROS.
           05 WRK-LC-HORA    PIC 9(06)      VALUE ZEROS.
           05 WRK-LC-SEQ     PIC 9(04)      VALUE ZEROS.
       77  WRK-LANCOU-OK     PIC X(01)      VALUE 'N'.
           88 LANCOU-OK                     VALUE 'S'.
       77  WRK-QTD-COBRADAS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-JA-APURADAS PIC 9(05)    VALUE ZEROS.
       77  WRK-QTD-ENCERRADAS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-ERROS     PIC 9(05)      VALUE ZEROS.
       77  WRK-TOT-JUROS     PIC 9(09)V99   VALUE ZEROS.
       77  WRK-TOT-TARIFAS   PIC 9(09)V99   VALUE ZEROS.
       77  WRK-TOT-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT2-ED       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-ED       PIC 9,9999     VALUE ZEROS.
       77  WRK-TARIFA-ED     PIC ZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
      *
      * Referencias do jornal ate o fim do mes apurado, com o saldo de
      * fim de dia ja contado ate WRK-RE-DIA-ULTIMO, a soma dos saldos
      * devedores diarios e os dias devedores e abaixo do piso. Ate
      * 200 referencias.
       01  WRK-TAB-REFS.
           05 WRK-REF-ENT OCCURS 200 TIMES.
              10 WRK-RE-REF         PIC X(10).
              10 WRK-RE-SALDO       PIC S9(08)V99.
              10 WRK-RE-PISO        PIC S9(08)V99.
              10 WRK-RE-DIA-ULTIMO  PIC 9(02).
              10 WRK-RE-SOMA-NEG    PIC 9(11)V99.
              10 WRK-RE-DIAS-NEG    PIC 9(02).
              10 WRK-RE-DIAS-PISO   PIC 9(02).
              10 WRK-RE-JA-APURADA  PIC X(01).
                 88 RE-JA-APURADA           VALUE 'S'.
      *
      * Pisos de saldo por referencia de PARM-LIMITE, como em
      * PROGCOB05; o registro DEFAULT alimenta WRK-PISO-DEFAULT. Ate 50
      * referencias com piso proprio.
       01  WRK-TAB-LIMITES.
           05 WRK-LIM-ENT OCCURS 50 TIMES.
              10 WRK-TL-REF         PIC X(10).
              10 WRK-TL-PISO        PIC S9(08)V99.
      *
      * Linha do registro de encargos por referencia.
       01  WRK-DET.
           05 WRK-DET-REF           PIC X(10).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-DET-DIAS-NEG      PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-SALDO-MEDIO   PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-JUROS         PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DIAS-PISO     PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-TARIFA        PIC ZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-TOTAL         PIC ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-OBS           PIC X(12).
       01  WRK-CABEC-COLUNAS.
           05 FILLER                PIC X(30)  VALUE
              'REFERENCIA  NEG.   SALDO MEDIO'.
           05 FILLER                PIC X(26)  VALUE
              '      JUROS PISO    TARIFA'.
           05 FILLER                PIC X(24)  VALUE
              '      TOTAL OBSERVACAO'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-RECONSTRUIR-SALDOS THRU 2000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 3000-FECHAR-MES THRU 3000-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS.
           PERFORM 4000-ABRIR-LANCAMENTO THRU 4000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 5000-APURAR-REFERENCIA THRU 5000-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS.
           PERFORM 6000-FINALIZAR THRU 6000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Mes apurado (PARM MES=AAAAMM; em branco ou
      * invalido, o mes anterior ao da execucao), que precisa estar
      * encerrado; dias do mes (fevereiro de 29 dias em ano bissexto);
      * taxa e tarifa de PARM-JUROS; pisos de PARM-LIMITE.
      *****************************************************************
       1000-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-HORA-EXEC FROM TIME.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-MES-EXEC.
           MOVE WRK-MES-EXEC TO WRK-MES-APURA-NUM.
           IF WRK-MM-APURA = 1
              MOVE 12 TO WRK-MM-APURA
              SUBTRACT 1 FROM WRK-ANO-APURA
           ELSE
              SUBTRACT 1 FROM WRK-MM-APURA
           END-IF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'MES='
              AND WRK-PARM-JCL-TEXTO(5:6) IS NUMERIC
              AND WRK-PARM-JCL-TEXTO(9:2) >= '01'
              AND WRK-PARM-JCL-TEXTO(9:2) <= '12'
              MOVE WRK-PARM-JCL-TEXTO(5:6) TO WRK-MES-APURA
           END-IF.
           IF WRK-MES-APURA-NUM NOT < WRK-MES-EXEC
              DISPLAY 'MES ' WRK-MES-APURA
                      ' AINDA NAO ENCERRADO - NADA APURADO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE WRK-DIAS-MES(WRK-MM-APURA) TO WRK-DIAS-NO-MES.
           IF WRK-MM-APURA = 2
              DIVIDE WRK-ANO-APURA BY 4
                  GIVING WRK-QUOC REMAINDER WRK-RESTO4
              DIVIDE WRK-ANO-APURA BY 100
                  GIVING WRK-QUOC REMAINDER WRK-RESTO100
              DIVIDE WRK-ANO-APURA BY 400
                  GIVING WRK-QUOC REMAINDER WRK-RESTO400
              IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                                 OR WRK-RESTO400 = 0
                 MOVE 29 TO WRK-DIAS-NO-MES
              END-IF
           END-IF.
           COMPUTE WRK-DATA-LANCAMENTO =
               WRK-MES-APURA-NUM * 100 + WRK-DIAS-NO-MES.
           OPEN INPUT PARM-JUROS.
           IF WRK-PJ-STATUS NOT = '00'
              DISPLAY 'PARM-JUROS AUSENTE - NADA APURADO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           READ PARM-JUROS
               AT END
                  MOVE SPACES TO PARM-JUROS-REC
           END-READ.
           CLOSE PARM-JUROS.
           IF PJ-TAXA-JUROS-MES NOT NUMERIC
              OR PJ-TARIFA-ESTOURO NOT NUMERIC
              DISPLAY 'PARM-JUROS INVALIDO - NADA APURADO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE PJ-TAXA-JUROS-MES TO WRK-TAXA-JUROS.
           MOVE PJ-TARIFA-ESTOURO TO WRK-TARIFA-ESTOURO.
           PERFORM 1100-LER-PARM-LIMITE THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-LER-PARM-LIMITE - Pisos de saldo por referencia, como em
      * PROGCOB05: o registro DEFAULT vale para as referencias sem
      * registro proprio, e o arquivo ausente mantem o piso zero.
      *****************************************************************
       1100-LER-PARM-LIMITE.
           OPEN INPUT PARM-LIMITE-IN.
           IF WRK-LIM-STATUS NOT = '00'
              GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LER-LIMITE THRU 1110-EXIT.
           PERFORM UNTIL FIM-LIM
              IF LM-REFERENCIA = 'DEFAULT'
                 MOVE LM-PISO TO WRK-PISO-DEFAULT
              ELSE
                 IF WRK-QTD-LIMITES < 50
                    ADD 1 TO WRK-QTD-LIMITES
                    MOVE LM-REFERENCIA TO WRK-TL-REF(WRK-QTD-LIMITES)
                    MOVE LM-PISO TO WRK-TL-PISO(WRK-QTD-LIMITES)
                 END-IF
              END-IF
              PERFORM 1110-LER-LIMITE THRU 1110-EXIT
           END-PERFORM.
           CLOSE PARM-LIMITE-IN.
       1100-EXIT.
           EXIT.

       1110-LER-LIMITE.
           READ PARM-LIMITE-IN
               AT END SET FIM-LIM TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-RECONSTRUIR-SALDOS - Passada unica pelo jornal: o saldo
      * de cada referencia antes do mes (o ultimo JR-SALDO anterior)
      * e, dentro do mes, o saldo de fim de cada dia corrido ate a
      * vespera de cada movimento. Movimento posterior ao mes apurado
      * quer dizer apuracao fora de ordem, e nada e lancado (RC 8).
      *****************************************************************
       2000-RECONSTRUIR-SALDOS.
           OPEN INPUT TRANS-JOURNAL.
           IF WRK-JR-STATUS NOT = '00'
              DISPLAY 'TRANS-JOURNAL AUSENTE - NADA APURADO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-JORNAL THRU 2100-EXIT.
           PERFORM UNTIL FIM-JR
              IF JR-DATA(1:6) > WRK-MES-APURA
                 DISPLAY 'JORNAL COM MOVIMENTO DE ' JR-DATA
                         ' POSTERIOR AO MES ' WRK-MES-APURA
                         ' - NADA APURADO'
                 MOVE 8 TO RETURN-CODE
                 SET FIM-JR TO TRUE
              ELSE
                 PERFORM 2200-TRATAR-MOVIMENTO THRU 2200-EXIT
                 PERFORM 2100-LER-JORNAL THRU 2100-EXIT
              END-IF
           END-PERFORM.
           CLOSE TRANS-JOURNAL.
           IF WRK-QTD-DESCARTADAS > 0
              DISPLAY 'MOVIMENTOS DE REFERENCIAS ALEM DA TABELA DE '
                      '200 (NAO APURADOS): ' WRK-QTD-DESCARTADAS
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-JORNAL.
           READ TRANS-JOURNAL
               AT END SET FIM-JR TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-TRATAR-MOVIMENTO - Localiza (ou inclui) a referencia do
      * movimento; dentro do mes, conta os dias corridos ate a vespera
      * com o saldo anterior e marca a referencia ja apurada quando o
      * movimento e um encargo de sistema. O saldo passa a ser o do
      * movimento.
      *****************************************************************
       2200-TRATAR-MOVIMENTO.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2210-PROCURAR-REFERENCIA THRU 2210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REFS OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-REFS >= 200
                 ADD 1 TO WRK-QTD-DESCARTADAS
                 GO TO 2200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-REFS
              MOVE WRK-QTD-REFS TO WRK-IDX-ACHADO
              PERFORM 2220-INCLUIR-REFERENCIA THRU 2220-EXIT
           END-IF.
           IF JR-DATA(1:6) = WRK-MES-APURA
              IF JR-ENCARGO-SISTEMA
                 MOVE 'S' TO WRK-RE-JA-APURADA(WRK-IDX-ACHADO)
              END-IF
              MOVE JR-DATA(7:2) TO WRK-DIA
              IF WRK-DIA > 1
                 COMPUTE WRK-DIA-ATE = WRK-DIA - 1
                 PERFORM 2300-CONTAR-DIAS THRU 2300-EXIT
              END-IF
           END-IF.
           MOVE JR-SALDO TO WRK-RE-SALDO(WRK-IDX-ACHADO).
       2200-EXIT.
           EXIT.

       2210-PROCURAR-REFERENCIA.
           IF WRK-RE-REF(WRK-IDX) = JR-REFERENCIA
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2210-EXIT.
           EXIT.

       2220-INCLUIR-REFERENCIA.
           MOVE JR-REFERENCIA TO WRK-RE-REF(WRK-IDX-ACHADO).
           MOVE ZEROS TO WRK-RE-SALDO(WRK-IDX-ACHADO)
                         WRK-RE-DIA-ULTIMO(WRK-IDX-ACHADO)
                         WRK-RE-SOMA-NEG(WRK-IDX-ACHADO)
                         WRK-RE-DIAS-NEG(WRK-IDX-ACHADO)
                         WRK-RE-DIAS-PISO(WRK-IDX-ACHADO).
           MOVE 'N' TO WRK-RE-JA-APURADA(WRK-IDX-ACHADO).
           MOVE JR-REFERENCIA TO WRK-REF.
           PERFORM 2400-RESOLVER-PISO THRU 2400-EXIT.
           MOVE WRK-PISO-REF TO WRK-RE-PISO(WRK-IDX-ACHADO).
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CONTAR-DIAS - Conta, com o saldo corrente da referencia
      * WRK-IDX-ACHADO, os dias corridos seguintes ao ultimo ja contado
      * ate WRK-DIA-ATE: o saldo devedor de cada dia entra na soma dos
      * juros, e o dia abaixo do piso conta para a tarifa.
      *****************************************************************
       2300-CONTAR-DIAS.
           IF WRK-DIA-ATE NOT > WRK-RE-DIA-ULTIMO(WRK-IDX-ACHADO)
              GO TO 2300-EXIT
           END-IF.
           COMPUTE WRK-QTD-DIAS =
               WRK-DIA-ATE - WRK-RE-DIA-ULTIMO(WRK-IDX-ACHADO).
           IF WRK-RE-SALDO(WRK-IDX-ACHADO) < 0
              ADD WRK-QTD-DIAS TO WRK-RE-DIAS-NEG(WRK-IDX-ACHADO)
              COMPUTE WRK-RE-SOMA-NEG(WRK-IDX-ACHADO) =
                  WRK-RE-SOMA-NEG(WRK-IDX-ACHADO)
                - WRK-RE-SALDO(WRK-IDX-ACHADO) * WRK-QTD-DIAS
           END-IF.
           IF WRK-RE-SALDO(WRK-IDX-ACHADO) < WRK-RE-PISO(WRK-IDX-ACHADO)
              ADD WRK-QTD-DIAS TO WRK-RE-DIAS-PISO(WRK-IDX-ACHADO)
           END-IF.
           MOVE WRK-DIA-ATE TO WRK-RE-DIA-ULTIMO(WRK-IDX-ACHADO).
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-RESOLVER-PISO - Piso da referencia WRK-REF: o registro
      * proprio de PARM-LIMITE, ou o DEFAULT.
      *****************************************************************
       2400-RESOLVER-PISO.
           MOVE WRK-PISO-DEFAULT TO WRK-PISO-REF.
           MOVE ZERO TO WRK-IDX-LIM-ACHADO.
           PERFORM 2410-PROCURAR-PISO THRU 2410-EXIT
              VARYING WRK-IDX-LIM FROM 1 BY 1
              UNTIL WRK-IDX-LIM > WRK-QTD-LIMITES
                 OR WRK-IDX-LIM-ACHADO > 0.
           IF WRK-IDX-LIM-ACHADO > 0
              MOVE WRK-TL-PISO(WRK-IDX-LIM-ACHADO) TO WRK-PISO-REF
           END-IF.
       2400-EXIT.
           EXIT.

       2410-PROCURAR-PISO.
           IF WRK-TL-REF(WRK-IDX-LIM) = WRK-REF
              MOVE WRK-IDX-LIM TO WRK-IDX-LIM-ACHADO
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 3000-FECHAR-MES - Conta os dias restantes do mes com o ultimo
      * saldo de cada referencia.
      *****************************************************************
       3000-FECHAR-MES.
           MOVE WRK-IDX TO WRK-IDX-ACHADO.
           MOVE WRK-DIAS-NO-MES TO WRK-DIA-ATE.
           PERFORM 2300-CONTAR-DIAS THRU 2300-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-ABRIR-LANCAMENTO - ACUM-DIA para atualizar, o jornal
      * para acrescentar os encargos, o cadastro de referencias (sem
      * ele nenhuma referencia e tratada como encerrada) e o registro
      * de encargos com o cabecalho.
      *****************************************************************
       4000-ABRIR-LANCAMENTO.
           OPEN I-O ACUM-DIA-FILE.
           IF WRK-ACUM-STATUS = '35'
              OPEN OUTPUT ACUM-DIA-FILE
              CLOSE ACUM-DIA-FILE
              OPEN I-O ACUM-DIA-FILE
           END-IF.
           IF WRK-ACUM-STATUS NOT = '00'
              DISPLAY 'ACUM-DIA INDISPONIVEL (' WRK-ACUM-STATUS
                      ') - NADA APURADO'
              MOVE 8 TO RETURN-CODE
              GO TO 4000-EXIT
           END-IF.
           OPEN EXTEND TRANS-JOURNAL.
           OPEN INPUT REFERENCIA-MASTER.
           IF WRK-RF-STATUS = '00'
              SET TEM-CADASTRO-REFS TO TRUE
           ELSE
              DISPLAY 'REFERENCIA-MASTER AUSENTE - SITUACAO DAS '
                      'REFERENCIAS NAO CONFERIDA'
           END-IF.
           OPEN OUTPUT REGISTRO-ENCARGOS.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTRO DE ENCARGOS DAS REFERENCIAS  MES: '
                  DELIMITED BY SIZE
                  WRK-MES-APURA DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
           MOVE WRK-TAXA-JUROS TO WRK-TAXA-ED.
           MOVE WRK-TARIFA-ESTOURO TO WRK-TARIFA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TAXA DE JUROS AO MES: ' DELIMITED BY SIZE
                  WRK-TAXA-ED              DELIMITED BY SIZE
                  '  TARIFA DE ESTOURO: '  DELIMITED BY SIZE
                  WRK-TARIFA-ED            DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
           MOVE WRK-CABEC-COLUNAS TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-APURAR-REFERENCIA - Encargos do mes da referencia WRK-IDX:
      * juros sobre a soma dos saldos devedores diarios, a 1/30 da
      * taxa mensal por dia, e a tarifa de estouro quando fechou algum
      * dia abaixo do piso. Referencia sem dia devedor nem abaixo do
      * piso nao sai no registro.
      *****************************************************************
       5000-APURAR-REFERENCIA.
           IF WRK-RE-DIAS-NEG(WRK-IDX) = 0
              AND WRK-RE-DIAS-PISO(WRK-IDX) = 0
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO WRK-DET-OBS.
           MOVE ZEROS TO WRK-JUROS WRK-TARIFA.
           COMPUTE WRK-JUROS ROUNDED =
               WRK-RE-SOMA-NEG(WRK-IDX) * WRK-TAXA-JUROS / 30.
           IF WRK-RE-DIAS-PISO(WRK-IDX) > 0
              MOVE WRK-TARIFA-ESTOURO TO WRK-TARIFA
           END-IF.
           IF RE-JA-APURADA(WRK-IDX)
              ADD 1 TO WRK-QTD-JA-APURADAS
              MOVE 'JA LANCADO' TO WRK-DET-OBS
              MOVE ZEROS TO WRK-JUROS WRK-TARIFA
              GO TO 5000-IMPRIMIR
           END-IF.
           IF TEM-CADASTRO-REFS
              MOVE WRK-RE-REF(WRK-IDX) TO RF-REFERENCIA
              READ REFERENCIA-MASTER
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF RF-ENCERRADA
                        ADD 1 TO WRK-QTD-ENCERRADAS
                        MOVE 'ENCERRADA' TO WRK-DET-OBS
                        MOVE ZEROS TO WRK-JUROS WRK-TARIFA
                     END-IF
              END-READ
              IF WRK-DET-OBS NOT = SPACES
                 GO TO 5000-IMPRIMIR
              END-IF
           END-IF.
           IF WRK-JUROS > 0
              MOVE 'JU' TO WRK-TIPO-LANC
              MOVE WRK-JUROS TO WRK-VALOR-LANC
              PERFORM 5100-LANCAR-ENCARGO THRU 5100-EXIT
              IF NOT LANCOU-OK
                 MOVE ZEROS TO WRK-JUROS WRK-TARIFA
                 GO TO 5000-IMPRIMIR
              END-IF
           END-IF.
           IF WRK-TARIFA > 0
              MOVE 'TE' TO WRK-TIPO-LANC
              MOVE WRK-TARIFA TO WRK-VALOR-LANC
              PERFORM 5100-LANCAR-ENCARGO THRU 5100-EXIT
              IF NOT LANCOU-OK
                 MOVE ZEROS TO WRK-TARIFA
                 GO TO 5000-IMPRIMIR
              END-IF
           END-IF.
           IF WRK-JUROS > 0 OR WRK-TARIFA > 0
              ADD 1 TO WRK-QTD-COBRADAS
              ADD WRK-JUROS TO WRK-TOT-JUROS
              ADD WRK-TARIFA TO WRK-TOT-TARIFAS
           END-IF.
       5000-IMPRIMIR.
           MOVE WRK-RE-REF(WRK-IDX)       TO WRK-DET-REF.
           MOVE WRK-RE-DIAS-NEG(WRK-IDX)  TO WRK-DET-DIAS-NEG.
           COMPUTE WRK-DET-SALDO-MEDIO ROUNDED =
               WRK-RE-SOMA-NEG(WRK-IDX) / WRK-DIAS-NO-MES.
           MOVE WRK-JUROS                 TO WRK-DET-JUROS.
           MOVE WRK-RE-DIAS-PISO(WRK-IDX) TO WRK-DET-DIAS-PISO.
           MOVE WRK-TARIFA                TO WRK-DET-TARIFA.
           COMPUTE WRK-DET-TOTAL = WRK-JUROS + WRK-TARIFA.
           MOVE WRK-DET TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-LANCAR-ENCARGO - Debita o encargo (WRK-TIPO-LANC,
      * WRK-VALOR-LANC) da referencia WRK-IDX em ACUM-DIA, como
      * PROGCOB05: totais do dia zerados na virada, saldo corrente
      * mantido; referencia sem acumulador parte do saldo do jornal. So
      * com ACUM-DIA gravado o encargo vai para o jornal, datado do
      * ultimo dia do mes apurado.
      *****************************************************************
       5100-LANCAR-ENCARGO.
           MOVE 'N' TO WRK-LANCOU-OK.
           MOVE WRK-RE-REF(WRK-IDX) TO AD-REFERENCIA.
           MOVE 'S' TO WRK-ACUM-ACHOU.
           READ ACUM-DIA-FILE
               INVALID KEY
                  MOVE 'N' TO WRK-ACUM-ACHOU
           END-READ.
           IF NOT ACUM-ACHOU
              MOVE WRK-RE-REF(WRK-IDX) TO AD-REFERENCIA
              MOVE WRK-DATA-EXEC TO AD-DATA
              MOVE ZEROS TO AD-TOTAL-SOMA AD-TOTAL-SUBTRACAO
                            AD-QTD-TRANSACOES
              MOVE WRK-RE-SALDO(WRK-IDX) TO AD-SALDO
           END-IF.
           IF AD-DATA NOT = WRK-DATA-EXEC
              MOVE WRK-DATA-EXEC TO AD-DATA
              MOVE ZEROS TO AD-TOTAL-SOMA AD-TOTAL-SUBTRACAO
                            AD-QTD-TRANSACOES
           END-IF.
           ADD WRK-VALOR-LANC TO AD-TOTAL-SUBTRACAO.
           ADD 1 TO AD-QTD-TRANSACOES.
           SUBTRACT WRK-VALOR-LANC FROM AD-SALDO.
           IF ACUM-ACHOU
              REWRITE ACUM-DIA-REC
           ELSE
              WRITE ACUM-DIA-REC
           END-IF.
           IF WRK-ACUM-STATUS NOT = '00'
              DISPLAY 'FALHA AO GRAVAR ACUM-DIA (' WRK-ACUM-STATUS
                      ') NA REFERENCIA ' WRK-RE-REF(WRK-IDX)
                      ' - ENCARGO ' WRK-TIPO-LANC ' NAO LANCADO'
              ADD 1 TO WRK-QTD-ERROS
              MOVE 'ERRO ACUM' TO WRK-DET-OBS
              GO TO 5100-EXIT
           END-IF.
           MOVE AD-SALDO TO WRK-RE-SALDO(WRK-IDX).
           ADD 1 TO WRK-SEQ-LANCAMENTO.
           MOVE WRK-DATA-EXEC        TO WRK-LC-DATA.
           MOVE WRK-HORA-EXEC(1:6)   TO WRK-LC-HORA.
           MOVE WRK-SEQ-LANCAMENTO   TO WRK-LC-SEQ.
           MOVE SPACES TO TRANS-JOURNAL-REC.
           MOVE WRK-RE-REF(WRK-IDX)  TO JR-REFERENCIA.
           MOVE WRK-DATA-LANCAMENTO  TO JR-DATA.
           MOVE ZEROS                TO JR-NUM1 JR-NUM2 JR-SOMA.
           MOVE WRK-VALOR-LANC       TO JR-SUBTRACAO.
           MOVE AD-SALDO             TO JR-SALDO.
           MOVE WRK-TIPO-LANC        TO JR-TIPO.
           MOVE WRK-LANCAMENTO       TO JR-LANCAMENTO.
           WRITE TRANS-JOURNAL-REC.
           SET LANCOU-OK TO TRUE.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-FINALIZAR - Totais do registro, fecha os arquivos e
      * resume no console. RC 8 com falha de gravacao, RC 4 com
      * referencias alem da tabela.
      *****************************************************************
       6000-FINALIZAR.
           MOVE WRK-TOT-JUROS TO WRK-TOT-ED.
           MOVE WRK-TOT-TARIFAS TO WRK-TOT2-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL JUROS: '     DELIMITED BY SIZE
                  WRK-TOT-ED          DELIMITED BY SIZE
                  '  TOTAL TARIFAS: ' DELIMITED BY SIZE
                  WRK-TOT2-ED         DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REFERENCIAS COBRADAS: '  DELIMITED BY SIZE
                  WRK-QTD-COBRADAS          DELIMITED BY SIZE
                  '  JA LANCADAS: '         DELIMITED BY SIZE
                  WRK-QTD-JA-APURADAS       DELIMITED BY SIZE
                  '  ENCERRADAS: '          DELIMITED BY SIZE
                  WRK-QTD-ENCERRADAS        DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO REGISTRO-ENCARGOS-REC.
           WRITE REGISTRO-ENCARGOS-REC.
           CLOSE REGISTRO-ENCARGOS.
           CLOSE ACUM-DIA-FILE.
           CLOSE TRANS-JOURNAL.
           IF TEM-CADASTRO-REFS
              CLOSE REFERENCIA-MASTER
           END-IF.
           DISPLAY 'ENCARGOS APURADOS NO MES ' WRK-MES-APURA
                   ' - REFERENCIAS COBRADAS: ' WRK-QTD-COBRADAS.
           IF WRK-QTD-ERROS > 0
              DISPLAY 'ENCARGOS NAO LANCADOS POR FALHA DE GRAVACAO: '
                      WRK-QTD-ERROS
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WRK-QTD-DESCARTADAS > 0
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de REGISTRO-ENCARGOS desta
      * execucao, relida linha a linha depois de fechada, com as
      * referencias cobradas e o total de juros e tarifas.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT REGISTRO-ENCARGOS-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'REGISTRO-ENCARGOS' TO AG-RELATORIO.
           MOVE 'APURA-JUROS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE REGISTRO-ENCARGOS-RELIDO.
           MOVE WRK-QTD-COBRADAS TO AG-QTD-REGISTROS.
           COMPUTE AG-VALOR-TOTAL = WRK-TOT-JUROS + WRK-TOT-TARIFAS.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ REGISTRO-ENCARGOS-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE REGISTRO-ENCARGOS-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
