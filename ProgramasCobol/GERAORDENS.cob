       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GERA-ORDENS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Gerador das ordens permanentes das referencias, que
      *           roda no DAILYJOB antes de PROGCOB05: os movimentos
      *           recorrentes (a transferencia fixa do mes entre duas
      *           referencias, por exemplo) eram digitados em TRANS-IN
      *           a cada ciclo, e as vezes esquecidos ou dobrados. Le
      *           ORDEM-PERM (Copybooks/ORDPERM.cpy, mantido por
      *           MANTER-ORDEM) e acrescenta a TRANS-IN, no layout de
      *           Copybooks/TRANSIN.cpy, a transacao de cada ordem ativa
      *           vencida ate hoje - o vencimento em fim de semana ou
      *           feriado passa para o proximo dia util pela rotina
      *           comum DIA-UTIL. Antes de gerar, confere a referencia
      *           (e o destino da transferencia) aberta em
      *           REFERENCIA-MASTER e, no debito, na tarifa e na
      *           transferencia, o saldo de ACUM-DIA - projetado com
      *           as ordens ja geradas no dia - contra o piso de
      *           PARM-LIMITE. A ordem recusada segue a sua regra de
      *           falha (pular a ocorrencia, retentar no proximo dia
      *           util ate o maximo de tentativas, ou retentar e
      *           suspender a ordem). Gerada ou pulada, a ordem avanca
      *           para o proximo vencimento nominal e encerra depois da
      *           data de fim. Cada ordem tratada sai em ORDEM-REPORT;
      *           qualquer recusa termina com RC 4, e sem TRANS-IN
      *           gravavel nada e gerado (RC 8). A reexecucao no mesmo
      *           dia nao gera de novo nem conta outra tentativa. A data
      *           de execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio. Inicio e fim de cada
      *           execucao ficam no historico de execucao dos lotes
      *           (rotina GRAVA-EXECUCAO), com os registros processados
      *           e o RC, para o relatorio semanal RELAT-EXECUCAO.
      *           Copia de ORDEM-REPORT guardada no arquivo de
      *           relatorios (rotina ARQUIVA-RELATORIO), com os totais
      *           de controle, para consulta e reimpressao pela opcao 43
      *           do menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDEM-PERM ASSIGN TO "ORDEM-PERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-CHAVE
               FILE STATUS IS WRK-OP-STATUS.
           SELECT TRANS-IN ASSIGN TO "TRANS-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-TI-STATUS.
           SELECT ACUM-DIA-FILE ASSIGN TO "ACUM-DIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AD-REFERENCIA
               FILE STATUS IS WRK-ACUM-STATUS.
           SELECT PARM-LIMITE-IN ASSIGN TO "PARM-LIMITE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LIM-STATUS.
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-RF-STATUS.
           SELECT ORDEM-REPORT ASSIGN TO "ORDEM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORDEM-REPORT-RELIDO ASSIGN TO "ORDEM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ORDEM-PERM.
           COPY ORDPERM.

       FD  TRANS-IN
           RECORD CONTAINS 32 CHARACTERS.
           COPY TRANSIN.

       FD  ACUM-DIA-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY ACUMDIA.

       FD  PARM-LIMITE-IN
           RECORD CONTAINS 21 CHARACTERS.
           COPY PARMLIM.

       FD  REFERENCIA-MASTER.
           COPY REFMSTR.

       FD  ORDEM-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  ORDEM-REPORT-REC          PIC X(80).

       FD  ORDEM-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  ORDEM-REPORT-RELIDO-REC  PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY DIAUTIL.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-OP-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-ACUM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-LIM-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-RF-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-OP        PIC X(01)      VALUE 'N'.
           88 FIM-OP                        VALUE 'S'.
       77  WRK-FIM-LIM       PIC X(01)      VALUE 'N'.
           88 FIM-LIM                       VALUE 'S'.
       77  WRK-TEM-ACUM      PIC X(01)      VALUE 'N'.
           88 TEM-ACUM-DIA                  VALUE 'S'.
       77  WRK-TEM-REFS      PIC X(01)      VALUE 'N'.
           88 TEM-CADASTRO-REFS             VALUE 'S'.
       77  WRK-ABERTOS       PIC X(01)      VALUE 'N'.
           88 ARQUIVOS-ABERTOS              VALUE 'S'.
       77  WRK-FALHA-REGRAVAR PIC X(01)     VALUE 'N'.
           88 FALHA-REGRAVAR                VALUE 'S'.
       77  WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-DEVIDA   PIC 9(08)      VALUE ZEROS.
       77  WRK-MOTIVO        PIC X(30)      VALUE SPACES.
       77  WRK-RESULTADO     PIC X(40)      VALUE SPACES.
       77  WRK-REF           PIC X(10)      VALUE SPACES.
       77  WRK-SALDO-REF     PIC S9(08)V99  VALUE ZEROS.
       77  WRK-PISO-DEFAULT  PIC S9(08)V99  VALUE ZEROS.
       77  WRK-PISO-REF      PIC S9(08)V99  VALUE ZEROS.
       77  WRK-QTD-LIMITES   PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-LIM       PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-LIM-ACHADO PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-SALDOS    PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-SALDO     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-SALDO-ACHADO PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-LIDAS     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-GERADAS   PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-RECUSADAS PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SUSPENSAS PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ENCERRADAS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-DIAS-SOMAR PIC 9(02)     VALUE ZEROS.
       77  WRK-CONT-DIAS     PIC 9(02)      VALUE ZEROS.
       77  WRK-DIAS-NO-MES   PIC 9(02)      VALUE ZEROS.
       77  WRK-QUOC          PIC 9(06)      VALUE ZEROS.
       77  WRK-RESTO4        PIC 9(03)      VALUE ZEROS.
       77  WRK-RESTO100      PIC 9(03)      VALUE ZEROS.
       77  WRK-RESTO400      PIC 9(03)      VALUE ZEROS.
       77  WRK-TENT-ED       PIC Z9         VALUE ZEROS.
       77  WRK-MAX-ED        PIC Z9         VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       01  WRK-DATA-CALC.
           05 WRK-ANO-CALC   PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-CALC   PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-CALC   PIC 9(02)      VALUE ZEROS.
       01  WRK-DATA-CALC-NUM REDEFINES WRK-DATA-CALC PIC 9(08).
       01  WRK-TAB-DIAS-MES VALUE '312831303130313130313031'.
           05 WRK-DIAS-MES OCCURS 12 TIMES PIC 9(02).
      *
      * Saldo projetado das referencias tocadas no dia: parte do
      * AD-SALDO de ACUM-DIA e recebe cada ordem ja gerada, para duas
      * ordens da mesma referencia nao passarem juntas por um saldo
      * que so cobre uma. Ate 100 referencias.
       01  WRK-TAB-SALDOS.
           05 WRK-SALDO-ENT OCCURS 100 TIMES.
              10 WRK-SP-REF         PIC X(10).
              10 WRK-SP-SALDO       PIC S9(08)V99.
      *
      * Pisos de saldo por referencia de PARM-LIMITE, como em
      * PROGCOB05; o registro DEFAULT alimenta WRK-PISO-DEFAULT. Ate 50
      * referencias com piso proprio.
       01  WRK-TAB-LIMITES.
           05 WRK-LIM-ENT OCCURS 50 TIMES.
              10 WRK-TL-REF         PIC X(10).
              10 WRK-TL-PISO        PIC S9(08)V99.
      *
      * Linha de ORDEM-REPORT por ordem tratada.
       01  WRK-DET.
           05 WRK-DET-REF           PIC X(10).
           05 FILLER                PIC X(01)  VALUE '/'.
           05 WRK-DET-SEQ           PIC 9(03).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-TIPO          PIC X(02).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-VALOR         PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-DEVIDA        PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-DET-RESULTADO     PIC X(39).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'GERA-ORDENS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-LER-ORDEM THRU 2000-EXIT.
           PERFORM UNTIL FIM-OP
              PERFORM 3000-TRATAR-ORDEM THRU 3000-EXIT
              PERFORM 2000-LER-ORDEM THRU 2000-EXIT
           END-PERFORM.
           PERFORM 9000-FINALIZAR THRU 9000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Abre ORDEM-PERM (sem cadastro nao ha o que
      * gerar), TRANS-IN para acrescentar (sem ele, RC 8), ACUM-DIA e
      * REFERENCIA-MASTER para as conferencias, os pisos de
      * PARM-LIMITE e o relatorio com o cabecalho.
      *****************************************************************
       1000-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-HOJE.
           OPEN I-O ORDEM-PERM.
           IF WRK-OP-STATUS NOT = '00'
              DISPLAY 'ORDEM-PERM AUSENTE - NENHUMA ORDEM A GERAR'
              SET FIM-OP TO TRUE
              GO TO 1000-EXIT
           END-IF.
           OPEN EXTEND TRANS-IN.
           IF WRK-TI-STATUS NOT = '00'
              DISPLAY 'TRANS-IN INDISPONIVEL (' WRK-TI-STATUS
                      ') - NENHUMA ORDEM GERADA'
              CLOSE ORDEM-PERM
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ACUM-DIA-FILE.
           IF WRK-ACUM-STATUS = '00'
              SET TEM-ACUM-DIA TO TRUE
           ELSE
              DISPLAY 'ACUM-DIA AUSENTE - SALDOS PARTEM DE ZERO'
           END-IF.
           OPEN INPUT REFERENCIA-MASTER.
           IF WRK-RF-STATUS = '00'
              SET TEM-CADASTRO-REFS TO TRUE
           ELSE
              DISPLAY 'REFERENCIA-MASTER AUSENTE - SITUACAO DAS '
                      'REFERENCIAS NAO CONFERIDA'
           END-IF.
           PERFORM 1100-LER-PARM-LIMITE THRU 1100-EXIT.
           OPEN OUTPUT ORDEM-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO ORDEM-REPORT-REC.
           WRITE ORDEM-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS PERMANENTES GERADAS PARA TRANS-IN  DATA: '
                  DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO ORDEM-REPORT-REC.
           WRITE ORDEM-REPORT-REC.
           MOVE 'REFERENCIA/SEQ TP         VALOR DEVIDA   RESULTADO'
             TO ORDEM-REPORT-REC.
           WRITE ORDEM-REPORT-REC.
           SET ARQUIVOS-ABERTOS TO TRUE.
           MOVE LOW-VALUES TO OP-CHAVE.
           START ORDEM-PERM KEY IS NOT LESS THAN OP-CHAVE
               INVALID KEY SET FIM-OP TO TRUE
           END-START.
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

       2000-LER-ORDEM.
           READ ORDEM-PERM NEXT RECORD
               AT END SET FIM-OP TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-TRATAR-ORDEM - Ordem ativa, ja iniciada, com o vencimento
      * (levado ao proximo dia util) ate hoje e ainda nao tentada hoje:
      * gera a transacao quando passa nas conferencias, ou aplica a
      * regra de falha. A ordem e regravada com o resultado.
      *****************************************************************
       3000-TRATAR-ORDEM.
           ADD 1 TO WRK-QTD-LIDAS.
           IF NOT OP-ATIVA
              GO TO 3000-EXIT
           END-IF.
           IF OP-DATA-INICIO > WRK-DATA-HOJE
              OR OP-DATA-TENTATIVA = WRK-DATA-HOJE
              GO TO 3000-EXIT
           END-IF.
           MOVE 'P' TO DU-FUNCAO.
           MOVE OP-PROXIMA TO DU-DATA.
           MOVE ZEROS TO DU-QTD-DIAS.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           MOVE DU-DATA-RESULTADO TO WRK-DATA-DEVIDA.
           IF WRK-DATA-DEVIDA > WRK-DATA-HOJE
              GO TO 3000-EXIT
           END-IF.
           MOVE WRK-DATA-HOJE TO OP-DATA-TENTATIVA.
           PERFORM 4000-CONFERIR-ORDEM THRU 4000-EXIT.
           IF WRK-MOTIVO = SPACES
              PERFORM 5000-GERAR-TRANSACAO THRU 5000-EXIT
           ELSE
              PERFORM 6000-TRATAR-FALHA THRU 6000-EXIT
           END-IF.
           REWRITE ORDEM-PERM-REC.
           IF WRK-OP-STATUS NOT = '00'
              DISPLAY 'FALHA AO REGRAVAR A ORDEM ' OP-REFERENCIA '/'
                      OP-SEQ ' (' WRK-OP-STATUS ')'
              SET FALHA-REGRAVAR TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM 8000-IMPRIMIR-ORDEM THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CONFERIR-ORDEM - Referencia (e destino da transferencia)
      * aberta em REFERENCIA-MASTER e, quando a ordem debita, saldo
      * projetado da referencia que nao cai abaixo do piso. Motivo da
      * recusa em WRK-MOTIVO; em branco, a ordem pode ser gerada.
      *****************************************************************
       4000-CONFERIR-ORDEM.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE OP-REFERENCIA TO WRK-REF.
           PERFORM 4100-CONFERIR-REFERENCIA THRU 4100-EXIT.
           IF WRK-MOTIVO NOT = SPACES
              GO TO 4000-EXIT
           END-IF.
           IF OP-TRANSFERENCIA
              MOVE OP-REF-DESTINO TO WRK-REF
              PERFORM 4100-CONFERIR-REFERENCIA THRU 4100-EXIT
              IF WRK-MOTIVO NOT = SPACES
                 MOVE 'DESTINO NAO ABERTO' TO WRK-MOTIVO
                 GO TO 4000-EXIT
              END-IF
           END-IF.
           IF OP-CREDITO
              GO TO 4000-EXIT
           END-IF.
           MOVE OP-REFERENCIA TO WRK-REF.
           PERFORM 4200-SALDO-PROJETADO THRU 4200-EXIT.
           PERFORM 4300-RESOLVER-PISO THRU 4300-EXIT.
           IF WRK-SALDO-REF - OP-VALOR < WRK-PISO-REF
              MOVE 'SALDO INSUFICIENTE' TO WRK-MOTIVO
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CONFERIR-REFERENCIA.
           IF NOT TEM-CADASTRO-REFS
              GO TO 4100-EXIT
           END-IF.
           MOVE WRK-REF TO RF-REFERENCIA.
           READ REFERENCIA-MASTER
               INVALID KEY
                  MOVE 'REFERENCIA NAO CADASTRADA' TO WRK-MOTIVO
                  GO TO 4100-EXIT
           END-READ.
           IF NOT RF-ABERTA
              MOVE 'REFERENCIA NAO ABERTA' TO WRK-MOTIVO
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4200-SALDO-PROJETADO - Saldo projetado de WRK-REF em
      * WRK-SALDO-REF; na primeira vez no dia, o AD-SALDO de ACUM-DIA
      * (zero sem acumulador). WRK-IDX-SALDO-ACHADO fica zero quando a
      * tabela esta cheia e a referencia nao e projetada.
      *****************************************************************
       4200-SALDO-PROJETADO.
           MOVE ZERO TO WRK-IDX-SALDO-ACHADO.
           PERFORM 4210-PROCURAR-SALDO THRU 4210-EXIT
              VARYING WRK-IDX-SALDO FROM 1 BY 1
              UNTIL WRK-IDX-SALDO > WRK-QTD-SALDOS
                 OR WRK-IDX-SALDO-ACHADO > 0.
           IF WRK-IDX-SALDO-ACHADO > 0
              MOVE WRK-SP-SALDO(WRK-IDX-SALDO-ACHADO) TO WRK-SALDO-REF
              GO TO 4200-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SALDO-REF.
           IF TEM-ACUM-DIA
              MOVE WRK-REF TO AD-REFERENCIA
              READ ACUM-DIA-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE AD-SALDO TO WRK-SALDO-REF
              END-READ
           END-IF.
           IF WRK-QTD-SALDOS < 100
              ADD 1 TO WRK-QTD-SALDOS
              MOVE WRK-QTD-SALDOS TO WRK-IDX-SALDO-ACHADO
              MOVE WRK-REF TO WRK-SP-REF(WRK-IDX-SALDO-ACHADO)
              MOVE WRK-SALDO-REF TO WRK-SP-SALDO(WRK-IDX-SALDO-ACHADO)
           END-IF.
       4200-EXIT.
           EXIT.

       4210-PROCURAR-SALDO.
           IF WRK-SP-REF(WRK-IDX-SALDO) = WRK-REF
              MOVE WRK-IDX-SALDO TO WRK-IDX-SALDO-ACHADO
           END-IF.
       4210-EXIT.
           EXIT.

      *****************************************************************
      * 4300-RESOLVER-PISO - Piso de WRK-REF: o registro proprio de
      * PARM-LIMITE, ou o DEFAULT.
      *****************************************************************
       4300-RESOLVER-PISO.
           MOVE WRK-PISO-DEFAULT TO WRK-PISO-REF.
           MOVE ZERO TO WRK-IDX-LIM-ACHADO.
           PERFORM 4310-PROCURAR-PISO THRU 4310-EXIT
              VARYING WRK-IDX-LIM FROM 1 BY 1
              UNTIL WRK-IDX-LIM > WRK-QTD-LIMITES
                 OR WRK-IDX-LIM-ACHADO > 0.
           IF WRK-IDX-LIM-ACHADO > 0
              MOVE WRK-TL-PISO(WRK-IDX-LIM-ACHADO) TO WRK-PISO-REF
           END-IF.
       4300-EXIT.
           EXIT.

       4310-PROCURAR-PISO.
           IF WRK-TL-REF(WRK-IDX-LIM) = WRK-REF
              MOVE WRK-IDX-LIM TO WRK-IDX-LIM-ACHADO
           END-IF.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * 5000-GERAR-TRANSACAO - Acrescenta a transacao da ordem a
      * TRANS-IN, atualiza os saldos projetados (debito na origem;
      * credito na referencia ou no destino da transferencia) e avanca
      * a ordem para o proximo vencimento.
      *****************************************************************
       5000-GERAR-TRANSACAO.
           MOVE SPACES         TO TRANS-IN-REC.
           MOVE OP-REFERENCIA  TO TI-REF.
           MOVE OP-TIPO        TO TI-TIPO.
           MOVE OP-VALOR       TO TI-VALOR.
           IF OP-TRANSFERENCIA
              MOVE OP-REF-DESTINO TO TI-REF-DESTINO
           END-IF.
           WRITE TRANS-IN-REC.
           ADD 1 TO WRK-QTD-GERADAS.
           MOVE WRK-DATA-HOJE TO OP-DATA-ULT-GERACAO.
           MOVE ZEROS TO OP-TENTATIVAS.
           MOVE OP-REFERENCIA TO WRK-REF.
           PERFORM 4200-SALDO-PROJETADO THRU 4200-EXIT.
           IF WRK-IDX-SALDO-ACHADO > 0
              IF OP-CREDITO
                 ADD OP-VALOR TO WRK-SP-SALDO(WRK-IDX-SALDO-ACHADO)
              ELSE
                 SUBTRACT OP-VALOR
                     FROM WRK-SP-SALDO(WRK-IDX-SALDO-ACHADO)
              END-IF
           END-IF.
           IF OP-TRANSFERENCIA
              MOVE OP-REF-DESTINO TO WRK-REF
              PERFORM 4200-SALDO-PROJETADO THRU 4200-EXIT
              IF WRK-IDX-SALDO-ACHADO > 0
                 ADD OP-VALOR TO WRK-SP-SALDO(WRK-IDX-SALDO-ACHADO)
              END-IF
           END-IF.
           MOVE 'GERADA' TO WRK-RESULTADO.
           PERFORM 7000-AVANCAR-VENCIMENTO THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-TRATAR-FALHA - Ordem recusada: conta a tentativa e aplica
      * a regra de falha da ordem - pular a ocorrencia (P), retentar
      * nos dias uteis seguintes ate OP-MAX-TENTATIVAS e entao pular
      * (R), ou retentar e entao suspender a ordem (S).
      *****************************************************************
       6000-TRATAR-FALHA.
           ADD 1 TO WRK-QTD-RECUSADAS.
           MOVE 4 TO RETURN-CODE.
           ADD 1 TO OP-TENTATIVAS.
           MOVE OP-TENTATIVAS TO WRK-TENT-ED.
           MOVE OP-MAX-TENTATIVAS TO WRK-MAX-ED.
           MOVE SPACES TO WRK-RESULTADO.
           IF NOT OP-PULAR AND OP-TENTATIVAS < OP-MAX-TENTATIVAS
              STRING WRK-MOTIVO DELIMITED BY '  '
                     ' - RETENTA ' DELIMITED BY SIZE
                     WRK-TENT-ED DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WRK-MAX-ED DELIMITED BY SIZE
                     INTO WRK-RESULTADO
              END-STRING
              GO TO 6000-EXIT
           END-IF.
           MOVE ZEROS TO OP-TENTATIVAS.
           IF OP-SUSPENDER
              MOVE 'S' TO OP-SITUACAO
              ADD 1 TO WRK-QTD-SUSPENSAS
              STRING WRK-MOTIVO DELIMITED BY '  '
                     ' - SUSPENSA' DELIMITED BY SIZE
                     INTO WRK-RESULTADO
              END-STRING
              GO TO 6000-EXIT
           END-IF.
           STRING WRK-MOTIVO DELIMITED BY '  '
                  ' - PULADA' DELIMITED BY SIZE
                  INTO WRK-RESULTADO
           END-STRING.
           PERFORM 7000-AVANCAR-VENCIMENTO THRU 7000-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-AVANCAR-VENCIMENTO - Proximo vencimento nominal pela
      * frequencia: mais 7 ou 14 dias corridos, ou o dia base no mes
      * (ano) seguinte, limitado ao ultimo dia do mes. Passada a data
      * de fim, a ordem encerra.
      *****************************************************************
       7000-AVANCAR-VENCIMENTO.
           MOVE OP-PROXIMA TO WRK-DATA-CALC-NUM.
           EVALUATE TRUE
              WHEN OP-SEMANAL
                 MOVE 7 TO WRK-QTD-DIAS-SOMAR
                 PERFORM 7100-SOMAR-DIA THRU 7100-EXIT
                    VARYING WRK-CONT-DIAS FROM 1 BY 1
                    UNTIL WRK-CONT-DIAS > WRK-QTD-DIAS-SOMAR
              WHEN OP-QUINZENAL
                 MOVE 14 TO WRK-QTD-DIAS-SOMAR
                 PERFORM 7100-SOMAR-DIA THRU 7100-EXIT
                    VARYING WRK-CONT-DIAS FROM 1 BY 1
                    UNTIL WRK-CONT-DIAS > WRK-QTD-DIAS-SOMAR
              WHEN OP-ANUAL
                 ADD 1 TO WRK-ANO-CALC
                 PERFORM 7300-AJUSTAR-DIA-BASE THRU 7300-EXIT
              WHEN OTHER
                 ADD 1 TO WRK-MES-CALC
                 IF WRK-MES-CALC > 12
                    MOVE 1 TO WRK-MES-CALC
                    ADD 1 TO WRK-ANO-CALC
                 END-IF
                 PERFORM 7300-AJUSTAR-DIA-BASE THRU 7300-EXIT
           END-EVALUATE.
           MOVE WRK-DATA-CALC-NUM TO OP-PROXIMA.
           IF OP-DATA-FIM > ZEROS AND OP-PROXIMA > OP-DATA-FIM
              MOVE 'E' TO OP-SITUACAO
              ADD 1 TO WRK-QTD-ENCERRADAS
           END-IF.
       7000-EXIT.
           EXIT.

       7100-SOMAR-DIA.
           PERFORM 7200-DIAS-DO-MES THRU 7200-EXIT.
           ADD 1 TO WRK-DIA-CALC.
           IF WRK-DIA-CALC > WRK-DIAS-NO-MES
              MOVE 1 TO WRK-DIA-CALC
              ADD 1 TO WRK-MES-CALC
              IF WRK-MES-CALC > 12
                 MOVE 1 TO WRK-MES-CALC
                 ADD 1 TO WRK-ANO-CALC
              END-IF
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 7200-DIAS-DO-MES - Dias do mes de WRK-DATA-CALC, com fevereiro
      * de 29 dias em ano bissexto.
      *****************************************************************
       7200-DIAS-DO-MES.
           MOVE WRK-DIAS-MES(WRK-MES-CALC) TO WRK-DIAS-NO-MES.
           IF WRK-MES-CALC = 2
              DIVIDE WRK-ANO-CALC BY 4
                  GIVING WRK-QUOC REMAINDER WRK-RESTO4
              DIVIDE WRK-ANO-CALC BY 100
                  GIVING WRK-QUOC REMAINDER WRK-RESTO100
              DIVIDE WRK-ANO-CALC BY 400
                  GIVING WRK-QUOC REMAINDER WRK-RESTO400
              IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                                 OR WRK-RESTO400 = 0
                 MOVE 29 TO WRK-DIAS-NO-MES
              END-IF
           END-IF.
       7200-EXIT.
           EXIT.

       7300-AJUSTAR-DIA-BASE.
           PERFORM 7200-DIAS-DO-MES THRU 7200-EXIT.
           IF OP-DIA-BASE > WRK-DIAS-NO-MES
              MOVE WRK-DIAS-NO-MES TO WRK-DIA-CALC
           ELSE
              MOVE OP-DIA-BASE TO WRK-DIA-CALC
           END-IF.
       7300-EXIT.
           EXIT.

      *****************************************************************
      * 8000-IMPRIMIR-ORDEM - Linha de ORDEM-REPORT da ordem tratada;
      * a ordem encerrada pelo avanco sai marcada.
      *****************************************************************
       8000-IMPRIMIR-ORDEM.
           MOVE OP-REFERENCIA  TO WRK-DET-REF.
           MOVE OP-SEQ         TO WRK-DET-SEQ.
           MOVE OP-TIPO        TO WRK-DET-TIPO.
           MOVE OP-VALOR       TO WRK-DET-VALOR.
           MOVE WRK-DATA-DEVIDA TO WRK-DET-DEVIDA.
           MOVE WRK-RESULTADO  TO WRK-DET-RESULTADO.
           IF OP-ENCERRADA
              MOVE SPACES TO WRK-DET-RESULTADO
              STRING WRK-RESULTADO DELIMITED BY '  '
                     ' - ENCERRADA' DELIMITED BY SIZE
                     INTO WRK-DET-RESULTADO
              END-STRING
           END-IF.
           MOVE WRK-DET TO ORDEM-REPORT-REC.
           WRITE ORDEM-REPORT-REC.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-FINALIZAR - Totais no relatorio e no console e fecha os
      * arquivos. O RC do passo e refeito aqui a partir dos contadores
      * (recusa RC 4, falha de regravacao RC 8), porque o CALL de
      * DIA-UTIL da ordem seguinte zera RETURN-CODE.
      *****************************************************************
       9000-FINALIZAR.
           IF WRK-QTD-RECUSADAS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF FALHA-REGRAVAR
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT ARQUIVOS-ABERTOS
              GO TO 9000-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ORDENS LIDAS: '   DELIMITED BY SIZE
                  WRK-QTD-LIDAS      DELIMITED BY SIZE
                  '  GERADAS: '      DELIMITED BY SIZE
                  WRK-QTD-GERADAS    DELIMITED BY SIZE
                  '  RECUSADAS: '    DELIMITED BY SIZE
                  WRK-QTD-RECUSADAS  DELIMITED BY SIZE
                  '  SUSPENSAS: '    DELIMITED BY SIZE
                  WRK-QTD-SUSPENSAS  DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           MOVE WRK-LINHA TO ORDEM-REPORT-REC.
           WRITE ORDEM-REPORT-REC.
           CLOSE ORDEM-REPORT.
           CLOSE ORDEM-PERM.
           CLOSE TRANS-IN.
           IF TEM-ACUM-DIA
              CLOSE ACUM-DIA-FILE
           END-IF.
           IF TEM-CADASTRO-REFS
              CLOSE REFERENCIA-MASTER
           END-IF.
           DISPLAY 'ORDENS PERMANENTES - GERADAS: ' WRK-QTD-GERADAS
                   ' RECUSADAS: ' WRK-QTD-RECUSADAS
                   ' ENCERRADAS: ' WRK-QTD-ENCERRADAS.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de ORDEM-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT ORDEM-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'ORDEM-REPORT' TO AG-RELATORIO.
           MOVE 'GERA-ORDENS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE ORDEM-REPORT-RELIDO.
           MOVE WRK-QTD-LIDAS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ ORDEM-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE ORDEM-REPORT-RELIDO-REC TO AG-LINHA.
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
           MOVE WRK-QTD-LIDAS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'GERA-ORDENS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
