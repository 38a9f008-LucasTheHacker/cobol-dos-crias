      *                    referencia do dia abaixo do piso, com o
      *                    aviso no resumo do console para o operador
      *                    do fechamento nao ter como nao ver.
      * 15/10/2026 Tutu - Cadastro mestre de referencias
      *                    (REFERENCIA-MASTER, Copybooks/REFMSTR.cpy): o
      *                    lote so lanca transacao de referencia
      *                    cadastrada e aberta; a desconhecida,
      *                    bloqueada ou encerrada vai para
      *                    TRANS-SUSPENSO com o motivo, sem tocar
      *                    ACUM-DIA nem o jornal, sai a linha TRAILER
      *                    SUSPENSOS apos o trailer e o lote termina com
      *                    RC 4. Sem o cadastro o lote nao roda (RC 8).
      *                    O modo interativo recusa a referencia nao
      *                    aberta. Corpo do laco do lote passa a
      *                    2200-PROCESSAR-TRANSACAO.
      * 15/10/2026 Tutu - Transacao tipada: TRANS-IN
      *                    (Copybooks/TRANSIN.cpy, 14 -> 32) traz o tipo
      *                    (CR credito, DB debito, TA tarifa, TR
      *                    transferencia), o valor monetario e, na
      *                    transferencia, a referencia de destino, no
      *                    lugar das duas parcelas de 2 digitos; as
      *                    quatro operacoes aritmeticas deixam de
      *                    existir. A transferencia debita a origem e
      *                    credita o destino como uma unidade: a perna
      *                    gravada e desfeita em ACUM-DIA se a outra nao
      *                    grava, e so com as duas gravadas vao ao
      *                    jornal, cada uma com a outra referencia como
      *                    contrapartida e o mesmo numero de lancamento.
      *                    TRANS-REPORT passa a uma linha por perna
      *                    (tipo, valor, D/C, contrapartida e saldo),
      *                    com o trailer somando os valores das pernas e
      *                    linhas TRAILER TIPO com os totais do lote por
      *                    tipo. AD-SALDO deixa de zerar na virada do
      *                    dia. Tipo ou valor invalido vai para
      *                    suspenso. O modo interativo pede tipo, valor
      *                    e destino.
      * 15/10/2026 Arthur - A data de execucao passa a vir da data de
      *                      movimento (rotina LE-DATA-MOV) em vez do
      *                      relogio: a noite que vira a meia-noite ou a
      *                      reexecucao na manha seguinte continuam no
      *                      mesmo dia de negocio.
      * 15/10/2026 Tutu - Inicio e fim do passo registrados no historico
      *                    de execucao dos lotes (rotina GRAVA-EXECUCAO;
      *                    9900-REGISTRAR-EXECUCAO antes de cada
      *                    GOBACK), com os registros processados e o RC
      *                    do passo, para o relatorio semanal de tempos
      *                    e prazo RELAT-EXECUCAO.
      * 15/10/2026 Tutu - Copias de TRANS-REPORT e EXCECAO-SALDO
      *                    guardadas no arquivo de relatorios (rotina
      *                    ARQUIVA-RELATORIO, depois do fechamento), com
      *                    paginas, registros processados, valor de
      *                    controle e RC do passo, para consulta e
      *                    reimpressao pela opcao 43 do menu
      *                    (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-REPORT ASSIGN TO "TRANS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANS-REPORT-RELIDO ASSIGN TO "TRANS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT ACUM-DIA-FILE ASSIGN TO "ACUM-DIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WRK-LIM-STATUS.
           SELECT EXCECAO-SALDO ASSIGN TO "EXCECAO-SALDO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-SALDO-RELIDO ASSIGN TO "EXCECAO-SALDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL2-STATUS.
           SELECT REFERENCIA-MASTER ASSIGN TO "REFERENCIA-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RF-REFERENCIA
               ALTERNATE RECORD KEY IS RF-CPF WITH DUPLICATES
               FILE STATUS IS WRK-RF-STATUS.
           SELECT TRANS-SUSPENSO ASSIGN TO "TRANS-SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-IN
           RECORD CONTAINS 32 CHARACTERS.
           COPY TRANSIN.

       FD  TRANS-REPORT
           RECORD CONTAINS 67 CHARACTERS.
       01  TRANS-REPORT-REC.
           05 TR-REF                PIC X(10).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TR-TIPO               PIC X(02).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TR-DESCRICAO          PIC X(11).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TR-VALOR              PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TR-DC                 PIC X(01).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TR-CONTRAPARTIDA      PIC X(10).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TR-SALDO              PIC -ZZ.ZZZ.ZZ9,99.
           COPY TRAILER.
       01  TRANS-REPORT-LINHA       PIC X(67).

       FD  TRANS-REPORT-RELIDO
           RECORD CONTAINS 67 CHARACTERS.
       01  TRANS-REPORT-RELIDO-REC  PIC X(67).

       FD  ACUM-DIA-FILE
           RECORD CONTAINS 53 CHARACTERS.
           COPY ACUMDIA.

       FD  TRANS-JOURNAL
           RECORD CONTAINS 82 CHARACTERS.
           COPY JORNAL.

       FD  PARM-LIMITE-IN
       FD  EXCECAO-SALDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-SALDO-REC        PIC X(80).

       FD  EXCECAO-SALDO-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-SALDO-RELIDO-REC PIC X(80).

       FD  REFERENCIA-MASTER.
           COPY REFMSTR.

       FD  TRANS-SUSPENSO
           RECORD CONTAINS 63 CHARACTERS.
       01  TRANS-SUSPENSO-REC.
           05 TS-REGISTRO           PIC X(32).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 TS-MOTIVO             PIC X(30).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL2-STATUS PIC X(02)     VALUE '00'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77 WRK-MODO        PIC 9(01)      VALUE ZEROS.
       77 WRK-RESULT-ED   PIC -ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-FIM-TRANS-IN PIC X(01)     VALUE 'N'.
           88 FIM-TRANS-IN                  VALUE 'S'.
       77 WRK-ACUM-STATUS PIC X(02)      VALUE '00'.
       01 WRK-ACUM-ANTES  PIC X(53)      VALUE SPACES.
       77 WRK-DATA-HOJE   PIC 9(08)      VALUE ZEROS.
       77 WRK-BT-CONTADOR PIC 9(07)      VALUE ZEROS.
       77 WRK-BT-TOTAL    PIC S9(09)V99  VALUE ZEROS.
           88 FIM-LIM                       VALUE 'S'.
       77 WRK-PISO-DEFAULT    PIC S9(08)V99 VALUE ZEROS.
       77 WRK-PISO-REF        PIC S9(08)V99 VALUE ZEROS.
       77 WRK-SALDO-PISO      PIC S9(08)V99 VALUE ZEROS.
       77 WRK-QTD-LIMITES     PIC 9(02) COMP VALUE ZERO.
       77 WRK-IDX-LIM         PIC 9(02) COMP VALUE ZERO.
       77 WRK-IDX-LIM-ACHADO  PIC 9(02) COMP VALUE ZERO.
       77 WRK-SALDO-ED        PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PISO-ED         PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LINHA-EXC       PIC X(80)     VALUE SPACES.
       77 WRK-RF-STATUS       PIC X(02)     VALUE '00'.
       77 WRK-REF-LIBERADA    PIC X(01)     VALUE 'N'.
           88 REFERENCIA-LIBERADA           VALUE 'S'.
       77 WRK-MOTIVO          PIC X(30)     VALUE SPACES.
       77 WRK-MOTIVO-REF      PIC X(17)     VALUE SPACES.
       77 WRK-TRANS-VALIDA    PIC X(01)     VALUE 'N'.
           88 TRANSACAO-VALIDA              VALUE 'S'.
       77 WRK-TRANS-LANCADA   PIC X(01)     VALUE 'N'.
           88 TRANSACAO-LANCADA             VALUE 'S'.
       77 WRK-TIPO            PIC X(02)     VALUE SPACES.
           88 TIPO-CREDITO                  VALUE 'CR'.
           88 TIPO-TRANSFERENCIA            VALUE 'TR'.
       77 WRK-VALOR           PIC 9(08)V99  VALUE ZEROS.
       77 WRK-REF-DESTINO     PIC X(10)     VALUE SPACES.
       77 WRK-REF-ORIGEM      PIC X(10)     VALUE SPACES.
       77 WRK-VALOR-TXT       PIC X(12)     VALUE SPACES.
       77 WRK-VALOR-INT       PIC 9(08)     VALUE ZEROS.
       77 WRK-VALOR-DEC       PIC 9(02)     VALUE ZEROS.
       77 WRK-HORA-INICIO     PIC 9(08)     VALUE ZEROS.
       77 WRK-SEQ-LANCAMENTO  PIC 9(04)     VALUE ZEROS.
       01 WRK-LANCAMENTO.
           05 WRK-LC-DATA         PIC 9(08).
           05 WRK-LC-HORA         PIC 9(06).
           05 WRK-LC-SEQ          PIC 9(04).
       77 WRK-QTD-PERNAS      PIC 9(02) COMP VALUE ZERO.
       77 WRK-QTD-GRAVADAS    PIC 9(02) COMP VALUE ZERO.
       77 WRK-IDX-PERNA       PIC 9(02) COMP VALUE ZERO.
       77 WRK-IDX-TIPO        PIC 9(02) COMP VALUE ZERO.
       77 WRK-IDX-TIPO-ACHADO PIC 9(02) COMP VALUE ZERO.
       77 WRK-TOT-VALOR-ED    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
      * Pernas da transacao corrente: uma so para credito, debito e
      * tarifa; duas na transferencia (debito na origem, credito no
      * destino, cada uma com a outra como contrapartida). A imagem
      * de ACUM-DIA anterior a cada perna permite desfazer a primeira
      * quando a segunda nao grava, e a transferencia sai inteira ou
      * nao sai.
       01 WRK-TAB-PERNAS.
           05 WRK-PERNA OCCURS 2 TIMES.
              10 WRK-PN-REF           PIC X(10).
              10 WRK-PN-CREDITO       PIC S9(08)V99.
              10 WRK-PN-DEBITO        PIC S9(08)V99.
              10 WRK-PN-CONTRAPARTIDA PIC X(10).
              10 WRK-PN-DESCRICAO     PIC X(11).
              10 WRK-PN-SALDO         PIC S9(08)V99.
              10 WRK-PN-ACUM-ANTES    PIC X(53).
              10 WRK-PN-ACHOU         PIC X(01).
      *
      * Tipos de transacao aceitos em TRANS-IN, com a descricao do
      * relatorio, e os totais do lote por tipo (quantidade de
      * transacoes e valor; a transferencia conta uma vez).
       01 WRK-TAB-TIPOS-VALORES.
           05 FILLER PIC X(13) VALUE 'CRCREDITO    '.
           05 FILLER PIC X(13) VALUE 'DBDEBITO     '.
           05 FILLER PIC X(13) VALUE 'TATARIFA     '.
           05 FILLER PIC X(13) VALUE 'TRTRANSFER.  '.
       01 WRK-TAB-TIPOS REDEFINES WRK-TAB-TIPOS-VALORES.
           05 WRK-TT-ENT OCCURS 4 TIMES.
              10 WRK-TT-TIPO          PIC X(02).
              10 WRK-TT-DESCRICAO     PIC X(11).
       01 WRK-TOT-TIPOS               VALUE ZEROS.
           05 WRK-TOT-ENT OCCURS 4 TIMES.
              10 WRK-TOT-QTD          PIC 9(07).
              10 WRK-TOT-VALOR        PIC 9(11)V99.
       77 WRK-QTD-SUSPENSOS   PIC 9(05)     VALUE ZEROS.
       77 WRK-SUSPENSO-ABERTO PIC X(01)     VALUE 'N'.
           88 SUSPENSO-ABERTO               VALUE 'S'.
      *
      * Pisos de saldo por referencia, carregados de PARM-LIMITE na
      * abertura; o registro DEFAULT alimenta WRK-PISO-DEFAULT. Ate 50
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           MOVE 'N' TO WRK-EXCECAO-ABERTA.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'PROGCOB05' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-HOJE.
           ACCEPT WRK-HORA-INICIO FROM TIME.
           PERFORM 0600-LER-PARM-LIMITE THRU 0600-EXIT.
           PERFORM 0500-RESOLVER-MODO THRU 0500-EXIT.
           IF WRK-MODO NOT = 1 AND NOT LOTE-AUTORIZADO
              WHEN OTHER
                 PERFORM 3000-PROCESSAR-INTERATIVO THRU 3000-EXIT
           END-EVALUATE.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9820-ARQUIVAR-EXCECOES THRU 9820-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************

      *****************************************************************
      * 4500-CONFERIR-PISO - Denuncia no relatorio de excecao (e no
      * console) o saldo corrente (WRK-SALDO-PISO) da referencia
      * (WRK-REF) abaixo do piso, abrindo o relatorio na primeira
      * excecao da execucao.
      *****************************************************************
       4500-CONFERIR-PISO.
           PERFORM 4400-RESOLVER-PISO THRU 4400-EXIT.
           IF WRK-SALDO-PISO >= WRK-PISO-REF
              GO TO 4500-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-ABAIXO-PISO.
                TO EXCECAO-SALDO-REC
              WRITE EXCECAO-SALDO-REC
           END-IF.
           MOVE WRK-SALDO-PISO TO WRK-SALDO-ED.
           MOVE WRK-PISO-REF TO WRK-PISO-ED.
           MOVE SPACES TO WRK-LINHA-EXC.
           STRING 'REFERENCIA ' DELIMITED BY SIZE
           EXIT.

      *****************************************************************
      * 3000-PROCESSAR-INTERATIVO - Uma transacao por execucao via
      * CONSOLE: referencia, tipo, valor e, na transferencia, a
      * referencia de destino. A transacao passa pelas mesmas
      * conferencias do lote (2250) e e recusada sem lancamento
      * quando nao passa.
      *****************************************************************
       3000-PROCESSAR-INTERATIVO.
           DISPLAY 'REFERENCIA/CONTA: '.
           ACCEPT WRK-REF FROM CONSOLE.
           DISPLAY 'TIPO (CR-CREDITO  DB-DEBITO  TA-TARIFA  '
                   'TR-TRANSFERENCIA): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           DISPLAY 'VALOR (IIIIIIII,DD): '.
           ACCEPT WRK-VALOR-TXT FROM CONSOLE.
           MOVE ZEROS TO WRK-VALOR-INT WRK-VALOR-DEC.
           UNSTRING WRK-VALOR-TXT DELIMITED BY ','
               INTO WRK-VALOR-INT WRK-VALOR-DEC.
           IF WRK-VALOR-INT IS NUMERIC AND WRK-VALOR-DEC IS NUMERIC
              COMPUTE WRK-VALOR =
                  WRK-VALOR-INT + (WRK-VALOR-DEC / 100)
           ELSE
              MOVE ZEROS TO WRK-VALOR
           END-IF.
           MOVE SPACES TO WRK-REF-DESTINO.
           IF TIPO-TRANSFERENCIA
              DISPLAY 'REFERENCIA DE DESTINO: '
              ACCEPT WRK-REF-DESTINO FROM CONSOLE
           END-IF.
           OPEN INPUT REFERENCIA-MASTER.
           IF WRK-RF-STATUS NOT = '00'
              DISPLAY 'REFERENCIA-MASTER AUSENTE - NADA LANCADO'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2250-VALIDAR-TRANSACAO THRU 2250-EXIT.
           CLOSE REFERENCIA-MASTER.
           IF NOT TRANSACAO-VALIDA
              DISPLAY WRK-MOTIVO ' - NADA LANCADO'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 2400-LANCAR-TRANSACAO THRU 2400-EXIT.
           IF NOT TRANSACAO-LANCADA
              DISPLAY WRK-MOTIVO ' - NADA LANCADO'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-EXIBIR-PERNA THRU 3100-EXIT
              VARYING WRK-IDX-PERNA FROM 1 BY 1
              UNTIL WRK-IDX-PERNA > WRK-QTD-PERNAS.
       3000-EXIT.
           EXIT.

       3100-EXIBIR-PERNA.
           IF WRK-PN-CREDITO(WRK-IDX-PERNA) > 0
              MOVE WRK-PN-CREDITO(WRK-IDX-PERNA) TO WRK-RESULT-ED
           ELSE
              MOVE WRK-PN-DEBITO(WRK-IDX-PERNA) TO WRK-RESULT-ED
           END-IF.
           DISPLAY WRK-PN-DESCRICAO(WRK-IDX-PERNA) ' '
                   WRK-PN-REF(WRK-IDX-PERNA) ': ' WRK-RESULT-ED.
           MOVE WRK-PN-SALDO(WRK-IDX-PERNA) TO WRK-RESULT-ED.
           DISPLAY 'SALDO DA REFERENCIA ' WRK-PN-REF(WRK-IDX-PERNA)
                   ': ' WRK-RESULT-ED.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR-LOTE - Le TRANS-IN e grava em TRANS-REPORT uma
      * linha por perna lancada (a transferencia sai em duas), com o
      * tipo, o valor, a contrapartida e o saldo resultante.
      * BATCH-TRAILER-REC (COPY TRAILER) compartilha o buffer da FD com
      * TRANS-REPORT-REC, e o FILLER entre as colunas de detalhe nunca
      * e realimentado por um MOVE explicito, entao TRANS-REPORT-REC e
      * limpo com MOVE SPACES a cada linha antes de preenche-lo, para
      * essas posicoes nunca vazarem lixo de memoria do runtime nem
      * sobra do registro trailer por baixo das colunas do relatorio.
      * Sem REFERENCIA-MASTER nada e lancado (RC 8); transacao de
      * referencia desconhecida, bloqueada ou encerrada, de tipo ou
      * valor invalido vai para TRANS-SUSPENSO e o lote termina com
      * RC 4.
      *****************************************************************
       2000-PROCESSAR-LOTE.
           OPEN INPUT REFERENCIA-MASTER.
           IF WRK-RF-STATUS NOT = '00'
              DISPLAY 'REFERENCIA-MASTER AUSENTE - LOTE NAO PROCESSADO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           OPEN INPUT TRANS-IN.
           OPEN OUTPUT TRANS-REPORT.
           SET ARQREL-GERADO TO TRUE.
           PERFORM 2040-EMITIR-CABECALHO THRU 2040-EXIT.
           PERFORM 2100-LER-TRANS-IN THRU 2100-EXIT.
           PERFORM UNTIL FIM-TRANS-IN
              PERFORM 2200-PROCESSAR-TRANSACAO THRU 2200-EXIT
              PERFORM 2100-LER-TRANS-IN THRU 2100-EXIT
           END-PERFORM.
           PERFORM 2150-GRAVAR-TRAILER-REPORT THRU 2150-EXIT.
           CLOSE TRANS-IN.
           CLOSE TRANS-REPORT.
           CLOSE REFERENCIA-MASTER.
           IF EXCECAO-ABERTA
              CLOSE EXCECAO-SALDO
           END-IF.
           IF SUSPENSO-ABERTO
              CLOSE TRANS-SUSPENSO
           END-IF.
           IF WRK-QTD-ABAIXO-PISO > 0
              DISPLAY '*** REFERENCIAS ABAIXO DO PISO NO LOTE: '
                      WRK-QTD-ABAIXO-PISO ' ***'
           END-IF.
           IF WRK-QTD-SUSPENSOS > 0
              DISPLAY '*** TRANSACOES EM SUSPENSO NO LOTE: '
                      WRK-QTD-SUSPENSOS ' - VER TRANS-SUSPENSO ***'
              MOVE 4 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

           MOVE INST-NOME TO TRANS-REPORT-LINHA.
           WRITE TRANS-REPORT-LINHA.
           MOVE SPACES TO TRANS-REPORT-LINHA.
           STRING 'RELATORIO DE TRANSACOES' DELIMITED BY SIZE
                  '  DATA: ' DELIMITED BY SIZE
                  WRK-DATA-HOJE-ED DELIMITED BY SIZE
                  '  PAGINA: ' DELIMITED BY SIZE
           END-STRING.
           WRITE TRANS-REPORT-LINHA.
           MOVE SPACES TO TRANS-REPORT-LINHA.
           STRING 'REFERENCIA TP DESCRICAO           VALOR D '
                  'CONTRAPART          SALDO'
                  DELIMITED BY SIZE
                  INTO TRANS-REPORT-LINHA
           END-STRING.
      *****************************************************************
      * 2150-GRAVAR-TRAILER-REPORT - Acrescenta ao final de
      * TRANS-REPORT o registro trailer do lote, com a quantidade de
      * linhas de detalhe (pernas) e o total de controle (soma dos
      * valores das pernas), seguido de uma linha TRAILER TIPO por
      * tipo de transacao com a quantidade e o valor do lote, e da
      * linha TRAILER SUSPENSOS quando houve transacao em suspenso.
      * BATCH-TRAILER-REC compartilha o buffer da FD com o registro de
      * detalhe da ultima linha gravada, entao o literal BT-TIPO e
      * refeito aqui (nao basta a VALUE clause de TRAILER.cpy, que so
           MOVE WRK-BT-CONTADOR TO BT-QTD-REGISTROS.
           MOVE WRK-BT-TOTAL    TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           PERFORM 2160-GRAVAR-TOTAL-TIPO THRU 2160-EXIT
              VARYING WRK-IDX-TIPO FROM 1 BY 1
              UNTIL WRK-IDX-TIPO > 4.
           IF WRK-QTD-SUSPENSOS > 0
              MOVE SPACES TO TRANS-REPORT-LINHA
              STRING 'TRAILER SUSPENSOS ' DELIMITED BY SIZE
                     WRK-QTD-SUSPENSOS    DELIMITED BY SIZE
                     INTO TRANS-REPORT-LINHA
              END-STRING
              WRITE TRANS-REPORT-LINHA
           END-IF.
       2150-EXIT.
           EXIT.

       2160-GRAVAR-TOTAL-TIPO.
           MOVE WRK-TOT-VALOR(WRK-IDX-TIPO) TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO TRANS-REPORT-LINHA.
           STRING 'TRAILER TIPO '               DELIMITED BY SIZE
                  WRK-TT-TIPO(WRK-IDX-TIPO)      DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-TT-DESCRICAO(WRK-IDX-TIPO) DELIMITED BY SIZE
                  ' QTD '                        DELIMITED BY SIZE
                  WRK-TOT-QTD(WRK-IDX-TIPO)      DELIMITED BY SIZE
                  ' VALOR '                      DELIMITED BY SIZE
                  WRK-TOT-VALOR-ED               DELIMITED BY SIZE
                  INTO TRANS-REPORT-LINHA
           END-STRING.
           WRITE TRANS-REPORT-LINHA.
       2160-EXIT.
           EXIT.

      *****************************************************************
      * 2200-PROCESSAR-TRANSACAO - Confere a transacao lida (2250) e,
      * aceita, lanca suas pernas (2400), confere o piso de cada
      * referencia tocada e grava uma linha de detalhe por perna;
      * recusada, desvia para suspenso sem tocar ACUM-DIA nem o
      * jornal.
      *****************************************************************
       2200-PROCESSAR-TRANSACAO.
           MOVE TI-REF  TO WRK-REF.
           MOVE TI-TIPO TO WRK-TIPO.
           IF TI-VALOR IS NUMERIC
              MOVE TI-VALOR TO WRK-VALOR
           ELSE
              MOVE ZEROS TO WRK-VALOR
           END-IF.
           MOVE TI-REF-DESTINO TO WRK-REF-DESTINO.
           PERFORM 2250-VALIDAR-TRANSACAO THRU 2250-EXIT.
           IF NOT TRANSACAO-VALIDA
              PERFORM 2090-SUSPENDER-TRANSACAO THRU 2090-EXIT
              GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-LANCAR-TRANSACAO THRU 2400-EXIT.
           IF NOT TRANSACAO-LANCADA
              PERFORM 2090-SUSPENDER-TRANSACAO THRU 2090-EXIT
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-TOT-QTD(WRK-IDX-TIPO-ACHADO).
           ADD WRK-VALOR TO WRK-TOT-VALOR(WRK-IDX-TIPO-ACHADO).
           PERFORM 2500-GRAVAR-PERNA THRU 2500-EXIT
              VARYING WRK-IDX-PERNA FROM 1 BY 1
              UNTIL WRK-IDX-PERNA > WRK-QTD-PERNAS.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2250-VALIDAR-TRANSACAO - Confere o tipo (tabela de tipos), o
      * valor (maior que zero) e a referencia (2300); na
      * transferencia, tambem a referencia de destino, que precisa
      * ser outra e estar aberta. O motivo da recusa fica em
      * WRK-MOTIVO. REFERENCIA-MASTER precisa estar aberto.
      *****************************************************************
       2250-VALIDAR-TRANSACAO.
           MOVE 'N' TO WRK-TRANS-VALIDA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZERO TO WRK-IDX-TIPO-ACHADO.
           PERFORM 2260-PROCURAR-TIPO THRU 2260-EXIT
              VARYING WRK-IDX-TIPO FROM 1 BY 1
              UNTIL WRK-IDX-TIPO > 4 OR WRK-IDX-TIPO-ACHADO > 0.
           IF WRK-IDX-TIPO-ACHADO = 0
              MOVE 'TIPO DE TRANSACAO INVALIDO' TO WRK-MOTIVO
              GO TO 2250-EXIT
           END-IF.
           IF WRK-VALOR = ZEROS
              MOVE 'VALOR INVALIDO' TO WRK-MOTIVO
              GO TO 2250-EXIT
           END-IF.
           PERFORM 2300-CONFERIR-REFERENCIA THRU 2300-EXIT.
           IF NOT REFERENCIA-LIBERADA
              STRING 'REFERENCIA '  DELIMITED BY SIZE
                     WRK-MOTIVO-REF DELIMITED BY SIZE
                     INTO WRK-MOTIVO
              END-STRING
              GO TO 2250-EXIT
           END-IF.
           IF TIPO-TRANSFERENCIA
              IF WRK-REF-DESTINO = SPACES OR WRK-REF-DESTINO = WRK-REF
                 MOVE 'DESTINO DA TRANSFERENCIA INVAL.' TO WRK-MOTIVO
                 GO TO 2250-EXIT
              END-IF
              MOVE WRK-REF TO WRK-REF-ORIGEM
              MOVE WRK-REF-DESTINO TO WRK-REF
              PERFORM 2300-CONFERIR-REFERENCIA THRU 2300-EXIT
              MOVE WRK-REF-ORIGEM TO WRK-REF
              IF NOT REFERENCIA-LIBERADA
                 STRING 'DESTINO '     DELIMITED BY SIZE
                        WRK-MOTIVO-REF DELIMITED BY SIZE
                        INTO WRK-MOTIVO
                 END-STRING
                 GO TO 2250-EXIT
              END-IF
           END-IF.
           SET TRANSACAO-VALIDA TO TRUE.
       2250-EXIT.
           EXIT.

       2260-PROCURAR-TIPO.
           IF WRK-TT-TIPO(WRK-IDX-TIPO) = WRK-TIPO
              MOVE WRK-IDX-TIPO TO WRK-IDX-TIPO-ACHADO
           END-IF.
       2260-EXIT.
           EXIT.

      *****************************************************************
      * 2300-CONFERIR-REFERENCIA - Le WRK-REF em REFERENCIA-MASTER (ja
      * aberto) e so a libera se estiver aberta; o motivo da recusa
      * fica em WRK-MOTIVO-REF.
      *****************************************************************
       2300-CONFERIR-REFERENCIA.
           MOVE 'N' TO WRK-REF-LIBERADA.
           MOVE SPACES TO WRK-MOTIVO-REF.
           MOVE WRK-REF TO RF-REFERENCIA.
           READ REFERENCIA-MASTER
               INVALID KEY
                  MOVE 'NAO CADASTRADA' TO WRK-MOTIVO-REF
                  GO TO 2300-EXIT
           END-READ.
           EVALUATE TRUE
              WHEN RF-ABERTA
                 SET REFERENCIA-LIBERADA TO TRUE
              WHEN RF-BLOQUEADA
                 MOVE 'BLOQUEADA' TO WRK-MOTIVO-REF
              WHEN RF-ENCERRADA
                 MOVE 'ENCERRADA' TO WRK-MOTIVO-REF
              WHEN OTHER
                 MOVE 'SITUACAO INVALIDA' TO WRK-MOTIVO-REF
           END-EVALUATE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2090-SUSPENDER-TRANSACAO - Desvia a transacao recusada de
      * TRANS-IN para TRANS-SUSPENSO, no proprio layout com o motivo
      * anexado, abrindo o arquivo na primeira suspensao da execucao.
      *****************************************************************
       2090-SUSPENDER-TRANSACAO.
           IF NOT SUSPENSO-ABERTO
              OPEN OUTPUT TRANS-SUSPENSO
              SET SUSPENSO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO TRANS-SUSPENSO-REC.
           MOVE TRANS-IN-REC TO TS-REGISTRO.
           MOVE WRK-MOTIVO TO TS-MOTIVO.
           WRITE TRANS-SUSPENSO-REC.
           ADD 1 TO WRK-QTD-SUSPENSOS.
           DISPLAY 'TRANSACAO SUSPENSA: ' TRANS-IN-REC ' - '
                   WRK-MOTIVO.
       2090-EXIT.
           EXIT.

      *****************************************************************
      * 2400-LANCAR-TRANSACAO - Monta as pernas da transacao aceita e
      * as acumula em ACUM-DIA uma a uma; se uma perna nao grava, as
      * ja gravadas sao desfeitas (4700) e nada vai ao jornal. Com
      * todas gravadas, cada perna vai a TRANS-JOURNAL com o mesmo
      * numero de lancamento (data, hora do inicio da execucao e
      * sequencia), cruzando as duas pernas da transferencia.
      *****************************************************************
       2400-LANCAR-TRANSACAO.
           MOVE 'N' TO WRK-TRANS-LANCADA.
           ADD 1 TO WRK-SEQ-LANCAMENTO.
           MOVE WRK-DATA-HOJE          TO WRK-LC-DATA.
           MOVE WRK-HORA-INICIO(1:6)   TO WRK-LC-HORA.
           MOVE WRK-SEQ-LANCAMENTO     TO WRK-LC-SEQ.
           MOVE 1 TO WRK-QTD-PERNAS.
           MOVE WRK-REF TO WRK-PN-REF(1).
           MOVE ZEROS   TO WRK-PN-CREDITO(1) WRK-PN-DEBITO(1).
           MOVE SPACES  TO WRK-PN-CONTRAPARTIDA(1).
           MOVE WRK-TT-DESCRICAO(WRK-IDX-TIPO-ACHADO)
             TO WRK-PN-DESCRICAO(1).
           IF TIPO-CREDITO
              MOVE WRK-VALOR TO WRK-PN-CREDITO(1)
           ELSE
              MOVE WRK-VALOR TO WRK-PN-DEBITO(1)
           END-IF.
           IF TIPO-TRANSFERENCIA
              MOVE 2 TO WRK-QTD-PERNAS
              MOVE WRK-REF-DESTINO TO WRK-PN-CONTRAPARTIDA(1)
              MOVE 'TRANSF.ENV.'   TO WRK-PN-DESCRICAO(1)
              MOVE WRK-REF-DESTINO TO WRK-PN-REF(2)
              MOVE WRK-VALOR       TO WRK-PN-CREDITO(2)
              MOVE ZEROS           TO WRK-PN-DEBITO(2)
              MOVE WRK-REF         TO WRK-PN-CONTRAPARTIDA(2)
              MOVE 'TRANSF.REC.'   TO WRK-PN-DESCRICAO(2)
           END-IF.
           MOVE ZERO TO WRK-QTD-GRAVADAS.
           PERFORM 4000-ACUMULAR THRU 4000-EXIT
              VARYING WRK-IDX-PERNA FROM 1 BY 1
              UNTIL WRK-IDX-PERNA > WRK-QTD-PERNAS
                 OR WRK-QTD-GRAVADAS < WRK-IDX-PERNA - 1.
           IF WRK-QTD-GRAVADAS < WRK-QTD-PERNAS
              PERFORM 4700-DESFAZER-PERNA THRU 4700-EXIT
                 VARYING WRK-IDX-PERNA FROM WRK-QTD-GRAVADAS BY -1
                 UNTIL WRK-IDX-PERNA < 1
              MOVE 'FALHA NA GRAVACAO DE ACUM-DIA' TO WRK-MOTIVO
              GO TO 2400-EXIT
           END-IF.
           PERFORM 4300-GRAVAR-JORNAL THRU 4300-EXIT
              VARYING WRK-IDX-PERNA FROM 1 BY 1
              UNTIL WRK-IDX-PERNA > WRK-QTD-PERNAS.
           SET TRANSACAO-LANCADA TO TRUE.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 2500-GRAVAR-PERNA - Confere o piso da referencia da perna e
      * grava a linha de detalhe dela no relatorio, somando-a ao
      * trailer (quantidade de pernas e soma dos valores).
      *****************************************************************
       2500-GRAVAR-PERNA.
           MOVE WRK-PN-REF(WRK-IDX-PERNA)   TO WRK-REF.
           MOVE WRK-PN-SALDO(WRK-IDX-PERNA) TO WRK-SALDO-PISO.
           PERFORM 4500-CONFERIR-PISO THRU 4500-EXIT.
           MOVE SPACES TO TRANS-REPORT-REC.
           MOVE WRK-PN-REF(WRK-IDX-PERNA)       TO TR-REF.
           MOVE WRK-TIPO                        TO TR-TIPO.
           MOVE WRK-PN-DESCRICAO(WRK-IDX-PERNA) TO TR-DESCRICAO.
           IF WRK-PN-CREDITO(WRK-IDX-PERNA) > 0
              MOVE WRK-PN-CREDITO(WRK-IDX-PERNA) TO TR-VALOR
              MOVE 'C' TO TR-DC
           ELSE
              MOVE WRK-PN-DEBITO(WRK-IDX-PERNA) TO TR-VALOR
              MOVE 'D' TO TR-DC
           END-IF.
           MOVE WRK-PN-CONTRAPARTIDA(WRK-IDX-PERNA) TO TR-CONTRAPARTIDA.
           MOVE WRK-PN-SALDO(WRK-IDX-PERNA)     TO TR-SALDO.
           PERFORM 2045-CONTROLAR-PAGINA THRU 2045-EXIT.
           WRITE TRANS-REPORT-REC.
           ADD 1 TO WRK-BT-CONTADOR.
           ADD WRK-PN-CREDITO(WRK-IDX-PERNA) TO WRK-BT-TOTAL.
           ADD WRK-PN-DEBITO(WRK-IDX-PERNA)  TO WRK-BT-TOTAL.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * 4000-ACUMULAR - Acrescenta o credito e o debito da perna
      * corrente (WRK-IDX-PERNA) ao acumulador da referencia em
      * ACUM-DIA e atualiza o saldo corrente (AD-SALDO), guardando a
      * imagem anterior do registro para um eventual desfazimento.
      * WRK-QTD-GRAVADAS so avanca quando a gravacao deu certo.
      *****************************************************************
       4000-ACUMULAR.
           MOVE WRK-PN-REF(WRK-IDX-PERNA) TO WRK-REF.
           PERFORM 4100-LER-ACUMULADOR THRU 4100-EXIT.
           MOVE WRK-ACUM-ANTES TO WRK-PN-ACUM-ANTES(WRK-IDX-PERNA).
           MOVE WRK-ACUM-ACHOU TO WRK-PN-ACHOU(WRK-IDX-PERNA).
           ADD WRK-PN-CREDITO(WRK-IDX-PERNA) TO AD-TOTAL-SOMA.
           ADD WRK-PN-DEBITO(WRK-IDX-PERNA)  TO AD-TOTAL-SUBTRACAO.
           ADD 1 TO AD-QTD-TRANSACOES.
           ADD WRK-PN-CREDITO(WRK-IDX-PERNA) TO AD-SALDO.
           SUBTRACT WRK-PN-DEBITO(WRK-IDX-PERNA) FROM AD-SALDO.
           MOVE WRK-DATA-HOJE TO AD-DATA.
           MOVE WRK-REF TO AD-REFERENCIA.
           MOVE AD-SALDO TO WRK-PN-SALDO(WRK-IDX-PERNA).
           PERFORM 4200-GRAVAR-ACUMULADOR THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 4100-LER-ACUMULADOR - Le o acumulador existente da referencia
      * corrente (WRK-REF), guardando a imagem lida em WRK-ACUM-ANTES.
      * Se o arquivo ainda nao existir, e criado vazio. Se nao houver
      * registro para a referencia, comeca do zero; se o registro
      * existente for de um dia anterior, zeram os totais do dia e o
      * saldo corrente segue.
      *****************************************************************
       4100-LER-ACUMULADOR.
           MOVE ZEROS TO AD-DATA AD-TOTAL-SOMA AD-TOTAL-SUBTRACAO
                         AD-QTD-TRANSACOES AD-SALDO.
           MOVE 'N' TO WRK-ACUM-ACHOU.
           MOVE SPACES TO WRK-ACUM-ANTES.
           OPEN I-O ACUM-DIA-FILE.
           IF WRK-ACUM-STATUS = '35'
              OPEN OUTPUT ACUM-DIA-FILE
                  CONTINUE
               NOT INVALID KEY
                  SET ACUM-ACHOU TO TRUE
                  MOVE ACUM-DIA-REC TO WRK-ACUM-ANTES
                  IF AD-DATA NOT = WRK-DATA-HOJE
                     MOVE ZEROS TO AD-TOTAL-SOMA AD-TOTAL-SUBTRACAO
                                   AD-QTD-TRANSACOES
                  END-IF
           END-READ.
       4100-EXIT.
      *****************************************************************
      * 4200-GRAVAR-ACUMULADOR - Grava o acumulador da referencia
      * corrente, reescrevendo o registro se ja existia ou incluindo um
      * novo caso contrario, conta a perna como gravada quando deu
      * certo e fecha o arquivo.
      *****************************************************************
       4200-GRAVAR-ACUMULADOR.
           IF ACUM-ACHOU
           ELSE
              WRITE ACUM-DIA-REC
           END-IF.
           IF WRK-ACUM-STATUS = '00'
              ADD 1 TO WRK-QTD-GRAVADAS
           ELSE
              DISPLAY 'ERRO ' WRK-ACUM-STATUS ' GRAVANDO ACUM-DIA DA '
                      'REFERENCIA ' WRK-REF
           END-IF.
           CLOSE ACUM-DIA-FILE.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4300-GRAVAR-JORNAL - Acrescenta ao jornal permanente a perna
      * corrente (WRK-IDX-PERNA) recem acumulada, com o tipo, o
      * credito ou o debito, a contrapartida, o numero do lancamento
      * e o saldo resultante da referencia, para o extrato mensal nao
      * depender do acumulador diario.
      *****************************************************************
       4300-GRAVAR-JORNAL.
           MOVE SPACES TO TRANS-JOURNAL-REC.
           MOVE WRK-PN-REF(WRK-IDX-PERNA)     TO JR-REFERENCIA.
           MOVE WRK-DATA-HOJE                 TO JR-DATA.
           MOVE ZEROS                         TO JR-NUM1 JR-NUM2.
           MOVE WRK-PN-CREDITO(WRK-IDX-PERNA) TO JR-SOMA.
           MOVE WRK-PN-DEBITO(WRK-IDX-PERNA)  TO JR-SUBTRACAO.
           MOVE WRK-PN-SALDO(WRK-IDX-PERNA)   TO JR-SALDO.
           MOVE WRK-TIPO                      TO JR-TIPO.
           MOVE WRK-PN-CONTRAPARTIDA(WRK-IDX-PERNA)
             TO JR-CONTRAPARTIDA.
           MOVE WRK-LANCAMENTO                TO JR-LANCAMENTO.
           OPEN EXTEND TRANS-JOURNAL.
           WRITE TRANS-JOURNAL-REC.
           CLOSE TRANS-JOURNAL.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 4700-DESFAZER-PERNA - Devolve ACUM-DIA da referencia da perna
      * ja gravada a imagem anterior a ela (ou apaga o registro que a
      * perna criou), quando outra perna da mesma transacao nao
      * gravou.
      *****************************************************************
       4700-DESFAZER-PERNA.
           OPEN I-O ACUM-DIA-FILE.
           IF WRK-PN-ACHOU(WRK-IDX-PERNA) = 'S'
              MOVE WRK-PN-ACUM-ANTES(WRK-IDX-PERNA) TO ACUM-DIA-REC
              REWRITE ACUM-DIA-REC
           ELSE
              MOVE WRK-PN-REF(WRK-IDX-PERNA) TO AD-REFERENCIA
              DELETE ACUM-DIA-FILE RECORD
           END-IF.
           CLOSE ACUM-DIA-FILE.
           DISPLAY 'PERNA DESFEITA NA REFERENCIA '
                   WRK-PN-REF(WRK-IDX-PERNA).
       4700-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FECHAMENTO-DIA - Nao processa nenhuma transacao nova;
      * varre todas as referencias de ACUM-DIA e imprime o saldo
                    ADD AD-QTD-TRANSACOES TO WRK-FECH-QTD-TOTAL
                    ADD AD-SALDO TO WRK-FECH-SALDO-TOTAL
                    MOVE AD-REFERENCIA TO WRK-REF
                    MOVE AD-SALDO TO WRK-SALDO-PISO
                    PERFORM 4500-CONFERIR-PISO THRU 4500-EXIT
                 END-IF
                 PERFORM 5100-LER-ACUM-PROXIMO THRU 5100-EXIT
       ENTRY 'PROGCOB05-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           GO TO 0000-MAINLINE.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de TRANS-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT TRANS-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'TRANS-REPORT' TO AG-RELATORIO.
           MOVE 'PROGCOB05' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE TRANS-REPORT-RELIDO.
           MOVE WRK-BT-CONTADOR TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ TRANS-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE TRANS-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9820-ARQUIVAR-EXCECOES - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXCECAO-SALDO desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9820-ARQUIVAR-EXCECOES.
           IF NOT EXCECAO-ABERTA
              GO TO 9820-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXCECAO-SALDO-RELIDO.
           IF WRK-ARQREL2-STATUS NOT = '00'
              GO TO 9820-EXIT
           END-IF.
           MOVE 'EXCECAO-SALDO' TO AG-RELATORIO.
           MOVE 'PROGCOB05' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9830-ARQUIVAR-LINHA-EXCECOES THRU 9830-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXCECAO-SALDO-RELIDO.
           MOVE WRK-QTD-ABAIXO-PISO TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9820-EXIT.
           EXIT.

       9830-ARQUIVAR-LINHA-EXCECOES.
           READ EXCECAO-SALDO-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9830-EXIT
           END-READ.
           MOVE EXCECAO-SALDO-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9830-EXIT.
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
           MOVE 'PROGCOB05' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
