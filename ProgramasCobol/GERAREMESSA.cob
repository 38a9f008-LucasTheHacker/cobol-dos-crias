      *                       VARIAVELESTRUTURADA: a congruencia de
      *                       Zeller e a conferencia de feriado locais
      *                       deste programa foram aposentadas junto.
      * 15/10/2026 Batista - Contracheques de ferias (situacao FERIAS ou
      *                       FERIAS EM DOBRO, de PAGA-FERIAS) tambem
      *                       entram na remessa.
      * 15/10/2026 Batista - Contracheque de acerto de rescisao
      *                       (situacao RESCISAO, de CALCULA-RESCISAO)
      *                       tambem entra na remessa.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com os
      *                       descontos fixos da folha: RECORD CONTAINS
      *                       104 -> 160.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com a
      *                       pensao alimenticia: RECORD CONTAINS 160 ->
      *                       171. Pensoes descontadas pela folha
      *                       (PENSAO-PAGAR, de VIRGULAMASCARA) pagas ao
      *                       beneficiario em novo registro '2' de
      *                       pagamento a terceiro, com CPF, banco,
      *                       agencia e conta; registros da remessa
      *                       ampliados de 60 para 80 posicoes. As
      *                       pensoes contam no trailer '9', mas a
      *                       conferencia com o TRAILER LIQUIDO da folha
      *                       continua so sobre os liquidos.
      * 15/10/2026 Batista - Contracheque de diferencas de dissidio
      *                       (situacao DISSIDIO, de APLICA-DISSIDIO)
      *                       tambem entra na remessa.
      * 15/10/2026 Batista - Registro '1' passa a levar o CPF e a conta
      *                       de credito do empregado (banco, agencia,
      *                       conta com digito e tipo, de EMP-MASTER
      *                       pelo ID do contracheque) nas posicoes do
      *                       '2'; cabecalho '0' leva a hora de geracao.
      *                       Cada pagamento enviado fica registrado em
      *                       PAGAMENTO-REMESSA para LE-RETORNO gravar a
      *                       situacao devolvida pelo banco, e os
      *                       rejeitados da fila REMESSA-REPAGAR voltam
      *                       na remessa assim que a conta do favorecido
      *                       e corrigida. Liquido sem conta e rejeicao
      *                       aguardando correcao terminam com RC 4.
      * 15/10/2026 Batista - Contracheque (COPY PAYSLIP) ampliado com os
      *                       dias e o desconto de ausencia ao final do
      *                       registro: RECORD CONTAINS 177 -> 191.
      * 15/10/2026 Batista - Pagamento a CPF irregular na Receita retido
      *                       para revisao: o CPF do favorecido
      *                       (empregado pelo EMP-MASTER, beneficiario
      *                       da pensao, rejeicao a reapresentar) e lido
      *                       em CPF-MASTER e, com titular falecido, CPF
      *                       cancelado ou nulo (situacao gravada por
      *                       IMPORTA-RECEITA), o pagamento fica fora da
      *                       remessa e vai para o novo PAGTO-RETIDO com
      *                       o motivo; a rejeicao continua pendente na
      *                       fila. Os liquidos retidos entram na
      *                       conferencia com o TRAILER LIQUIDO e
      *                       qualquer retencao termina com RC 4.
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 Batista - Inicio e fim do passo registrados no
      *                       historico de execucao dos lotes (rotina
      *                       GRAVA-EXECUCAO; 9900-REGISTRAR-EXECUCAO
      *                       antes de cada GOBACK), com os registros
      *                       processados e o RC do passo, para o
      *                       relatorio semanal de tempos e prazo
      *                       RELAT-EXECUCAO.
      * 15/10/2026 Batista - PAYSLIP-OUT com RECORD CONTAINS 191 -> 192:
      *                       o registro do copybook PAYSLIP tem 192
      *                       posicoes e a FD menor cortava o ultimo
      *                       digito de PO-AUSENCIA-ED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-PAYSLIP-STATUS.
           SELECT REMESSA-BANCO ASSIGN TO "REMESSA-BANCO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENSAO-PAGAR ASSIGN TO "PENSAO-PAGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PP-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT PENSAO-ALIMENT ASSIGN TO "PENSAO-ALIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WRK-PA-STATUS.
           SELECT PAGAMENTO-REMESSA ASSIGN TO "PAGAMENTO-REMESSA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-CHAVE
               FILE STATUS IS WRK-PG-STATUS.
           SELECT REMESSA-REPAGAR ASSIGN TO "REMESSA-REPAGAR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-CHAVE
               FILE STATUS IS WRK-RR-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
           SELECT PAGTO-RETIDO ASSIGN TO "PAGTO-RETIDO"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-IN
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.

       FD  REMESSA-BANCO
           RECORD CONTAINS 80 CHARACTERS.
       01  REMESSA-REC             PIC X(80).
       01  REMESSA-HEADER-REC.
           05 RH-TIPO              PIC X(01).
           05 RH-SEQUENCIA         PIC 9(06).
           05 RH-INST-NOME         PIC X(30).
           05 RH-DATA-PAGAMENTO    PIC 9(08).
           05 RH-DATA-GERACAO      PIC 9(08).
           05 RH-HORA-GERACAO      PIC 9(06).
           05 FILLER               PIC X(21).
      *    Registro '1' - liquido do empregado, com o CPF e a conta
      *    de credito de EMP-MASTER nas mesmas posicoes do '2'.
       01  REMESSA-DETALHE-REC.
           05 RD-TIPO              PIC X(01).
           05 RD-SEQUENCIA         PIC 9(06).
           05 RD-FAVORECIDO        PIC X(20).
           05 RD-VALOR             PIC 9(11)V99.
           05 RD-DATA-PAGAMENTO    PIC 9(08).
           05 RD-CPF               PIC 9(11).
           05 RD-BANCO             PIC 9(03).
           05 RD-AGENCIA           PIC 9(04).
           05 RD-CONTA             PIC X(12).
           05 RD-TIPO-CONTA        PIC X(01).
           05 FILLER               PIC X(01).
      *    Registro '2' - pagamento a terceiro (pensao alimenticia ao
      *    beneficiario), com o CPF e a conta de destino.
       01  REMESSA-TERCEIRO-REC.
           05 R2-TIPO              PIC X(01).
           05 R2-SEQUENCIA         PIC 9(06).
           05 R2-FAVORECIDO        PIC X(20).
           05 R2-VALOR             PIC 9(11)V99.
           05 R2-DATA-PAGAMENTO    PIC 9(08).
           05 R2-CPF               PIC 9(11).
           05 R2-BANCO             PIC 9(03).
           05 R2-AGENCIA           PIC 9(04).
           05 R2-CONTA             PIC X(12).
           05 FILLER               PIC X(02).
       01  REMESSA-TRAILER-REC.
           05 RT-TIPO              PIC X(01).
           05 RT-SEQUENCIA         PIC 9(06).
           05 RT-QTD-PAGAMENTOS    PIC 9(07).
           05 RT-TOTAL-CONTROLE    PIC 9(11)V99.
           05 FILLER               PIC X(53).

       FD  PENSAO-PAGAR
           RECORD CONTAINS 152 CHARACTERS.
           COPY PENSRET.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  PENSAO-ALIMENT.
           COPY PENSAO.

       FD  PAGAMENTO-REMESSA.
           COPY PAGTOREM.

       FD  REMESSA-REPAGAR.
           COPY REPAGAR.

       FD  CPF-MASTER.
           COPY CPFMSTR.

      *    Pagamento retido para revisao: favorecido com CPF
      *    irregular na Receita (falecido, cancelado ou nulo).
       FD  PAGTO-RETIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  PAGTO-RETIDO-REC.
           05 PT-DATA-GERACAO      PIC 9(08).
           05 PT-TIPO              PIC X(01).
           05 PT-EM-ID             PIC X(06).
           05 PT-FAVORECIDO        PIC X(20).
           05 PT-CPF               PIC 9(11).
           05 PT-VALOR             PIC 9(11)V99.
           05 PT-SITUACAO-RF       PIC X(01).
           05 PT-MOTIVO            PIC X(16).
           05 FILLER               PIC X(04).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       77  WRK-PAYSLIP-STATUS PIC X(02)     VALUE '00'.
       77  WRK-FIM-PAYSLIP   PIC X(01)      VALUE 'N'.
           88 FIM-PAYSLIP                   VALUE 'S'.
       77  WRK-SEQUENCIA     PIC 9(06)      VALUE ZEROS.
       77  WRK-QTD-PAGAMENTOS PIC 9(07)     VALUE ZEROS.
       77  WRK-TOTAL-REMESSA PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOTAL-LIQUIDOS PIC 9(11)V99  VALUE ZEROS.
       77  WRK-PP-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-PENSAO    PIC X(01)      VALUE 'N'.
           88 FIM-PENSAO                    VALUE 'S'.
       77  WRK-QTD-PENSOES   PIC 9(07)      VALUE ZEROS.
       77  WRK-TOTAL-PENSOES PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TRL-LIQUIDO   PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TEM-TRL-LIQ   PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER-LIQUIDO           VALUE 'S'.
       77  WRK-VALOR-OK      PIC X(01)      VALUE 'N'.
           88 VALOR-CONVERTIDO              VALUE 'S'.
      *
      * Conta de credito (EMP-MASTER), registro dos pagamentos
      * enviados (PAGAMENTO-REMESSA) e fila de reapresentacao dos
      * rejeitados pelo banco (REMESSA-REPAGAR).
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PA-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PG-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-RR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-EMP-MASTER PIC X(01)     VALUE 'N'.
           88 TEM-EMP-MASTER                VALUE 'S'.
       77  WRK-TEM-PENSAO    PIC X(01)      VALUE 'N'.
           88 TEM-PENSAO-ALIMENT            VALUE 'S'.
       77  WRK-TEM-REGISTRO  PIC X(01)      VALUE 'N'.
           88 TEM-REGISTRO                  VALUE 'S'.
       77  WRK-FIM-REPAGAR   PIC X(01)      VALUE 'N'.
           88 FIM-REPAGAR                   VALUE 'S'.
       77  WRK-CONTA-ACHADA  PIC X(01)      VALUE 'N'.
           88 CONTA-ACHADA                  VALUE 'S'.
       77  WRK-BUSCA-ID      PIC X(06)      VALUE SPACES.
       77  WRK-HORA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-GERACAO  PIC 9(06)      VALUE ZEROS.
       77  WRK-QTD-SEM-CONTA PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-REENVIOS  PIC 9(07)      VALUE ZEROS.
       77  WRK-TOTAL-REENVIOS PIC 9(11)V99  VALUE ZEROS.
       77  WRK-QTD-AGUARDANDO PIC 9(07)     VALUE ZEROS.
      *
      * Situacao do CPF do favorecido na Receita (CPF-MASTER, gravada
      * por IMPORTA-RECEITA): falecido, cancelado ou nulo retem o
      * pagamento em PAGTO-RETIDO para revisao.
       77  WRK-CM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-CPF-MASTER PIC X(01)     VALUE 'N'.
           88 TEM-CPF-MASTER                VALUE 'S'.
       77  WRK-FAV-RETIDO    PIC X(01)      VALUE 'N'.
           88 FAVORECIDO-RETIDO             VALUE 'S'.
       77  WRK-RETIDO-ABERTO PIC X(01)      VALUE 'N'.
           88 RETIDO-ABERTO                 VALUE 'S'.
       77  WRK-MOTIVO-RET    PIC X(16)      VALUE SPACES.
       77  WRK-RET-TIPO      PIC X(01)      VALUE SPACE.
       77  WRK-RET-EM-ID     PIC X(06)      VALUE SPACES.
       77  WRK-RET-FAVORECIDO PIC X(20)     VALUE SPACES.
       77  WRK-RET-VALOR     PIC 9(11)V99   VALUE ZEROS.
       77  WRK-QTD-RETIDOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-TOTAL-RETIDOS PIC 9(11)V99   VALUE ZEROS.
       77  WRK-TOTAL-LIQ-RETIDOS PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONFERIR PIC 9(11)V99  VALUE ZEROS.
       01  WRK-CONTA-ATUAL.
           05 WRK-CA-CPF     PIC 9(11)      VALUE ZEROS.
           05 WRK-CA-BANCO   PIC 9(03)      VALUE ZEROS.
           05 WRK-CA-AGENCIA PIC 9(04)      VALUE ZEROS.
           05 WRK-CA-CONTA   PIC X(12)      VALUE SPACES.
           05 WRK-CA-TIPO    PIC X(01)      VALUE SPACE.
      *
      * Conversao do valor editado do contracheque (pontos de milhar e
      * virgula decimal) de volta para numerico: os digitos sao
      * recolhidos na ordem e os dois ultimos sao os centavos.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'GERA-REMESSA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-GERAR-REMESSA THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * cabecalho da remessa.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-HORA-EXEC FROM TIME.
           MOVE WRK-HORA-EXEC(1:6) TO WRK-HORA-GERACAO.
           MOVE 'P' TO DU-FUNCAO.
           MOVE WRK-DATA-EXEC TO DU-DATA.
           MOVE ZEROS TO DU-QTD-DIAS.
           MOVE DU-DATA-RESULTADO TO WRK-DATA-PAGAMENTO.
           DISPLAY 'DATA DE PAGAMENTO (DIA UTIL): '
                   WRK-DATA-PAGAMENTO.
           PERFORM 1100-ABRIR-CADASTROS THRU 1100-EXIT.
           OPEN OUTPUT REMESSA-BANCO.
           MOVE SPACES TO REMESSA-REC.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE INST-NOME          TO RH-INST-NOME.
           MOVE WRK-DATA-PAGAMENTO TO RH-DATA-PAGAMENTO.
           MOVE WRK-DATA-EXEC      TO RH-DATA-GERACAO.
           MOVE WRK-HORA-GERACAO   TO RH-HORA-GERACAO.
           WRITE REMESSA-HEADER-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-ABRIR-CADASTROS - Abre EMP-MASTER, de onde sai a conta de
      * credito de cada liquido, e o registro PAGAMENTO-REMESSA dos
      * pagamentos enviados (criado vazio na primeira remessa), que
      * LE-RETORNO atualiza com a situacao devolvida pelo banco. Sem
      * um deles a remessa sai assim mesmo, com aviso.
      *****************************************************************
       1100-ABRIR-CADASTROS.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              SET TEM-EMP-MASTER TO TRUE
           ELSE
              DISPLAY 'EMP-MASTER INDISPONIVEL - LIQUIDOS SEM CONTA '
                      'DE CREDITO'
           END-IF.
           OPEN I-O PAGAMENTO-REMESSA.
           IF WRK-PG-STATUS = '35'
              OPEN OUTPUT PAGAMENTO-REMESSA
              CLOSE PAGAMENTO-REMESSA
              OPEN I-O PAGAMENTO-REMESSA
           END-IF.
           IF WRK-PG-STATUS = '00'
              SET TEM-REGISTRO TO TRUE
           ELSE
              DISPLAY 'PAGAMENTO-REMESSA INDISPONIVEL (STATUS '
                      WRK-PG-STATUS ') - RETORNO NAO PODERA SER '
                      'CONFERIDO POR PAGAMENTO'
           END-IF.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS = '00'
              SET TEM-CPF-MASTER TO TRUE
           ELSE
              DISPLAY 'CPF-MASTER INDISPONIVEL - SITUACAO DOS CPFS NA '
                      'RECEITA NAO CONFERIDA'
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-GERAR-REMESSA - Le PAYSLIP-OUT: cada contracheque aceito
      * (situacao OK, 13o, FERIAS, RESCISAO ou DISSIDIO) vira um
      * registro '1' com o liquido; HEADER, trailers e pagamentos
      * rejeitados sao pulados. A linha TRAILER LIQUIDO da folha e
      * guardada para a conferencia do total de controle.
      *****************************************************************
       2000-GERAR-REMESSA.
           OPEN INPUT PAYSLIP-IN.
                    CONTINUE
                 WHEN PO-SITUACAO(1:2) = 'OK'
                      OR PO-SITUACAO(1:3) = '13o'
                      OR PO-SITUACAO(1:6) = 'FERIAS'
                      OR PO-SITUACAO(1:8) = 'RESCISAO'
                      OR PO-SITUACAO(1:8) = 'DISSIDIO'
                    PERFORM 2200-GRAVAR-DETALHE THRU 2200-EXIT
                 WHEN OTHER
                    CONTINUE
           END-PERFORM.
       2000-SAIR.
           CLOSE PAYSLIP-IN.
           PERFORM 2400-PAGAR-PENSOES THRU 2400-EXIT.
           PERFORM 2500-REAPRESENTAR THRU 2500-EXIT.
           MOVE SPACES TO REMESSA-REC.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE '9'               TO RT-TIPO.
      *****************************************************************
      * 2200-GRAVAR-DETALHE - Converte o liquido editado do
      * contracheque de volta para numerico e grava o registro '1' do
      * pagamento, com o CPF e a conta de credito do empregado
      * (EMP-MASTER pelo ID do contracheque), registrando-o em
      * PAGAMENTO-REMESSA. Com o CPF irregular na Receita o liquido
      * fica retido em PAGTO-RETIDO e nao vai para o banco.
      *****************************************************************
       2200-GRAVAR-DETALHE.
           MOVE PO-LIQUIDO-ED TO WRK-CAMPO-EDITADO.
                      PO-NOME ' - PAGAMENTO FORA DA REMESSA'
              GO TO 2200-EXIT
           END-IF.
           MOVE PO-ID              TO WRK-BUSCA-ID.
           PERFORM 2210-BUSCAR-CONTA THRU 2210-EXIT.
           PERFORM 2600-CONFERIR-CPF THRU 2600-EXIT.
           IF FAVORECIDO-RETIDO
              MOVE '1'             TO WRK-RET-TIPO
              MOVE PO-ID           TO WRK-RET-EM-ID
              MOVE PO-NOME         TO WRK-RET-FAVORECIDO
              MOVE WRK-VALOR-LIQ   TO WRK-RET-VALOR
              PERFORM 2650-GRAVAR-RETIDO THRU 2650-EXIT
              ADD WRK-VALOR-LIQ TO WRK-TOTAL-LIQ-RETIDOS
              GO TO 2200-EXIT
           END-IF.
           MOVE SPACES TO REMESSA-REC.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE '1'                TO RD-TIPO.
           MOVE PO-NOME            TO RD-FAVORECIDO.
           MOVE WRK-VALOR-LIQ      TO RD-VALOR.
           MOVE WRK-DATA-PAGAMENTO TO RD-DATA-PAGAMENTO.
           IF NOT CONTA-ACHADA
              ADD 1 TO WRK-QTD-SEM-CONTA
              DISPLAY 'SEM CONTA DE CREDITO EM EMP-MASTER: ' PO-ID
                      ' ' PO-NOME
           END-IF.
           MOVE WRK-CA-CPF         TO RD-CPF.
           MOVE WRK-CA-BANCO       TO RD-BANCO.
           MOVE WRK-CA-AGENCIA     TO RD-AGENCIA.
           MOVE WRK-CA-CONTA       TO RD-CONTA.
           MOVE WRK-CA-TIPO        TO RD-TIPO-CONTA.
           WRITE REMESSA-DETALHE-REC.
           ADD 1 TO WRK-QTD-PAGAMENTOS.
           ADD WRK-VALOR-LIQ TO WRK-TOTAL-REMESSA.
           ADD WRK-VALOR-LIQ TO WRK-TOTAL-LIQUIDOS.
           MOVE SPACES TO PAGAMENTO-REMESSA-REC.
           MOVE '1'                TO PG-TIPO.
           MOVE PO-ID              TO PG-EM-ID.
           MOVE ZEROS              TO PG-PENSAO-SEQ.
           MOVE RD-FAVORECIDO      TO PG-FAVORECIDO.
           MOVE RD-VALOR           TO PG-VALOR.
           PERFORM 2900-REGISTRAR-PAGAMENTO THRU 2900-EXIT.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-BUSCAR-CONTA - Carrega em WRK-CONTA-ATUAL o CPF e a conta
      * de credito do empregado WRK-BUSCA-ID; sem cadastro ou com
      * banco zero (conta nao informada) a conta vai zerada.
      *****************************************************************
       2210-BUSCAR-CONTA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           INITIALIZE WRK-CONTA-ATUAL.
           IF NOT TEM-EMP-MASTER OR WRK-BUSCA-ID = SPACES
              GO TO 2210-EXIT
           END-IF.
           MOVE WRK-BUSCA-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  GO TO 2210-EXIT
           END-READ.
           MOVE EM-CPF TO WRK-CA-CPF.
           IF EM-BANCO = ZEROS
              GO TO 2210-EXIT
           END-IF.
           PERFORM 2220-MONTAR-CONTA-EMP THRU 2220-EXIT.
       2210-EXIT.
           EXIT.

       2220-MONTAR-CONTA-EMP.
           MOVE EM-BANCO          TO WRK-CA-BANCO.
           MOVE EM-AGENCIA        TO WRK-CA-AGENCIA.
           MOVE EM-CONTA          TO WRK-CA-CONTA(1:11).
           MOVE EM-CONTA-DV       TO WRK-CA-CONTA(12:1).
           MOVE EM-TIPO-CONTA     TO WRK-CA-TIPO.
           SET CONTA-ACHADA TO TRUE.
       2220-EXIT.
           EXIT.

       2300-GUARDAR-TRAILER-LIQ.
           MOVE PAYSLIP-OUT-REC(17:14) TO WRK-CAMPO-EDITADO.
           PERFORM 7000-CONVERTER-EDITADO THRU 7000-EXIT.
           EXIT.

      *****************************************************************
      * 2400-PAGAR-PENSOES - Le PENSAO-PAGAR, as pensoes alimenticias
      * descontadas pela folha da mesma execucao (VIRGULAMASCARA), e
      * grava um registro '2' de pagamento ao beneficiario de cada
      * uma, com o CPF e a conta da ordem judicial (beneficiario com
      * CPF irregular na Receita fica retido). Sem o arquivo
      * (remessas de ferias, 13o e rescisao), nada a pagar. As pensoes
      * entram na contagem e no total do trailer da remessa, mas nao
      * na conferencia com o TRAILER LIQUIDO da folha.
      *****************************************************************
       2400-PAGAR-PENSOES.
           OPEN INPUT PENSAO-PAGAR.
           IF WRK-PP-STATUS NOT = '00'
              GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-LER-PENSAO THRU 2410-EXIT.
           PERFORM 2420-GRAVAR-TERCEIRO THRU 2420-EXIT
              UNTIL FIM-PENSAO.
           CLOSE PENSAO-PAGAR.
       2400-EXIT.
           EXIT.

       2410-LER-PENSAO.
           READ PENSAO-PAGAR
               AT END SET FIM-PENSAO TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

       2420-GRAVAR-TERCEIRO.
           IF PR-VALOR = ZEROS
              GO TO 2420-LER
           END-IF.
           MOVE PR-BENEF-CPF TO WRK-CA-CPF.
           PERFORM 2600-CONFERIR-CPF THRU 2600-EXIT.
           IF FAVORECIDO-RETIDO
              MOVE '2'             TO WRK-RET-TIPO
              MOVE PR-EM-ID        TO WRK-RET-EM-ID
              MOVE PR-BENEF-NOME   TO WRK-RET-FAVORECIDO
              MOVE PR-VALOR        TO WRK-RET-VALOR
              PERFORM 2650-GRAVAR-RETIDO THRU 2650-EXIT
              GO TO 2420-LER
           END-IF.
           MOVE SPACES TO REMESSA-REC.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE '2'                TO R2-TIPO.
           MOVE WRK-SEQUENCIA      TO R2-SEQUENCIA.
           MOVE PR-BENEF-NOME      TO R2-FAVORECIDO.
           MOVE PR-VALOR           TO R2-VALOR.
           MOVE WRK-DATA-PAGAMENTO TO R2-DATA-PAGAMENTO.
           MOVE PR-BENEF-CPF       TO R2-CPF.
           MOVE PR-BENEF-BANCO     TO R2-BANCO.
           MOVE PR-BENEF-AGENCIA   TO R2-AGENCIA.
           MOVE PR-BENEF-CONTA     TO R2-CONTA.
           WRITE REMESSA-TERCEIRO-REC.
           ADD 1 TO WRK-QTD-PAGAMENTOS WRK-QTD-PENSOES.
           ADD PR-VALOR TO WRK-TOTAL-REMESSA WRK-TOTAL-PENSOES.
           MOVE SPACES TO PAGAMENTO-REMESSA-REC.
           MOVE '2'                TO PG-TIPO.
           MOVE PR-EM-ID           TO PG-EM-ID.
           MOVE PR-SEQUENCIA       TO PG-PENSAO-SEQ.
           MOVE R2-FAVORECIDO      TO PG-FAVORECIDO.
           MOVE R2-VALOR           TO PG-VALOR.
           MOVE R2-BANCO           TO WRK-CA-BANCO.
           MOVE R2-AGENCIA         TO WRK-CA-AGENCIA.
           MOVE R2-CONTA           TO WRK-CA-CONTA.
           MOVE SPACE              TO WRK-CA-TIPO.
           PERFORM 2900-REGISTRAR-PAGAMENTO THRU 2900-EXIT.
       2420-LER.
           PERFORM 2410-LER-PENSAO THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

      *****************************************************************
      * 2500-REAPRESENTAR - Percorre a fila REMESSA-REPAGAR dos
      * pagamentos rejeitados pelo banco (enfileirados por
      * LE-RETORNO). Cada rejeicao pendente cuja conta do favorecido
      * ja nao e a recusada - o liquido pela conta atual em
      * EMP-MASTER, a pensao pela conta do beneficiario em
      * PENSAO-ALIMENT - volta nesta remessa, com o valor original e a
      * conta corrigida, e sai da fila como reenviada. As que ainda
      * aguardam correcao sao listadas no console; favorecido com
      * CPF irregular na Receita fica retido e a rejeicao continua
      * pendente na fila. Sem a fila (remessas
      * de ferias, 13o, rescisao e dissidio), nada a reapresentar. Os
      * reenvios entram no trailer da remessa, mas nao na conferencia
      * com o TRAILER LIQUIDO da folha.
      *****************************************************************
       2500-REAPRESENTAR.
           OPEN I-O REMESSA-REPAGAR.
           IF WRK-RR-STATUS NOT = '00'
              GO TO 2500-EXIT
           END-IF.
           OPEN INPUT PENSAO-ALIMENT.
           IF WRK-PA-STATUS = '00'
              SET TEM-PENSAO-ALIMENT TO TRUE
           END-IF.
           MOVE LOW-VALUES TO RR-CHAVE.
           START REMESSA-REPAGAR KEY IS NOT LESS THAN RR-CHAVE
               INVALID KEY SET FIM-REPAGAR TO TRUE
           END-START.
           IF NOT FIM-REPAGAR
              PERFORM 2510-LER-REPAGAR THRU 2510-EXIT
           END-IF.
           PERFORM 2520-AVALIAR-REJEITADO THRU 2520-EXIT
              UNTIL FIM-REPAGAR.
           CLOSE REMESSA-REPAGAR.
           IF TEM-PENSAO-ALIMENT
              CLOSE PENSAO-ALIMENT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LER-REPAGAR.
           READ REMESSA-REPAGAR NEXT RECORD
               AT END SET FIM-REPAGAR TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-AVALIAR-REJEITADO.
           IF NOT RR-PENDENTE
              GO TO 2520-LER
           END-IF.
           PERFORM 2530-OBTER-CONTA-ATUAL THRU 2530-EXIT.
           IF NOT CONTA-ACHADA
              OR (WRK-CA-BANCO   = RR-BANCO
                  AND WRK-CA-AGENCIA = RR-AGENCIA
                  AND WRK-CA-CONTA   = RR-CONTA
                  AND WRK-CA-TIPO    = RR-TIPO-CONTA)
              ADD 1 TO WRK-QTD-AGUARDANDO
              DISPLAY 'REJEITADO AGUARDANDO CORRECAO DA CONTA: '
                      RR-EM-ID ' ' RR-FAVORECIDO ' OCORRENCIA '
                      RR-OCORRENCIA ' DE ' RR-DATA-GERACAO
              GO TO 2520-LER
           END-IF.
           PERFORM 2600-CONFERIR-CPF THRU 2600-EXIT.
           IF FAVORECIDO-RETIDO
              MOVE RR-TIPO         TO WRK-RET-TIPO
              MOVE RR-EM-ID        TO WRK-RET-EM-ID
              MOVE RR-FAVORECIDO   TO WRK-RET-FAVORECIDO
              MOVE RR-VALOR        TO WRK-RET-VALOR
              PERFORM 2650-GRAVAR-RETIDO THRU 2650-EXIT
              GO TO 2520-LER
           END-IF.
           MOVE SPACES TO REMESSA-REC.
           ADD 1 TO WRK-SEQUENCIA.
           IF RR-LIQUIDO
              MOVE '1'                TO RD-TIPO
              MOVE WRK-SEQUENCIA      TO RD-SEQUENCIA
              MOVE RR-FAVORECIDO      TO RD-FAVORECIDO
              MOVE RR-VALOR           TO RD-VALOR
              MOVE WRK-DATA-PAGAMENTO TO RD-DATA-PAGAMENTO
              MOVE WRK-CA-CPF         TO RD-CPF
              MOVE WRK-CA-BANCO       TO RD-BANCO
              MOVE WRK-CA-AGENCIA     TO RD-AGENCIA
              MOVE WRK-CA-CONTA       TO RD-CONTA
              MOVE WRK-CA-TIPO        TO RD-TIPO-CONTA
              WRITE REMESSA-DETALHE-REC
           ELSE
              MOVE '2'                TO R2-TIPO
              MOVE WRK-SEQUENCIA      TO R2-SEQUENCIA
              MOVE RR-FAVORECIDO      TO R2-FAVORECIDO
              MOVE RR-VALOR           TO R2-VALOR
              MOVE WRK-DATA-PAGAMENTO TO R2-DATA-PAGAMENTO
              MOVE WRK-CA-CPF         TO R2-CPF
              MOVE WRK-CA-BANCO       TO R2-BANCO
              MOVE WRK-CA-AGENCIA     TO R2-AGENCIA
              MOVE WRK-CA-CONTA       TO R2-CONTA
              WRITE REMESSA-TERCEIRO-REC
           END-IF.
           ADD 1 TO WRK-QTD-PAGAMENTOS WRK-QTD-REENVIOS.
           ADD RR-VALOR TO WRK-TOTAL-REMESSA WRK-TOTAL-REENVIOS.
           DISPLAY 'REAPRESENTADO COM A CONTA CORRIGIDA: ' RR-EM-ID
                   ' ' RR-FAVORECIDO ' ' RR-VALOR.
           MOVE SPACES TO PAGAMENTO-REMESSA-REC.
           MOVE RR-TIPO            TO PG-TIPO.
           MOVE RR-EM-ID           TO PG-EM-ID.
           MOVE RR-PENSAO-SEQ      TO PG-PENSAO-SEQ.
           MOVE RR-FAVORECIDO      TO PG-FAVORECIDO.
           MOVE RR-VALOR           TO PG-VALOR.
           MOVE RR-CHAVE           TO PG-REENVIO-DE.
           PERFORM 2900-REGISTRAR-PAGAMENTO THRU 2900-EXIT.
           SET RR-REENVIADO TO TRUE.
           MOVE WRK-DATA-EXEC TO RR-DATA-REENVIO.
           MOVE PG-CHAVE      TO RR-NOVA-CHAVE.
           REWRITE REMESSA-REPAGAR-REC.
       2520-LER.
           PERFORM 2510-LER-REPAGAR THRU 2510-EXIT.
       2520-EXIT.
           EXIT.

      *****************************************************************
      * 2530-OBTER-CONTA-ATUAL - Conta de credito vigente do
      * favorecido da rejeicao: a do empregado em EMP-MASTER para o
      * liquido, a do beneficiario em PENSAO-ALIMENT para a pensao.
      *****************************************************************
       2530-OBTER-CONTA-ATUAL.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           INITIALIZE WRK-CONTA-ATUAL.
           IF RR-LIQUIDO
              MOVE RR-EM-ID TO WRK-BUSCA-ID
              PERFORM 2210-BUSCAR-CONTA THRU 2210-EXIT
              GO TO 2530-EXIT
           END-IF.
           IF NOT TEM-PENSAO-ALIMENT
              GO TO 2530-EXIT
           END-IF.
           MOVE RR-EM-ID      TO PA-EM-ID.
           MOVE RR-PENSAO-SEQ TO PA-SEQUENCIA.
           READ PENSAO-ALIMENT
               INVALID KEY
                  GO TO 2530-EXIT
           END-READ.
           IF PA-BENEF-BANCO = ZEROS
              GO TO 2530-EXIT
           END-IF.
           MOVE PA-BENEF-CPF     TO WRK-CA-CPF.
           MOVE PA-BENEF-BANCO   TO WRK-CA-BANCO.
           MOVE PA-BENEF-AGENCIA TO WRK-CA-AGENCIA.
           MOVE PA-BENEF-CONTA   TO WRK-CA-CONTA.
           SET CONTA-ACHADA TO TRUE.
       2530-EXIT.
           EXIT.

      *****************************************************************
      * 2600-CONFERIR-CPF - Situacao na Receita do CPF do favorecido
      * (WRK-CA-CPF) em CPF-MASTER: titular falecido, CPF cancelado ou
      * nulo ligam FAVORECIDO-RETIDO. CPF fora do cadastro, nunca
      * consultado ou cadastro indisponivel seguem sem retencao.
      *****************************************************************
       2600-CONFERIR-CPF.
           MOVE 'N' TO WRK-FAV-RETIDO.
           IF NOT TEM-CPF-MASTER OR WRK-CA-CPF = ZEROS
              GO TO 2600-EXIT
           END-IF.
           MOVE WRK-CA-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  GO TO 2600-EXIT
           END-READ.
           IF NOT CM-RF-RETEM-PAGAMENTO
              GO TO 2600-EXIT
           END-IF.
           SET FAVORECIDO-RETIDO TO TRUE.
           EVALUATE TRUE
              WHEN CM-RF-FALECIDO
                 MOVE 'TITULAR FALECIDO' TO WRK-MOTIVO-RET
              WHEN CM-SITUACAO-RF = '8'
                 MOVE 'CPF NULO' TO WRK-MOTIVO-RET
              WHEN OTHER
                 MOVE 'CPF CANCELADO' TO WRK-MOTIVO-RET
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      *****************************************************************
      * 2650-GRAVAR-RETIDO - Grava em PAGTO-RETIDO (aberto no primeiro
      * retido) o pagamento que ficou fora da remessa para revisao,
      * com o CPF e o motivo. O chamador ja preencheu tipo, ID,
      * favorecido e valor.
      *****************************************************************
       2650-GRAVAR-RETIDO.
           IF NOT RETIDO-ABERTO
              OPEN OUTPUT PAGTO-RETIDO
              SET RETIDO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO PAGTO-RETIDO-REC.
           MOVE WRK-DATA-EXEC      TO PT-DATA-GERACAO.
           MOVE WRK-RET-TIPO       TO PT-TIPO.
           MOVE WRK-RET-EM-ID      TO PT-EM-ID.
           MOVE WRK-RET-FAVORECIDO TO PT-FAVORECIDO.
           MOVE WRK-CA-CPF         TO PT-CPF.
           MOVE WRK-RET-VALOR      TO PT-VALOR.
           MOVE CM-SITUACAO-RF     TO PT-SITUACAO-RF.
           MOVE WRK-MOTIVO-RET     TO PT-MOTIVO.
           WRITE PAGTO-RETIDO-REC.
           ADD 1 TO WRK-QTD-RETIDOS.
           ADD WRK-RET-VALOR TO WRK-TOTAL-RETIDOS.
           DISPLAY 'PAGAMENTO RETIDO PARA REVISAO (' WRK-MOTIVO-RET
                   '): ' WRK-RET-EM-ID ' ' WRK-RET-FAVORECIDO ' '
                   WRK-RET-VALOR.
       2650-EXIT.
           EXIT.

      *****************************************************************
      * 2900-REGISTRAR-PAGAMENTO - Grava em PAGAMENTO-REMESSA o
      * pagamento que acabou de ir para a remessa, chaveado pela data
      * e hora de geracao e pela sequencia do registro, como enviado
      * ('E'). O chamador ja preencheu tipo, ID, favorecido e valor;
      * a conta vem de WRK-CONTA-ATUAL.
      *****************************************************************
       2900-REGISTRAR-PAGAMENTO.
           MOVE WRK-DATA-EXEC      TO PG-DATA-GERACAO.
           MOVE WRK-HORA-GERACAO   TO PG-HORA-GERACAO.
           MOVE WRK-SEQUENCIA      TO PG-SEQUENCIA.
           MOVE WRK-DATA-PAGAMENTO TO PG-DATA-PAGAMENTO.
           MOVE WRK-CA-BANCO       TO PG-BANCO.
           MOVE WRK-CA-AGENCIA     TO PG-AGENCIA.
           MOVE WRK-CA-CONTA       TO PG-CONTA.
           MOVE WRK-CA-TIPO        TO PG-TIPO-CONTA.
           SET PG-ENVIADO TO TRUE.
           MOVE ZEROS              TO PG-DATA-RETORNO.
           IF NOT TEM-REGISTRO
              GO TO 2900-EXIT
           END-IF.
           WRITE PAGAMENTO-REMESSA-REC
               INVALID KEY
                  DISPLAY 'PAGAMENTO JA REGISTRADO: ' PG-CHAVE
           END-WRITE.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Confere o total dos liquidos da remessa (sem
      * as pensoes e os reenvios, somados os liquidos retidos por CPF
      * irregular) contra a linha TRAILER LIQUIDO da folha e resume no
      * console; divergencia termina com RC 8 para o JCL segurar o
      * envio ao banco. Liquido sem conta de credito, rejeicao ainda
      * aguardando correcao da conta, pagamento retido por CPF
      * irregular ou registro de pagamentos indisponivel terminam com
      * RC 4.
      *****************************************************************
       5000-FINALIZAR.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           IF TEM-REGISTRO
              CLOSE PAGAMENTO-REMESSA
           END-IF.
           IF TEM-CPF-MASTER
              CLOSE CPF-MASTER
           END-IF.
           IF RETIDO-ABERTO
              CLOSE PAGTO-RETIDO
           END-IF.
           DISPLAY 'REMESSA BANCARIA GERADA'.
           DISPLAY 'PAGAMENTOS.....: ' WRK-QTD-PAGAMENTOS.
           DISPLAY 'TOTAL REMESSA..: ' WRK-TOTAL-REMESSA.
           IF WRK-QTD-PENSOES > 0
              DISPLAY 'PENSOES........: ' WRK-QTD-PENSOES
              DISPLAY 'TOTAL PENSOES..: ' WRK-TOTAL-PENSOES
           END-IF.
           IF WRK-QTD-REENVIOS > 0
              DISPLAY 'REAPRESENTADOS.: ' WRK-QTD-REENVIOS
              DISPLAY 'TOTAL REAPRES..: ' WRK-TOTAL-REENVIOS
           END-IF.
           IF WRK-QTD-AGUARDANDO > 0
              DISPLAY 'REJEITADOS AGUARDANDO CORRECAO DA CONTA: '
                      WRK-QTD-AGUARDANDO
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-SEM-CONTA > 0
              DISPLAY 'LIQUIDOS SEM CONTA DE CREDITO: '
                      WRK-QTD-SEM-CONTA
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTD-RETIDOS > 0
              DISPLAY 'RETIDOS POR CPF IRREGULAR: ' WRK-QTD-RETIDOS
              DISPLAY 'TOTAL RETIDO...: ' WRK-TOTAL-RETIDOS
              MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT TEM-REGISTRO
              MOVE 4 TO RETURN-CODE
           END-IF.
           COMPUTE WRK-TOTAL-CONFERIR = WRK-TOTAL-LIQUIDOS
                                      + WRK-TOTAL-LIQ-RETIDOS.
           IF TEM-TRAILER-LIQUIDO
              IF WRK-TOTAL-CONFERIR = WRK-TRL-LIQUIDO
                 DISPLAY 'TOTAL CONFERE COM O TRAILER LIQUIDO DA '
                         'FOLHA'
              ELSE
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-PAGAMENTOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'GERA-REMESSA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
