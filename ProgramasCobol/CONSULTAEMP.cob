       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSULTA-EMPREGADO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Consulta avulsa do empregado, somente leitura, o
      *           equivalente de CONSULTA-ALUNO para a folha: a pergunta
      *           do empregado sobre o proprio pagamento nao exige mais
      *           rodar LISTA-YTD-SAL, despejar PAY-HIST e ler
      *           EMP-MASTER a mao. Pelo ID ou pelo nome (chave
      *           alternativa EM-NOME; homonimos sao listados para a
      *           escolha do ID), mostra o cadastro de EMP-MASTER, o
      *           cargo e o campus do EMP-IN corrente com a faixa
      *           salarial do cargo em CARGO-MASTER, os doze ultimos
      *           lancamentos de PAY-HIST (estornos inclusive), os
      *           acumulados do ano em YTD-SAL por moeda e os descontos
      *           do ultimo contracheque da folha (PAYSLIP-OUT). Como
      *           expoe salarios, so roda com papel ADM ou SUPERVISOR
      *           (OC-LOTE-AUTORIZADO), chamado pelo MENU-PRINCIPAL via
      *           CONSULTA-EMPREGADO-CTX, e cada consulta - e cada
      *           tentativa recusada - vai para o AUDIT-LOG pela rotina
      *           GRAVA-AUDIT com o operador e o ID consultado.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT CARGO-MASTER ASSIGN TO "CARGO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CG-CODIGO
               FILE STATUS IS WRK-CG-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YS-ID
               ALTERNATE RECORD KEY IS YS-NOME WITH DUPLICATES
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT EMP-IN ASSIGN TO "EMP-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT PAYSLIP-OUT ASSIGN TO "PAYSLIP-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PO-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  CARGO-MASTER.
           COPY CARGMSTR.

       FD  YTD-SAL-FILE.
           COPY YTDSAL.

       FD  EMP-IN
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-IN-REC.
           05 EI-NOME              PIC X(20).
           05 EI-SALARIO           PIC 9(06)V99.
           05 EI-HORAS-EXTRA       PIC 9(03).
           05 EI-BONUS             PIC 9(06)V99.
           05 EI-TURNO             PIC X(01).
           05 EI-FREQUENCIA        PIC X(01).
           05 EI-ID                PIC X(06).
           05 EI-MOEDA             PIC X(03).
           05 EI-CARGO             PIC X(04).
           05 EI-CAMPUS            PIC X(02).
           05 EI-HORAS-AULA        PIC 9(03).
           05 EI-DIAS-FALTA        PIC 9(02).
           05 EI-DIAS-DSR          PIC 9(02).
           05 EI-DIAS-AFASTADO     PIC 9(02).

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  PAYSLIP-OUT
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY AUDITGRV.
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CG-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-EI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PO-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-LOTE-AUTORIZADO PIC X(01)    VALUE 'N'.
           88 LOTE-AUTORIZADO               VALUE 'S'.
       77  WRK-OPERADOR      PIC X(20)      VALUE SPACES.
       77  WRK-BUSCA         PIC X(01)      VALUE SPACE.
       77  WRK-ID            PIC X(06)      VALUE SPACES.
       77  WRK-NOME-BUSCA    PIC X(20)      VALUE SPACES.
       77  WRK-QTD-HOMONIMOS PIC 9(03)      VALUE ZEROS.
       77  WRK-ACHADO        PIC X(01)      VALUE 'N'.
           88 EMPREGADO-ACHADO              VALUE 'S'.
       77  WRK-FIM-EM        PIC X(01)      VALUE 'N'.
           88 FIM-EM                        VALUE 'S'.
       77  WRK-FIM-EI        PIC X(01)      VALUE 'N'.
           88 FIM-EI                        VALUE 'S'.
       77  WRK-FIM-PH        PIC X(01)      VALUE 'N'.
           88 FIM-PH                        VALUE 'S'.
       77  WRK-FIM-PO        PIC X(01)      VALUE 'N'.
           88 FIM-PO                        VALUE 'S'.
       77  WRK-TEM-EMP-IN    PIC X(01)      VALUE 'N'.
           88 TEM-EMP-IN                    VALUE 'S'.
       77  WRK-TEM-PAYSLIP   PIC X(01)      VALUE 'N'.
           88 TEM-PAYSLIP                   VALUE 'S'.
       77  WRK-CARGO         PIC X(04)      VALUE SPACES.
       77  WRK-CAMPUS        PIC X(02)      VALUE SPACES.
       77  WRK-SALARIO       PIC 9(06)V99   VALUE ZEROS.
       77  WRK-IDX           PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-ANT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-PH        PIC 9(02) COMP VALUE ZERO.
       77  WRK-TOTAL-PH      PIC 9(05)      VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MIN-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-MAX-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TIPO-DESC     PIC X(10)      VALUE SPACES.
       77  WRK-RESULTADO     PIC X(25)      VALUE SPACES.
      *
      * Ultimo contracheque do empregado em PAYSLIP-OUT (a folha grava
      * uma linha por pagamento; vale a ultima do ID).
       01  WRK-ULT-PAYSLIP   PIC X(192)     VALUE SPACES.
      *
      * Os doze ultimos lancamentos de PAY-HIST do empregado, na
      * ordem do arquivo (o mais antigo primeiro).
       01  WRK-TAB-PH.
           05 WRK-PH-ENT OCCURS 12 TIMES.
              10 WRK-TP-COMPETENCIA PIC 9(06).
              10 WRK-TP-VALOR       PIC 9(08)V99.
              10 WRK-TP-MOEDA       PIC X(03).
              10 WRK-TP-TIPO        PIC X(01).

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           IF NOT LOTE-AUTORIZADO
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA A CONSULTA DE '
                      'SALARIOS'
              MOVE 'CONSULTA EMP NEGADA' TO WRK-RESULTADO
              PERFORM 8000-REGISTRAR-AUDITORIA THRU 8000-EXIT
              GOBACK
           END-IF.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - NADA A CONSULTAR'
              GOBACK
           END-IF.
           PERFORM 1000-LOCALIZAR THRU 1000-EXIT.
           IF EMPREGADO-ACHADO
              MOVE SPACES TO WRK-RESULTADO
              STRING 'CONSULTA EMP ' EM-ID
                     DELIMITED BY SIZE INTO WRK-RESULTADO
              PERFORM 8000-REGISTRAR-AUDITORIA THRU 8000-EXIT
              PERFORM 2000-MOSTRAR-CADASTRO THRU 2000-EXIT
              PERFORM 3000-MOSTRAR-CARGO THRU 3000-EXIT
              PERFORM 4000-MOSTRAR-HISTORICO THRU 4000-EXIT
              PERFORM 5000-MOSTRAR-YTD THRU 5000-EXIT
              PERFORM 6000-MOSTRAR-CONTRACHEQUE THRU 6000-EXIT
           END-IF.
           CLOSE EMP-MASTER.
           GOBACK.

      *****************************************************************
      * 1000-LOCALIZAR - Busca pelo ID (leitura direta) ou pelo nome
      * (chave alternativa EM-NOME): um so empregado com o nome e
      * assumido; homonimos sao listados com o ID e a situacao, e o
      * operador escolhe o ID.
      *****************************************************************
       1000-LOCALIZAR.
           MOVE 'N' TO WRK-ACHADO.
           DISPLAY 'BUSCAR POR ID (I) OU POR NOME (N): '.
           ACCEPT WRK-BUSCA FROM CONSOLE.
           IF WRK-BUSCA = 'N' OR WRK-BUSCA = 'n'
              PERFORM 1100-BUSCAR-POR-NOME THRU 1100-EXIT
              IF WRK-QTD-HOMONIMOS = 0
                 DISPLAY 'NOME NAO CADASTRADO: ' WRK-NOME-BUSCA
                 GO TO 1000-EXIT
              END-IF
              IF WRK-QTD-HOMONIMOS > 1
                 DISPLAY 'ID DO EMPREGADO DESEJADO: '
                 ACCEPT WRK-ID FROM CONSOLE
              END-IF
           ELSE
              DISPLAY 'ID DO EMPREGADO (6 POSICOES): '
              ACCEPT WRK-ID FROM CONSOLE
           END-IF.
           MOVE WRK-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  DISPLAY 'ID NAO CADASTRADO: ' WRK-ID
                  GO TO 1000-EXIT
           END-READ.
           SET EMPREGADO-ACHADO TO TRUE.
       1000-EXIT.
           EXIT.

       1100-BUSCAR-POR-NOME.
           MOVE ZEROS TO WRK-QTD-HOMONIMOS.
           MOVE 'N' TO WRK-FIM-EM.
           DISPLAY 'NOME DO EMPREGADO (COMO NO CADASTRO): '.
           ACCEPT WRK-NOME-BUSCA FROM CONSOLE.
           MOVE WRK-NOME-BUSCA TO EM-NOME.
           START EMP-MASTER KEY IS EQUAL TO EM-NOME
               INVALID KEY SET FIM-EM TO TRUE
           END-START.
           PERFORM 1110-LISTAR-HOMONIMO THRU 1110-EXIT
              UNTIL FIM-EM.
       1100-EXIT.
           EXIT.

       1110-LISTAR-HOMONIMO.
           READ EMP-MASTER NEXT RECORD
               AT END
                  SET FIM-EM TO TRUE
                  GO TO 1110-EXIT
           END-READ.
           IF EM-NOME NOT = WRK-NOME-BUSCA
              SET FIM-EM TO TRUE
              GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-HOMONIMOS.
           MOVE EM-ID TO WRK-ID.
           DISPLAY '  ' EM-ID ' ' EM-NOME ' SITUACAO ' EM-STATUS
                   ' ADMISSAO ' EM-DATA-ADMISSAO.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-MOSTRAR-CADASTRO - Registro de EMP-MASTER.
      *****************************************************************
       2000-MOSTRAR-CADASTRO.
           DISPLAY 'EMPREGADO.........: ' EM-ID ' ' EM-NOME.
           DISPLAY 'CPF...............: ' EM-CPF.
           IF EM-ATIVO
              DISPLAY 'SITUACAO..........: ATIVO'
           ELSE
              DISPLAY 'SITUACAO..........: INATIVO'
           END-IF.
           DISPLAY 'ADMISSAO..........: ' EM-DATA-ADMISSAO.
           IF EM-BANCO = ZEROS
              DISPLAY 'CONTA DE CREDITO..: NAO INFORMADA'
           ELSE
              DISPLAY 'CONTA DE CREDITO..: BANCO ' EM-BANCO
                      ' AGENCIA ' EM-AGENCIA ' CONTA ' EM-CONTA
                      '-' EM-CONTA-DV ' TIPO ' EM-TIPO-CONTA
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-MOSTRAR-CARGO - Cargo, campus e salario do empregado no
      * EMP-IN corrente (a folha nao guarda o cargo no cadastro) e a
      * faixa salarial do cargo em CARGO-MASTER.
      *****************************************************************
       3000-MOSTRAR-CARGO.
           MOVE 'N' TO WRK-FIM-EI WRK-TEM-EMP-IN.
           OPEN INPUT EMP-IN.
           IF WRK-EI-STATUS NOT = '00'
              DISPLAY 'CARGO.............: EMP-IN AUSENTE'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-PROCURAR-EMP-IN THRU 3100-EXIT
              UNTIL FIM-EI.
           CLOSE EMP-IN.
           IF NOT TEM-EMP-IN
              DISPLAY 'CARGO.............: FORA DO EMP-IN CORRENTE'
              GO TO 3000-EXIT
           END-IF.
           MOVE WRK-SALARIO TO WRK-MIN-ED.
           DISPLAY 'CAMPUS............: ' WRK-CAMPUS.
           DISPLAY 'SALARIO BASE......: ' WRK-MIN-ED.
           IF WRK-CARGO = SPACES
              DISPLAY 'CARGO.............: NAO INFORMADO'
              GO TO 3000-EXIT
           END-IF.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS NOT = '00'
              DISPLAY 'CARGO.............: ' WRK-CARGO
                      ' (CARGO-MASTER AUSENTE)'
              GO TO 3000-EXIT
           END-IF.
           MOVE WRK-CARGO TO CG-CODIGO.
           READ CARGO-MASTER
               INVALID KEY
                  DISPLAY 'CARGO.............: ' WRK-CARGO
                          ' (FORA DA TABELA)'
               NOT INVALID KEY
                  MOVE CG-SAL-MINIMO TO WRK-MIN-ED
                  MOVE CG-SAL-MAXIMO TO WRK-MAX-ED
                  DISPLAY 'CARGO.............: ' CG-CODIGO ' '
                          CG-DESCRICAO
                  DISPLAY 'FAIXA DO CARGO....: ' WRK-MIN-ED
                          ' A ' WRK-MAX-ED
                  IF WRK-SALARIO < CG-SAL-MINIMO
                     OR WRK-SALARIO > CG-SAL-MAXIMO
                     DISPLAY '                    SALARIO FORA DA '
                             'FAIXA'
                  END-IF
           END-READ.
           CLOSE CARGO-MASTER.
       3000-EXIT.
           EXIT.

       3100-PROCURAR-EMP-IN.
           READ EMP-IN
               AT END
                  SET FIM-EI TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF EI-ID NOT = EM-ID
              GO TO 3100-EXIT
           END-IF.
           SET TEM-EMP-IN TO TRUE.
           SET FIM-EI TO TRUE.
           MOVE EI-CARGO   TO WRK-CARGO.
           MOVE EI-CAMPUS  TO WRK-CAMPUS.
           MOVE EI-SALARIO TO WRK-SALARIO.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-MOSTRAR-HISTORICO - Le PAY-HIST de ponta a ponta
      * guardando os doze ultimos lancamentos do ID (o mais antigo sai
      * da tabela quando entra o decimo terceiro) e os mostra com o
      * tipo: pagamento, estorno, ferias, rescisao ou dissidio.
      *****************************************************************
       4000-MOSTRAR-HISTORICO.
           MOVE ZERO TO WRK-QTD-PH.
           MOVE ZEROS TO WRK-TOTAL-PH.
           MOVE 'N' TO WRK-FIM-PH.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              DISPLAY 'PAY-HIST AUSENTE - SEM HISTORICO'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-GUARDAR-LANCAMENTO THRU 4100-EXIT
              UNTIL FIM-PH.
           CLOSE PAY-HIST.
           DISPLAY 'ULTIMOS LANCAMENTOS EM PAY-HIST (' WRK-TOTAL-PH
                   ' NO TOTAL):'.
           IF WRK-QTD-PH = 0
              DISPLAY '  NENHUM LANCAMENTO'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4200-MOSTRAR-LANCAMENTO THRU 4200-EXIT
              VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-QTD-PH.
       4000-EXIT.
           EXIT.

       4100-GUARDAR-LANCAMENTO.
           READ PAY-HIST
               AT END
                  SET FIM-PH TO TRUE
                  GO TO 4100-EXIT
           END-READ.
           IF PH-ID NOT = EM-ID
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-TOTAL-PH.
           IF WRK-QTD-PH < 12
              ADD 1 TO WRK-QTD-PH
           ELSE
              PERFORM 4110-DESLOCAR THRU 4110-EXIT
                 VARYING WRK-IDX FROM 2 BY 1 UNTIL WRK-IDX > 12
           END-IF.
           MOVE PH-COMPETENCIA TO WRK-TP-COMPETENCIA(WRK-QTD-PH).
           MOVE PH-VALOR       TO WRK-TP-VALOR(WRK-QTD-PH).
           MOVE PH-MOEDA       TO WRK-TP-MOEDA(WRK-QTD-PH).
           MOVE PH-TIPO        TO WRK-TP-TIPO(WRK-QTD-PH).
       4100-EXIT.
           EXIT.

       4110-DESLOCAR.
           COMPUTE WRK-IDX-ANT = WRK-IDX - 1.
           MOVE WRK-PH-ENT(WRK-IDX) TO WRK-PH-ENT(WRK-IDX-ANT).
       4110-EXIT.
           EXIT.

       4200-MOSTRAR-LANCAMENTO.
           EVALUATE WRK-TP-TIPO(WRK-IDX)
              WHEN 'E' MOVE 'ESTORNO'   TO WRK-TIPO-DESC
              WHEN 'F' MOVE 'FERIAS'    TO WRK-TIPO-DESC
              WHEN 'R' MOVE 'RESCISAO'  TO WRK-TIPO-DESC
              WHEN 'D' MOVE 'DISSIDIO'  TO WRK-TIPO-DESC
              WHEN OTHER MOVE 'PAGAMENTO' TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE WRK-TP-VALOR(WRK-IDX) TO WRK-VALOR-ED.
           DISPLAY '  ' WRK-TP-COMPETENCIA(WRK-IDX) ' '
                   WRK-TIPO-DESC ' ' WRK-TP-MOEDA(WRK-IDX) ' '
                   WRK-VALOR-ED.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-MOSTRAR-YTD - Acumulados do ano em YTD-SAL, por moeda.
      *****************************************************************
       5000-MOSTRAR-YTD.
           OPEN INPUT YTD-SAL-FILE.
           IF WRK-YTD-STATUS NOT = '00'
              DISPLAY 'ACUMULADO DO ANO..: YTD-SAL AUSENTE'
              GO TO 5000-EXIT
           END-IF.
           MOVE EM-ID TO YS-ID.
           READ YTD-SAL-FILE
               INVALID KEY
                  DISPLAY 'ACUMULADO DO ANO..: NENHUM PAGAMENTO NO ANO'
               NOT INVALID KEY
                  DISPLAY 'ACUMULADO DO ANO (ATUALIZADO EM '
                          YS-DATA-ULT-ATUALIZACAO '):'
                  MOVE YS-TOTAL-BRL TO WRK-VALOR-ED
                  DISPLAY '  BRL ' WRK-VALOR-ED
                  MOVE YS-TOTAL-USD TO WRK-VALOR-ED
                  DISPLAY '  USD ' WRK-VALOR-ED
                  MOVE YS-TOTAL-EUR TO WRK-VALOR-ED
                  DISPLAY '  EUR ' WRK-VALOR-ED
           END-READ.
           CLOSE YTD-SAL-FILE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-MOSTRAR-CONTRACHEQUE - Ultima linha do ID no
      * PAYSLIP-OUT da folha (cabecalhos e trailers pulados), com o
      * bruto, cada desconto itemizado e o liquido.
      *****************************************************************
       6000-MOSTRAR-CONTRACHEQUE.
           MOVE 'N' TO WRK-FIM-PO WRK-TEM-PAYSLIP.
           OPEN INPUT PAYSLIP-OUT.
           IF WRK-PO-STATUS NOT = '00'
              DISPLAY 'ULTIMO CONTRACHEQUE: PAYSLIP-OUT AUSENTE'
              GO TO 6000-EXIT
           END-IF.
           PERFORM 6100-PROCURAR-CONTRACHEQUE THRU 6100-EXIT
              UNTIL FIM-PO.
           CLOSE PAYSLIP-OUT.
           IF NOT TEM-PAYSLIP
              DISPLAY 'ULTIMO CONTRACHEQUE: EMPREGADO FORA DA ULTIMA '
                      'FOLHA'
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-ULT-PAYSLIP TO PAYSLIP-OUT-REC.
           DISPLAY 'ULTIMO CONTRACHEQUE (' PO-SITUACAO '):'.
           DISPLAY '  BRUTO............ ' PO-BRUTO-ED.
           DISPLAY '  FALTAS (' PO-AUSENCIA-DIAS ' DIAS).. '
                   PO-AUSENCIA-ED.
           DISPLAY '  INSS............. ' PO-INSS-ED.
           DISPLAY '  IRRF............. ' PO-IRRF-ED.
           DISPLAY '  PENSAO........... ' PO-PENSAO-ED.
           DISPLAY '  DESCONTOS FIXOS.. ' PO-DESC-FIXO-ED.
           PERFORM 6200-MOSTRAR-ITEM THRU 6200-EXIT
              VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 3.
           DISPLAY '  LIQUIDO.......... ' PO-LIQUIDO-ED.
       6000-EXIT.
           EXIT.

       6100-PROCURAR-CONTRACHEQUE.
           READ PAYSLIP-OUT
               AT END
                  SET FIM-PO TO TRUE
                  GO TO 6100-EXIT
           END-READ.
           IF PO-NOME(1:7) = 'TRAILER' OR PO-NOME(1:6) = 'HEADER'
              GO TO 6100-EXIT
           END-IF.
           IF PO-ID NOT = EM-ID
              GO TO 6100-EXIT
           END-IF.
           SET TEM-PAYSLIP TO TRUE.
           MOVE PAYSLIP-OUT-REC TO WRK-ULT-PAYSLIP.
       6100-EXIT.
           EXIT.

       6200-MOSTRAR-ITEM.
           IF PO-DI-CREDOR(WRK-IDX) = SPACES
              GO TO 6200-EXIT
           END-IF.
           DISPLAY '    CREDOR ' PO-DI-CREDOR(WRK-IDX) '..... '
                   PO-DI-VALOR-ED(WRK-IDX).
       6200-EXIT.
           EXIT.

      *****************************************************************
      * 8000-REGISTRAR-AUDITORIA - Grava no AUDIT-LOG, pela rotina
      * comum, quem consultou qual empregado (ou a tentativa
      * recusada pelo papel).
      *****************************************************************
       8000-REGISTRAR-AUDITORIA.
           MOVE 'G' TO GA-FUNCAO.
           MOVE WRK-OPERADOR TO GA-NOME.
           MOVE WRK-RESULTADO TO GA-RESULTADO.
           CALL 'GRAVA-AUDIT' USING GRAVA-AUDIT-LNK.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada usado pelo
      * MENU-PRINCIPAL, que recebe o contexto do operador resolvido
      * por VARIAVELNIVEL88 e guarda o papel e o nome (que vai no
      * AUDIT-LOG) em WORKING-STORAGE antes de desviar para a
      * consulta. A entrada direta, sem contexto, e recusada.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'CONSULTA-EMPREGADO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
