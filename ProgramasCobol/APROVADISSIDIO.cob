       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APROVA-DISSIDIO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Visto do reajuste coletivo (dissidio) entre a previa
      *           e a efetivacao de APLICA-DISSIDIO, como a aprovacao
      *           de lote das notas: revisa DISSIDIO-PENDENTE, mostra
      *           ao supervisor os totais antes/depois (salarios base
      *           e diferencas retroativas dos aptos, contagem dos que
      *           ficaram de fora por situacao e o trailer gravado pela
      *           previa), opcionalmente a listagem linha a linha, e
      *           grava em DISSIDIO-VISTO a decisao - liberar ou
      *           rejeitar - com o operador, a data, a hora e os
      *           numeros vistos. Nada e lancado aqui: a efetivacao so
      *           lanca com visto L cujos numeros batem com o pendente.
      *           Chamado pelo MENU-PRINCIPAL via APROVA-DISSIDIO-CTX;
      *           so roda com papel ADM ou SUPERVISOR (OC-LOTE-
      *           AUTORIZADO), e nunca sem contexto, porque o visto
      *           leva o nome de quem viu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISSIDIO-PENDENTE ASSIGN TO "DISSIDIO-PENDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DP-STATUS.
           SELECT DISSIDIO-VISTO ASSIGN TO "DISSIDIO-VISTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DV-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DISSIDIO-PENDENTE
           RECORD CONTAINS 95 CHARACTERS.
           COPY DISSPEND.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-PEND-REC
                          LEADING ==BT== BY ==BTP==.

       FD  DISSIDIO-VISTO
           RECORD CONTAINS 55 CHARACTERS.
           COPY DISSVIST.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       77 WRK-DP-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-DV-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-FIM-DP          PIC X(01)      VALUE 'N'.
           88 FIM-DP                         VALUE 'S'.
       77 WRK-LOTE-AUTORIZADO PIC X(01)      VALUE 'N'.
           88 LOTE-AUTORIZADO                VALUE 'S'.
       77 WRK-TEM-TRL-PEND    PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER-PEND               VALUE 'S'.
       77 WRK-OPERADOR        PIC X(20)      VALUE SPACES.
       77 WRK-DECISAO         PIC X(01)      VALUE 'S'.
       77 WRK-EXIBIR          PIC X(01)      VALUE 'N'.
       77 WRK-QTD-REGISTROS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-APTOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-FORA-FAIXA  PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-CARGO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-INATIVOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-MOEDA-DIV   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-JA-REAJ     PIC 9(05)      VALUE ZEROS.
       77 WRK-TOT-ANTES       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-DEPOIS      PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-DIFERENCA   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TRL-QTD         PIC 9(07)      VALUE ZEROS.
       77 WRK-TRL-TOTAL       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SAL-ANTES-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SAL-DEPOIS-ED   PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-DIFERENCA-ED    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           IF NOT LOTE-AUTORIZADO
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA O VISTO DO '
                      'REAJUSTE COLETIVO'
              GOBACK
           END-IF.
           PERFORM 1000-RESUMIR-PENDENTE THRU 1000-EXIT.
           IF WRK-QTD-REGISTROS = 0
              DISPLAY 'NENHUM REAJUSTE COLETIVO PENDENTE DE VISTO'
              GOBACK
           END-IF.
           PERFORM 1500-MOSTRAR-VISTO-ANTERIOR THRU 1500-EXIT.
           DISPLAY 'EXIBIR A LISTAGEM ANTES/DEPOIS NA TELA (S/N)? '.
           ACCEPT WRK-EXIBIR FROM CONSOLE.
           IF WRK-EXIBIR = 'S' OR WRK-EXIBIR = 's'
              PERFORM 2000-EXIBIR-LISTAGEM THRU 2000-EXIT
           END-IF.
           DISPLAY 'LIBERAR O REAJUSTE (L), REJEITAR (R) OU '
                   'SAIR SEM DECIDIR (S): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
              WHEN 'L'
                 PERFORM 3000-LIBERAR THRU 3000-EXIT
              WHEN 'R'
                 PERFORM 4000-REJEITAR THRU 4000-EXIT
              WHEN OTHER
                 DISPLAY 'REAJUSTE MANTIDO PENDENTE - NENHUM VISTO '
                         'GRAVADO'
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * 1000-RESUMIR-PENDENTE - Passada de revisao sobre
      * DISSIDIO-PENDENTE, sem gravar nada: conta os registros por
      * situacao, soma os salarios antes e depois e as diferencas dos
      * aptos e mostra o resumo com o trailer da previa. Os contadores
      * sao zerados a cada chamada, porque o menu chama o programa
      * mais de uma vez na mesma sessao.
      *****************************************************************
       1000-RESUMIR-PENDENTE.
           MOVE 'N' TO WRK-FIM-DP WRK-TEM-TRL-PEND.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-APTOS
                         WRK-QTD-FORA-FAIXA WRK-QTD-SEM-CARGO
                         WRK-QTD-INATIVOS WRK-QTD-MOEDA-DIV
                         WRK-QTD-JA-REAJ WRK-TOT-ANTES WRK-TOT-DEPOIS
                         WRK-TOT-DIFERENCA WRK-TRL-QTD WRK-TRL-TOTAL.
           OPEN INPUT DISSIDIO-PENDENTE.
           IF WRK-DP-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-PENDENTE THRU 1100-EXIT.
           PERFORM UNTIL FIM-DP
              IF BTP-TIPO = 'TRAILER'
                 MOVE BTP-QTD-REGISTROS  TO WRK-TRL-QTD
                 MOVE BTP-TOTAL-CONTROLE TO WRK-TRL-TOTAL
                 SET TEM-TRAILER-PEND TO TRUE
              ELSE
                 PERFORM 1200-CONTAR-REGISTRO THRU 1200-EXIT
              END-IF
              PERFORM 1100-LER-PENDENTE THRU 1100-EXIT
           END-PERFORM.
           CLOSE DISSIDIO-PENDENTE.
           IF WRK-QTD-REGISTROS = 0
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'RESUMO DO REAJUSTE COLETIVO PENDENTE DE VISTO'.
           DISPLAY 'EMPREGADOS DOS CARGOS DO ACORDO: '
                   WRK-QTD-REGISTROS.
           DISPLAY 'APTOS AO REAJUSTE..............: ' WRK-QTD-APTOS.
           MOVE WRK-TOT-ANTES TO WRK-TOTAL-ED.
           DISPLAY 'SALARIOS BASE ANTES............: ' WRK-TOTAL-ED.
           MOVE WRK-TOT-DEPOIS TO WRK-TOTAL-ED.
           DISPLAY 'SALARIOS BASE DEPOIS...........: ' WRK-TOTAL-ED.
           MOVE WRK-TOT-DIFERENCA TO WRK-TOTAL-ED.
           DISPLAY 'DIFERENCAS RETROATIVAS.........: ' WRK-TOTAL-ED.
           MOVE WRK-TRL-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'TRAILER DA PREVIA..............: ' WRK-TRL-QTD
                   ' APTOS  TOTAL ' WRK-TOTAL-ED.
           DISPLAY 'FORA DA FAIXA: ' WRK-QTD-FORA-FAIXA
                   ' SEM CARGO: ' WRK-QTD-SEM-CARGO
                   ' INATIVOS: ' WRK-QTD-INATIVOS
                   ' OUTRA MOEDA: ' WRK-QTD-MOEDA-DIV
                   ' JA REAJUSTADOS: ' WRK-QTD-JA-REAJ.
       1000-EXIT.
           EXIT.

       1100-LER-PENDENTE.
           READ DISSIDIO-PENDENTE
               AT END SET FIM-DP TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-CONTAR-REGISTRO.
           ADD 1 TO WRK-QTD-REGISTROS.
           EVALUATE TRUE
              WHEN DP-APTO
                 ADD 1 TO WRK-QTD-APTOS
                 ADD DP-SAL-ANTES  TO WRK-TOT-ANTES
                 ADD DP-SAL-DEPOIS TO WRK-TOT-DEPOIS
                 ADD DP-DIFERENCA  TO WRK-TOT-DIFERENCA
              WHEN DP-FORA-DA-FAIXA
                 ADD 1 TO WRK-QTD-FORA-FAIXA
              WHEN DP-SEM-CARGO
                 ADD 1 TO WRK-QTD-SEM-CARGO
              WHEN DP-INATIVO
                 ADD 1 TO WRK-QTD-INATIVOS
              WHEN DP-MOEDA-DIVERGENTE
                 ADD 1 TO WRK-QTD-MOEDA-DIV
              WHEN OTHER
                 ADD 1 TO WRK-QTD-JA-REAJ
           END-EVALUATE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1500-MOSTRAR-VISTO-ANTERIOR - Visto ja gravado para esta
      * previa (uma previa nova apaga o visto), para o supervisor
      * saber que esta revendo uma decisao.
      *****************************************************************
       1500-MOSTRAR-VISTO-ANTERIOR.
           OPEN INPUT DISSIDIO-VISTO.
           IF WRK-DV-STATUS NOT = '00'
              GO TO 1500-EXIT
           END-IF.
           READ DISSIDIO-VISTO
               AT END
                  CLOSE DISSIDIO-VISTO
                  GO TO 1500-EXIT
           END-READ.
           CLOSE DISSIDIO-VISTO.
           IF DV-LIBERADO
              DISPLAY 'JA LIBERADO POR ' DV-OPERADOR ' EM ' DV-DATA
                      ' ' DV-HORA
           END-IF.
           IF DV-REJEITADO
              DISPLAY 'JA REJEITADO POR ' DV-OPERADOR ' EM ' DV-DATA
                      ' ' DV-HORA
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-LISTAGEM - Segunda passada mostrando cada
      * empregado com o salario antes e depois, a diferenca e a
      * situacao, como na listagem DISSIDIO-REPORT da previa.
      *****************************************************************
       2000-EXIBIR-LISTAGEM.
           MOVE 'N' TO WRK-FIM-DP.
           OPEN INPUT DISSIDIO-PENDENTE.
           PERFORM 1100-LER-PENDENTE THRU 1100-EXIT.
           PERFORM UNTIL FIM-DP
              IF BTP-TIPO NOT = 'TRAILER'
                 MOVE DP-SAL-ANTES  TO WRK-SAL-ANTES-ED
                 MOVE DP-SAL-DEPOIS TO WRK-SAL-DEPOIS-ED
                 MOVE DP-DIFERENCA  TO WRK-DIFERENCA-ED
                 DISPLAY DP-ID ' ' DP-NOME ' ' DP-CARGO ' '
                         WRK-SAL-ANTES-ED ' ' WRK-SAL-DEPOIS-ED ' '
                         WRK-DIFERENCA-ED ' ' DP-MOEDA ' '
                         DP-SITUACAO
              END-IF
              PERFORM 1100-LER-PENDENTE THRU 1100-EXIT
           END-PERFORM.
           CLOSE DISSIDIO-PENDENTE.
           DISPLAY 'SITUACAO: A APTO, F FORA DA FAIXA, C SEM CARGO, '
                   'I INATIVO, M OUTRA MOEDA, J JA REAJUSTADO'.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-LIBERAR - Visto L com os numeros do trailer da previa;
      * pendente sem trailer ou com trailer que nao bate com os aptos
      * lidos nao recebe visto.
      *****************************************************************
       3000-LIBERAR.
           IF NOT TEM-TRAILER-PEND
              OR WRK-TRL-QTD   NOT = WRK-QTD-APTOS
              OR WRK-TRL-TOTAL NOT = WRK-TOT-DIFERENCA
              DISPLAY 'TRAILER DO PENDENTE NAO CONFERE COM OS APTOS - '
                      'REFACA A PREVIA'
              GO TO 3000-EXIT
           END-IF.
           IF WRK-QTD-APTOS = 0
              DISPLAY 'NENHUM EMPREGADO APTO - NADA A LIBERAR'
              GO TO 3000-EXIT
           END-IF.
           MOVE 'L' TO WRK-DECISAO.
           PERFORM 5000-GRAVAR-VISTO THRU 5000-EXIT.
           DISPLAY 'REAJUSTE LIBERADO - A EFETIVACAO PODE SER '
                   'SUBMETIDA'.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-REJEITAR - Visto R: a efetivacao recusa o pendente ate
      * uma previa nova.
      *****************************************************************
       4000-REJEITAR.
           MOVE 'R' TO WRK-DECISAO.
           PERFORM 5000-GRAVAR-VISTO THRU 5000-EXIT.
           DISPLAY 'REAJUSTE REJEITADO - CORRIJA PARM-DISSIDIO OU '
                   'EMP-IN E REFACA A PREVIA'.
       4000-EXIT.
           EXIT.

       5000-GRAVAR-VISTO.
           MOVE SPACES TO DISSIDIO-VISTO-REC.
           MOVE WRK-DECISAO   TO DV-DECISAO.
           MOVE WRK-OPERADOR  TO DV-OPERADOR.
           ACCEPT DV-DATA FROM DATE YYYYMMDD.
           ACCEPT DV-HORA FROM TIME.
           MOVE WRK-TRL-QTD   TO DV-QTD-REGISTROS.
           MOVE WRK-TRL-TOTAL TO DV-TOTAL-CONTROLE.
           OPEN OUTPUT DISSIDIO-VISTO.
           WRITE DISSIDIO-VISTO-REC.
           CLOSE DISSIDIO-VISTO.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada usado pelo
      * MENU-PRINCIPAL, que recebe o contexto do operador resolvido
      * por VARIAVELNIVEL88 e guarda o papel e o nome (que vai no
      * visto) em WORKING-STORAGE antes de desviar para o
      * processamento. A entrada direta, sem contexto, e recusada.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'APROVA-DISSIDIO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
