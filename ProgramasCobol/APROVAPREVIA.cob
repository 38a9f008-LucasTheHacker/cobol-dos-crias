       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APROVA-PREVIA.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Visto da previa da folha entre PREVIA-FOLHA e o lote
      *           de VIRGULAMASCARA, como a aprovacao de lote das notas:
      *           revisa PREVIA-PENDENTE, mostra ao supervisor os totais
      *           simulados (registros de EMP-IN, bruto e liquido legal
      *           contra a competencia anterior), a contagem de
      *           apontados por ocorrencia e o trailer gravado pela
      *           previa, opcionalmente os apontados linha a linha, e
      *           grava em PREVIA-VISTO a decisao - liberar ou rejeitar
      *           - com o operador, a data, a hora e os numeros vistos,
      *           mais a data de movimento (rotina LE-DATA-MOV) que fixa
      *           a competencia do visto; a data e a hora do relogio
      *           ficam so como carimbo. Nada e pago aqui: o lote so
      *           paga com visto L cujos numeros batem com o EMP-IN que
      *           vai pagar. Chamado pelo MENU-PRINCIPAL via
      *           APROVA-PREVIA-CTX; so roda com papel ADM ou SUPERVISOR
      *           (OC-LOTE-AUTORIZADO), e nunca sem contexto, porque o
      *           visto leva o nome de quem viu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREVIA-PENDENTE ASSIGN TO "PREVIA-PENDENTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PF-STATUS.
           SELECT PREVIA-VISTO ASSIGN TO "PREVIA-VISTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PV-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PREVIA-PENDENTE
           RECORD CONTAINS 88 CHARACTERS.
           COPY PREVPEND.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-PEND-REC
                          LEADING ==BT== BY ==BTP==.

       FD  PREVIA-VISTO
           RECORD CONTAINS 63 CHARACTERS.
           COPY PREVVIST.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       77 WRK-PF-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-PV-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-FIM-PF          PIC X(01)      VALUE 'N'.
           88 FIM-PF                         VALUE 'S'.
       77 WRK-LOTE-AUTORIZADO PIC X(01)      VALUE 'N'.
           88 LOTE-AUTORIZADO                VALUE 'S'.
       77 WRK-TEM-TRL-PEND    PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER-PEND               VALUE 'S'.
       77 WRK-OPERADOR        PIC X(20)      VALUE SPACES.
       77 WRK-DECISAO         PIC X(01)      VALUE 'S'.
       77 WRK-EXIBIR          PIC X(01)      VALUE 'N'.
       77 WRK-QTD-REGISTROS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SIMULADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-APONTADOS   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-VAR-BRUTO   PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-VAR-LIQ     PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-NOVOS       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-AUSENTES    PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-EXTRAS      PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-MOEDA       PIC 9(05)      VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO PIC 9(05)     VALUE ZEROS.
       77 WRK-TOT-BRUTO       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-BRUTO-ANT   PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-LIQUIDO     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOT-LIQ-ANT     PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TRL-QTD         PIC 9(07)      VALUE ZEROS.
       77 WRK-TRL-TOTAL       PIC 9(11)V99   VALUE ZEROS.
       77 WRK-TOTAL-ED        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BRUTO-ANT-ED    PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-BRUTO-ED        PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQ-ANT-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           IF NOT LOTE-AUTORIZADO
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA O VISTO DA '
                      'PREVIA DA FOLHA'
              GOBACK
           END-IF.
           PERFORM 1000-RESUMIR-PENDENTE THRU 1000-EXIT.
           IF NOT TEM-TRAILER-PEND
              DISPLAY 'NENHUMA PREVIA DA FOLHA PENDENTE DE VISTO'
              GOBACK
           END-IF.
           PERFORM 1500-MOSTRAR-VISTO-ANTERIOR THRU 1500-EXIT.
           IF WRK-QTD-APONTADOS > 0
              DISPLAY 'EXIBIR OS EMPREGADOS APONTADOS NA TELA (S/N)? '
              ACCEPT WRK-EXIBIR FROM CONSOLE
              IF WRK-EXIBIR = 'S' OR WRK-EXIBIR = 's'
                 PERFORM 2000-EXIBIR-APONTADOS THRU 2000-EXIT
              END-IF
           END-IF.
           DISPLAY 'LIBERAR A FOLHA (L), REJEITAR (R) OU '
                   'SAIR SEM DECIDIR (S): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
              WHEN 'L'
                 PERFORM 3000-LIBERAR THRU 3000-EXIT
              WHEN 'R'
                 PERFORM 4000-REJEITAR THRU 4000-EXIT
              WHEN OTHER
                 DISPLAY 'FOLHA MANTIDA RETIDA - NENHUM VISTO GRAVADO'
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * 1000-RESUMIR-PENDENTE - Passada de revisao sobre
      * PREVIA-PENDENTE, sem gravar nada: conta os apontados por
      * ocorrencia, soma o bruto e o liquido simulados e os da
      * competencia anterior e mostra o resumo com o trailer da
      * previa. Os contadores sao zerados a cada chamada, porque o
      * menu chama o programa mais de uma vez na mesma sessao.
      *****************************************************************
       1000-RESUMIR-PENDENTE.
           MOVE 'N' TO WRK-FIM-PF WRK-TEM-TRL-PEND.
           MOVE ZEROS TO WRK-QTD-REGISTROS WRK-QTD-SIMULADOS
                         WRK-QTD-APONTADOS WRK-QTD-VAR-BRUTO
                         WRK-QTD-VAR-LIQ WRK-QTD-NOVOS
                         WRK-QTD-AUSENTES WRK-QTD-EXTRAS WRK-QTD-MOEDA
                         WRK-QTD-SEM-CADASTRO WRK-TOT-BRUTO
                         WRK-TOT-BRUTO-ANT WRK-TOT-LIQUIDO
                         WRK-TOT-LIQ-ANT WRK-TRL-QTD WRK-TRL-TOTAL.
           OPEN INPUT PREVIA-PENDENTE.
           IF WRK-PF-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-LER-PENDENTE THRU 1100-EXIT.
           PERFORM UNTIL FIM-PF
              IF BTP-TIPO = 'TRAILER'
                 MOVE BTP-QTD-REGISTROS  TO WRK-TRL-QTD
                 MOVE BTP-TOTAL-CONTROLE TO WRK-TRL-TOTAL
                 SET TEM-TRAILER-PEND TO TRUE
              ELSE
                 PERFORM 1200-CONTAR-REGISTRO THRU 1200-EXIT
              END-IF
              PERFORM 1100-LER-PENDENTE THRU 1100-EXIT
           END-PERFORM.
           CLOSE PREVIA-PENDENTE.
           IF NOT TEM-TRAILER-PEND
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'RESUMO DA PREVIA DA FOLHA PENDENTE DE VISTO'.
           DISPLAY 'REGISTROS DE EMP-IN (TRAILER)..: ' WRK-TRL-QTD.
           DISPLAY 'EMPREGADOS SIMULADOS...........: '
                   WRK-QTD-SIMULADOS.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-ED.
           DISPLAY 'BRUTO SIMULADO.................: ' WRK-TOTAL-ED.
           MOVE WRK-TOT-BRUTO-ANT TO WRK-TOTAL-ED.
           DISPLAY 'BRUTO MEDIO ANTERIOR...........: ' WRK-TOTAL-ED.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOTAL-ED.
           DISPLAY 'LIQUIDO LEGAL SIMULADO.........: ' WRK-TOTAL-ED.
           MOVE WRK-TOT-LIQ-ANT TO WRK-TOTAL-ED.
           DISPLAY 'LIQUIDO LEGAL ANTERIOR.........: ' WRK-TOTAL-ED.
           MOVE WRK-TRL-TOTAL TO WRK-TOTAL-ED.
           DISPLAY 'TOTAL DE CONTROLE DO TRAILER...: ' WRK-TOTAL-ED.
           DISPLAY 'APONTADOS......................: '
                   WRK-QTD-APONTADOS.
           DISPLAY 'BRUTO: ' WRK-QTD-VAR-BRUTO
                   ' LIQUIDO: ' WRK-QTD-VAR-LIQ
                   ' NOVOS: ' WRK-QTD-NOVOS
                   ' AUSENTES: ' WRK-QTD-AUSENTES.
           DISPLAY 'HORAS EXTRA: ' WRK-QTD-EXTRAS
                   ' MOEDA: ' WRK-QTD-MOEDA
                   ' SEM CADASTRO: ' WRK-QTD-SEM-CADASTRO.
       1000-EXIT.
           EXIT.

       1100-LER-PENDENTE.
           READ PREVIA-PENDENTE
               AT END SET FIM-PF TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-CONTAR-REGISTRO.
           ADD 1 TO WRK-QTD-REGISTROS.
           ADD PF-BRUTO-ANT   TO WRK-TOT-BRUTO-ANT.
           ADD PF-LIQUIDO-ANT TO WRK-TOT-LIQ-ANT.
           IF NOT PF-AUSENTE
              ADD 1 TO WRK-QTD-SIMULADOS
              ADD PF-BRUTO   TO WRK-TOT-BRUTO
              ADD PF-LIQUIDO TO WRK-TOT-LIQUIDO
           END-IF.
           IF PF-OCORRENCIAS = 'NNNNNNN'
              GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-APONTADOS.
           IF PF-VARIOU-BRUTO
              ADD 1 TO WRK-QTD-VAR-BRUTO
           END-IF.
           IF PF-VARIOU-LIQUIDO
              ADD 1 TO WRK-QTD-VAR-LIQ
           END-IF.
           IF PF-NOVO
              ADD 1 TO WRK-QTD-NOVOS
           END-IF.
           IF PF-AUSENTE
              ADD 1 TO WRK-QTD-AUSENTES
           END-IF.
           IF PF-PICO-EXTRAS
              ADD 1 TO WRK-QTD-EXTRAS
           END-IF.
           IF PF-TROCOU-MOEDA
              ADD 1 TO WRK-QTD-MOEDA
           END-IF.
           IF PF-SEM-CADASTRO
              ADD 1 TO WRK-QTD-SEM-CADASTRO
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1500-MOSTRAR-VISTO-ANTERIOR - Visto ja gravado para esta
      * previa (uma previa de numeros diferentes apaga o visto), para
      * o supervisor saber que esta revendo uma decisao.
      *****************************************************************
       1500-MOSTRAR-VISTO-ANTERIOR.
           OPEN INPUT PREVIA-VISTO.
           IF WRK-PV-STATUS NOT = '00'
              GO TO 1500-EXIT
           END-IF.
           READ PREVIA-VISTO
               AT END
                  CLOSE PREVIA-VISTO
                  GO TO 1500-EXIT
           END-READ.
           CLOSE PREVIA-VISTO.
           IF PV-LIBERADA
              DISPLAY 'JA LIBERADA POR ' PV-OPERADOR ' EM ' PV-DATA
                      ' ' PV-HORA
           END-IF.
           IF PV-REJEITADA
              DISPLAY 'JA REJEITADA POR ' PV-OPERADOR ' EM ' PV-DATA
                      ' ' PV-HORA
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-APONTADOS - Segunda passada mostrando cada
      * empregado apontado com o bruto e o liquido anterior e
      * simulado e as ocorrencias (S/N na ordem da legenda), como na
      * listagem PREVIA-REPORT.
      *****************************************************************
       2000-EXIBIR-APONTADOS.
           MOVE 'N' TO WRK-FIM-PF.
           OPEN INPUT PREVIA-PENDENTE.
           PERFORM 1100-LER-PENDENTE THRU 1100-EXIT.
           PERFORM UNTIL FIM-PF
              IF BTP-TIPO NOT = 'TRAILER'
                 AND PF-OCORRENCIAS NOT = 'NNNNNNN'
                 MOVE PF-BRUTO-ANT   TO WRK-BRUTO-ANT-ED
                 MOVE PF-BRUTO       TO WRK-BRUTO-ED
                 MOVE PF-LIQUIDO-ANT TO WRK-LIQ-ANT-ED
                 MOVE PF-LIQUIDO     TO WRK-LIQUIDO-ED
                 DISPLAY PF-ID ' ' PF-NOME ' ' WRK-BRUTO-ANT-ED ' '
                         WRK-BRUTO-ED ' ' WRK-LIQ-ANT-ED ' '
                         WRK-LIQUIDO-ED ' ' PF-HORAS-EXTRA ' '
                         PF-OCORRENCIAS
              END-IF
              PERFORM 1100-LER-PENDENTE THRU 1100-EXIT
           END-PERFORM.
           CLOSE PREVIA-PENDENTE.
           DISPLAY 'OCORRENCIAS: BRUTO, LIQUIDO, NOVO, AUSENTE, '
                   'HORAS EXTRA, MOEDA, SEM CADASTRO'.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-LIBERAR - Visto L com os numeros do trailer da previa;
      * trailer cujo total nao bate com o bruto simulado lido nao
      * recebe visto.
      *****************************************************************
       3000-LIBERAR.
           IF WRK-TRL-TOTAL NOT = WRK-TOT-BRUTO
              DISPLAY 'TRAILER DO PENDENTE NAO CONFERE COM O BRUTO '
                      'SIMULADO - REFACA A PREVIA'
              GO TO 3000-EXIT
           END-IF.
           IF WRK-TRL-QTD = 0
              DISPLAY 'PREVIA SEM REGISTROS DE EMP-IN - NADA A LIBERAR'
              GO TO 3000-EXIT
           END-IF.
           MOVE 'L' TO WRK-DECISAO.
           PERFORM 5000-GRAVAR-VISTO THRU 5000-EXIT.
           DISPLAY 'FOLHA LIBERADA - O LOTE PAGA ESTE EMP-IN NA '
                   'PROXIMA RODADA'.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-REJEITAR - Visto R: o lote recusa a folha ate uma previa
      * nova ser revista.
      *****************************************************************
       4000-REJEITAR.
           MOVE 'R' TO WRK-DECISAO.
           PERFORM 5000-GRAVAR-VISTO THRU 5000-EXIT.
           DISPLAY 'FOLHA REJEITADA - CORRIJA EMP-IN E REFACA A '
                   'PREVIA'.
       4000-EXIT.
           EXIT.

       5000-GRAVAR-VISTO.
           MOVE SPACES TO PREVIA-VISTO-REC.
           MOVE WRK-DECISAO   TO PV-DECISAO.
           MOVE WRK-OPERADOR  TO PV-OPERADOR.
           ACCEPT PV-DATA FROM DATE YYYYMMDD.
           ACCEPT PV-HORA FROM TIME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA       TO PV-DATA-MOV.
           MOVE WRK-TRL-QTD   TO PV-QTD-REGISTROS.
           MOVE WRK-TRL-TOTAL TO PV-TOTAL-CONTROLE.
           OPEN OUTPUT PREVIA-VISTO.
           WRITE PREVIA-VISTO-REC.
           CLOSE PREVIA-VISTO.
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
       ENTRY 'APROVA-PREVIA-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
