       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REABRE-FOLHA.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Reabertura de uma competencia da folha fechada por
      *           FECHA-FOLHA, para o lancamento de uma correcao: o
      *           supervisor informa a competencia e o motivo
      *           (obrigatorio), confirma, e a competencia volta a
      *           aceitar gravacoes em PAY-HIST e YTD-SAL ate o proximo
      *           FECHA-FOLHA, que a fecha de novo listando o que
      *           mudou contra o resumo congelado. Cada reabertura,
      *           com operador, data, hora e motivo, vai para
      *           REABERTURA-LOG e fica tambem no proprio registro de
      *           FECHAMENTO-FOLHA. Chamado pelo MENU-PRINCIPAL via
      *           REABRE-FOLHA-CTX; so roda com papel ADM ou
      *           SUPERVISOR (OC-LOTE-AUTORIZADO), e nunca sem
      *           contexto, porque a reabertura leva o nome de quem
      *           reabriu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FECHAMENTO-FOLHA ASSIGN TO "FECHAMENTO-FOLHA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FF-COMPETENCIA
               FILE STATUS IS WRK-FF-STATUS.
           SELECT REABERTURA-LOG ASSIGN TO "REABERTURA-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FECHAMENTO-FOLHA.
           COPY FECHFOL.

       FD  REABERTURA-LOG
           RECORD CONTAINS 91 CHARACTERS.
           COPY REABLOG.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       77 WRK-FF-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-RL-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-LOTE-AUTORIZADO PIC X(01)      VALUE 'N'.
           88 LOTE-AUTORIZADO                VALUE 'S'.
       77 WRK-OPERADOR        PIC X(20)      VALUE SPACES.
       77 WRK-CONFIRMA        PIC X(01)      VALUE 'N'.
       77 WRK-MOTIVO          PIC X(50)      VALUE SPACES.
       77 WRK-DATA-EXEC       PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-EXEC       PIC 9(08)      VALUE ZEROS.
       01 WRK-COMPETENCIA     PIC 9(06)      VALUE ZEROS.
       01 WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO    PIC 9(04).
           05 WRK-COMP-MES    PIC 9(02).

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           IF NOT LOTE-AUTORIZADO
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA A REABERTURA '
                      'DA FOLHA'
              GOBACK
           END-IF.
           PERFORM 1000-SOLICITAR THRU 1000-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-SOLICITAR - Competencia e motivo, situacao atual da
      * competencia e confirmacao. So competencia fechada reabre:
      * aberta nao precisa, e reaberta ja aceita as correcoes.
      *****************************************************************
       1000-SOLICITAR.
           DISPLAY 'COMPETENCIA A REABRIR (AAAAMM, AAAA13 PARA O '
                   '13o): '.
           ACCEPT WRK-COMPETENCIA FROM CONSOLE.
           IF WRK-COMPETENCIA IS NOT NUMERIC
              OR WRK-COMP-MES < 1 OR WRK-COMP-MES > 13
              DISPLAY 'COMPETENCIA INVALIDA - NADA REABERTO'
              GO TO 1000-EXIT
           END-IF.
           OPEN I-O FECHAMENTO-FOLHA.
           IF WRK-FF-STATUS NOT = '00'
              DISPLAY 'NENHUMA COMPETENCIA FECHADA - NADA A REABRIR'
              GO TO 1000-EXIT
           END-IF.
           MOVE WRK-COMPETENCIA TO FF-COMPETENCIA.
           READ FECHAMENTO-FOLHA
               INVALID KEY
                  DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA
                          ' NAO ESTA FECHADA - NADA A REABRIR'
                  CLOSE FECHAMENTO-FOLHA
                  GO TO 1000-EXIT
           END-READ.
           IF FF-REABERTA
              DISPLAY 'COMPETENCIA JA REABERTA EM ' FF-DATA-REABERTURA
                      ' POR ' FF-OPERADOR-REABERTURA
              DISPLAY 'MOTIVO: ' FF-MOTIVO-REABERTURA
              CLOSE FECHAMENTO-FOLHA
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' FECHADA EM '
                   FF-DATA-FECHAMENTO ' - REABERTURAS ANTERIORES: '
                   FF-QTD-REABERTURAS.
           DISPLAY 'MOTIVO DA REABERTURA: '.
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
              DISPLAY 'MOTIVO OBRIGATORIO - NADA REABERTO'
              CLOSE FECHAMENTO-FOLHA
              GO TO 1000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A REABERTURA (S/N)? '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S' AND WRK-CONFIRMA NOT = 's'
              DISPLAY 'COMPETENCIA MANTIDA FECHADA'
              CLOSE FECHAMENTO-FOLHA
              GO TO 1000-EXIT
           END-IF.
           PERFORM 2000-REABRIR THRU 2000-EXIT.
           CLOSE FECHAMENTO-FOLHA.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-REABRIR - Marca a competencia reaberta com quem, quando e
      * por que (o resumo congelado fica como estava) e registra a
      * reabertura em REABERTURA-LOG.
      *****************************************************************
       2000-REABRIR.
           ACCEPT WRK-DATA-EXEC FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EXEC FROM TIME.
           MOVE 'R'                TO FF-SITUACAO.
           ADD 1                   TO FF-QTD-REABERTURAS.
           MOVE WRK-DATA-EXEC      TO FF-DATA-REABERTURA.
           MOVE WRK-HORA-EXEC(1:6) TO FF-HORA-REABERTURA.
           MOVE WRK-OPERADOR       TO FF-OPERADOR-REABERTURA.
           MOVE WRK-MOTIVO         TO FF-MOTIVO-REABERTURA.
           REWRITE FECHAMENTO-FOLHA-REC
               INVALID KEY
                  DISPLAY 'ERRO AO REGRAVAR FECHAMENTO-FOLHA - '
                          'NADA REABERTO'
                  GO TO 2000-EXIT
           END-REWRITE.
           MOVE SPACES TO REABERTURA-LOG-REC.
           MOVE WRK-DATA-EXEC      TO RL-DATA.
           MOVE WRK-HORA-EXEC(1:6) TO RL-HORA.
           MOVE WRK-OPERADOR       TO RL-OPERADOR.
           MOVE WRK-COMPETENCIA    TO RL-COMPETENCIA.
           MOVE 'R'                TO RL-ACAO.
           MOVE WRK-MOTIVO         TO RL-MOTIVO.
           OPEN EXTEND REABERTURA-LOG.
           IF WRK-RL-STATUS = '35'
              OPEN OUTPUT REABERTURA-LOG
           END-IF.
           WRITE REABERTURA-LOG-REC.
           CLOSE REABERTURA-LOG.
           DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' REABERTA - '
                   'FECHE DE NOVO COM FECHA-FOLHA APOS A CORRECAO'.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada usado pelo
      * MENU-PRINCIPAL, que recebe o contexto do operador resolvido
      * por VARIAVELNIVEL88 e guarda o papel e o nome (que vai na
      * reabertura) em WORKING-STORAGE antes de desviar para o
      * processamento. A entrada direta, sem contexto, e recusada.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'REABRE-FOLHA-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
