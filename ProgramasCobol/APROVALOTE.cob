      *           pelo MENU-PRINCIPAL via APROVA-LOTE-CTX, a funcao so
      *           roda com papel ADM ou SUPERVISOR (OC-LOTE-
      *           AUTORIZADO), como as demais funcoes de lote.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Aluno incluido no cadastro nasce com o
      *                    programa de estudo (SM-PROGRAMA) em branco; o
      *                    programa e informado por CARGA-ALUNOS ou
      *                    MANTER-ALUNO.
      * 15/10/2026 Tutu - Aluno incluido no cadastro nasce com CPF e
      *                    data de nascimento zerados (nao informados);
      *                    os dois sao informados por CARGA-ALUNOS ou
      *                    MANTER-ALUNO.
      * 15/10/2026 Tutu - Resumo do lote mostra quem lancou os registros
      *                    (NP-OPERADOR) e avisa quando e o proprio
      *                    operador que decide; cada decisao (liberar ou
      *                    rejeitar) fica registrada em LOTE-NOTAS-LOG
      *                    com quem decidiu (OC-NOME do contexto),
      *                    quando e quem lancou, para a conferencia de
      *                    segregacao de funcoes. NOTAS-PENDENTES e
      *                    NOTAS-REJEITADAS: RECORD CONTAINS 70 -> 98.
      * 15/10/2026 Tutu - Cada nota liberada gera aviso NOTALC ao aluno
      *                    e ao responsavel na caixa de saida (rotina
      *                    GRAVA-NOTIFICACAO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT NOTAS-REJEITADAS ASSIGN TO "NOTAS-REJEITADAS"
               ORGANIZATION IS LINE SEQUENTIAL.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT LOTE-NOTAS-LOG ASSIGN TO "LOTE-NOTAS-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-PENDENTES
           RECORD CONTAINS 98 CHARACTERS.
           COPY NOTAPEND.
           COPY TRAILER REPLACING BATCH-TRAILER-REC
                                   BY BATCH-TRAILER-PEND-REC
           COPY STUMSTR.

       FD  NOTAS-REJEITADAS
           RECORD CONTAINS 98 CHARACTERS.
           COPY NOTAPEND REPLACING NOTA-PENDENTE-REC
                                    BY NOTA-REJEITADA-REC
                           LEADING ==NP== BY ==NR==.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  LOTE-NOTAS-LOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOTELOG.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY TRAVAARQ.
       COPY NOTIFGRV.
       77 WRK-PEND-STATUS     PIC X(02)      VALUE '00'.
       77 WRK-SM-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-FIM-PEND        PIC X(01)      VALUE 'N'.
       77 WRK-HNI-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-HNI-ACHOU       PIC X(01)      VALUE 'N'.
           88 HNI-REGISTRO-EXISTE            VALUE 'S'.
       77 WRK-OPERADOR        PIC X(20)      VALUE SPACES.
       77 WRK-DATA-DECISAO    PIC 9(08)      VALUE ZEROS.
       77 WRK-HORA-DECISAO    PIC 9(08)      VALUE ZEROS.
       77 WRK-IDX-LANC        PIC 9(02) COMP VALUE ZERO.
       77 WRK-IDX-ACHADO      PIC 9(02) COMP VALUE ZERO.
       77 WRK-QTD-LANCADORES  PIC 9(02) COMP VALUE ZERO.
       77 WRK-QTD-DESCARTADOS PIC 9(05)      VALUE ZEROS.
       77 WRK-MEDIA-ED        PIC Z9,9       VALUE ZEROS.
      *
      * Operadores que lancaram registros no lote (NP-OPERADOR), com
      * a data do primeiro lancamento e a quantidade de cada um, para
      * o log da decisao em LOTE-NOTAS-LOG. Ate 20 por lote.
       01 WRK-TAB-LANCADORES.
           05 WRK-LANCADOR-ENT OCCURS 20 TIMES.
              10 WRK-TL-NOME      PIC X(20).
              10 WRK-TL-DATA      PIC 9(08).
              10 WRK-TL-QTD       PIC 9(05).


       LINKAGE SECTION.
                            'LANCADO'
                 ELSE
                    PERFORM 4000-ESVAZIAR-PENDENTES THRU 4000-EXIT
                    PERFORM 5000-REGISTRAR-DECISAO THRU 5000-EXIT
                 END-IF
              WHEN 'R'
                 PERFORM 3000-REJEITAR-LOTE THRU 3000-EXIT
                 PERFORM 4000-ESVAZIAR-PENDENTES THRU 4000-EXIT
                 PERFORM 5000-REGISTRAR-DECISAO THRU 5000-EXIT
              WHEN OTHER
                 DISPLAY 'LOTE MANTIDO PENDENTE - NADA FOI LANCADO'
           END-EVALUATE.
      * 1000-RESUMIR-LOTE - Passada de revisao sobre NOTAS-PENDENTES,
      * sem gravar nada: conta os registros pendentes por resultado,
      * soma as medias e mostra o resumo (inclusive o trailer gravado
      * pela gradacao e quem lancou os registros) para o supervisor
      * decidir em cima de numeros.
      *****************************************************************
       1000-RESUMIR-LOTE.
           OPEN INPUT NOTAS-PENDENTES.
              ELSE
                 ADD 1 TO WRK-QTD-PENDENTES
                 ADD NP-MEDIA TO WRK-SOMA-MEDIAS
                 PERFORM 1200-ACUMULAR-LANCADOR THRU 1200-EXIT
                 EVALUATE NP-RESULTADO
                    WHEN 'APROVADO'    ADD 1 TO WRK-QTD-APROVADO
                    WHEN 'EXAME FINAL' ADD 1 TO WRK-QTD-EXAME
                   ' RECUP: ' WRK-QTD-RECUPERACAO
                   ' REPROV: ' WRK-QTD-REPROVADO
                   ' OUTROS: ' WRK-QTD-AUSENTE.
           PERFORM 1300-MOSTRAR-LANCADOR THRU 1300-EXIT
              VARYING WRK-IDX-LANC FROM 1 BY 1
              UNTIL WRK-IDX-LANC > WRK-QTD-LANCADORES.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'REGISTROS DE LANCADORES ALEM DA TABELA DE 20: '
                      WRK-QTD-DESCARTADOS
           END-IF.
       1000-EXIT.
           EXIT.

       1100-EXIT.
           EXIT.

      *****************************************************************
      * 1200-ACUMULAR-LANCADOR - Conta o registro pendente para o
      * operador que o lancou (NP-OPERADOR), guardando a data do
      * primeiro lancamento dele no lote.
      *****************************************************************
       1200-ACUMULAR-LANCADOR.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 1210-PROCURAR-LANCADOR THRU 1210-EXIT
              VARYING WRK-IDX-LANC FROM 1 BY 1
              UNTIL WRK-IDX-LANC > WRK-QTD-LANCADORES
                 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-LANCADORES >= 20
                 ADD 1 TO WRK-QTD-DESCARTADOS
                 GO TO 1200-EXIT
              END-IF
              ADD 1 TO WRK-QTD-LANCADORES
              MOVE WRK-QTD-LANCADORES TO WRK-IDX-ACHADO
              MOVE NP-OPERADOR  TO WRK-TL-NOME(WRK-IDX-ACHADO)
              MOVE NP-DATA-LANC TO WRK-TL-DATA(WRK-IDX-ACHADO)
              MOVE ZEROS        TO WRK-TL-QTD(WRK-IDX-ACHADO)
           END-IF.
           ADD 1 TO WRK-TL-QTD(WRK-IDX-ACHADO).
       1200-EXIT.
           EXIT.

       1210-PROCURAR-LANCADOR.
           IF WRK-TL-NOME(WRK-IDX-LANC) = NP-OPERADOR
              MOVE WRK-IDX-LANC TO WRK-IDX-ACHADO
           END-IF.
       1210-EXIT.
           EXIT.

       1300-MOSTRAR-LANCADOR.
           IF WRK-TL-NOME(WRK-IDX-LANC) = SPACES
              DISPLAY 'LANCADO PELO JCL.....: '
                      WRK-TL-QTD(WRK-IDX-LANC) ' REGISTROS EM '
                      WRK-TL-DATA(WRK-IDX-LANC)
              GO TO 1300-EXIT
           END-IF.
           DISPLAY 'LANCADO POR ' WRK-TL-NOME(WRK-IDX-LANC) ': '
                   WRK-TL-QTD(WRK-IDX-LANC) ' REGISTROS EM '
                   WRK-TL-DATA(WRK-IDX-LANC).
           IF WRK-TL-NOME(WRK-IDX-LANC) = WRK-OPERADOR
              DISPLAY 'ATENCAO: REGISTROS LANCADOS PELO PROPRIO '
                      'OPERADOR QUE DECIDE O LOTE'
           END-IF.
       1300-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LIBERAR-LOTE - Lote liberado: segunda passada sobre
      * NOTAS-PENDENTES lancando cada registro em HIST-NOTAS e na vaga
      *****************************************************************
      * 2100-LANCAR-REGISTRO - Um registro pendente: acrescenta o
      * registro correspondente a HIST-NOTAS e atualiza o cadastro
      * mestre (2200), acumulando o trailer do corte, e avisa aluno e
      * responsavel da nota lancada (2300).
      *****************************************************************
       2100-LANCAR-REGISTRO.
           MOVE SPACES TO HIST-NOTA-REC.
           ADD NP-MEDIA TO WRK-BT-TOTAL.
           PERFORM 2150-ESPELHAR-HISTORICO THRU 2150-EXIT.
           PERFORM 2200-ATUALIZAR-CADASTRO THRU 2200-EXIT.
           PERFORM 2300-AVISAR-NOTA THRU 2300-EXIT.
           ADD 1 TO WRK-QTD-LANCADOS.
       2100-EXIT.
           EXIT.
                  MOVE SPACES       TO SM-SITUACAO-ANO
                  MOVE SPACES       TO SM-STATUS-MATRICULA
                  MOVE SPACES       TO SM-REGRA-APLICADA
                  MOVE SPACES       TO SM-PROGRAMA
                  MOVE ZEROS        TO SM-CPF
                  MOVE ZEROS        TO SM-DATA-NASC
                  IF NP-CAMPUS = SPACES
                     MOVE '01' TO SM-CAMPUS
                  ELSE
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-AVISAR-NOTA - Nota liberada: aviso NOTALC na caixa de
      * saida (GRAVA-NOTIFICACAO) para o aluno e para o responsavel,
      * como no lancamento direto de CONDICIONAIS-IF.
      *****************************************************************
       2300-AVISAR-NOTA.
           MOVE SPACES TO GRAVA-NOTIFICACAO-LNK.
           MOVE 'APROVA-LOTE' TO GN-PROGRAMA.
           SET GN-DEST-ALUNO TO TRUE.
           MOVE NP-MATRICULA  TO GN-DEST-ID.
           MOVE NP-NOME       TO GN-DEST-NOME.
           MOVE 'NOTALC'      TO GN-MODELO.
           MOVE NP-NOME       TO GN-CAMPO(1).
           MOVE NP-CURSO      TO GN-CAMPO(2).
           MOVE NP-MEDIA      TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED  TO GN-CAMPO(3).
           MOVE NP-RESULTADO  TO GN-CAMPO(4).
           MOVE RETURN-CODE   TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
           SET GN-DEST-RESPONSAVEL TO TRUE.
           MOVE RETURN-CODE   TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-GRAVAR-TRAILER-HISTORICO - Fecha o corte liberado em
      * HIST-NOTAS com o registro trailer padrao. BATCH-TRAILER-REC
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REGISTRAR-DECISAO - Acrescenta a LOTE-NOTAS-LOG um
      * registro por operador que lancou registros no lote decidido,
      * com a decisao, quem decidiu e quando.
      *****************************************************************
       5000-REGISTRAR-DECISAO.
           ACCEPT WRK-DATA-DECISAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-DECISAO FROM TIME.
           OPEN EXTEND LOTE-NOTAS-LOG.
           PERFORM 5100-GRAVAR-LOG THRU 5100-EXIT
              VARYING WRK-IDX-LANC FROM 1 BY 1
              UNTIL WRK-IDX-LANC > WRK-QTD-LANCADORES.
           CLOSE LOTE-NOTAS-LOG.
       5000-EXIT.
           EXIT.

       5100-GRAVAR-LOG.
           MOVE SPACES TO LOTE-NOTAS-LOG-REC.
           MOVE WRK-DATA-DECISAO        TO LL-DATA.
           MOVE WRK-HORA-DECISAO(1:6)   TO LL-HORA.
           MOVE WRK-DECISAO             TO LL-DECISAO.
           MOVE WRK-OPERADOR            TO LL-APROVADOR.
           MOVE WRK-TL-NOME(WRK-IDX-LANC) TO LL-LANCADOR.
           MOVE WRK-TL-DATA(WRK-IDX-LANC) TO LL-DATA-LANC.
           MOVE WRK-TL-QTD(WRK-IDX-LANC)  TO LL-QTD-REGISTROS.
           WRITE LOTE-NOTAS-LOG-REC.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'APROVA-LOTE-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
