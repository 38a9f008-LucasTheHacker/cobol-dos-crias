      *                    matricula+curso+termo), como nos programas
      *                    de gradacao, para as consultas por aluno
      *                    serem leitura pela chave.
      * 15/10/2026 Tutu - RECURSO-LOG registra quem protocolou o pedido
      *                    (perguntado no console) e quem deferiu: o
      *                    operador do contexto, pela nova entrada
      *                    RECURSO-NOTA-CTX chamada pelo MENU-PRINCIPAL,
      *                    ou o nome digitado na entrada direta. RECORD
      *                    CONTAINS 98 -> 138.
      * 15/10/2026 Tutu - Recurso decidido gera aviso RECURS ao aluno e
      *                    ao responsavel na caixa de saida (rotina
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
           SELECT PARM-NOTA-IN ASSIGN TO "PARM-NOTA"
               ORGANIZATION IS LINE SEQUENTIAL
           COPY TRAILER.

       FD  RECURSO-LOG
           RECORD CONTAINS 138 CHARACTERS.
           COPY RECNOTA.

       FD  ALUNO-CURSO.
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY TRAVAARQ.
       COPY NOTIFGRV.
       77 WRK-SM-STATUS       PIC X(02)      VALUE '00'.
       77 WRK-PARM-STATUS     PIC X(02)      VALUE '00'.
       77 WRK-MATRICULA       PIC X(10)      VALUE SPACES.
       77 WRK-MEDIA-ANTIGA    PIC 9(02)V9    VALUE ZEROS.
       77 WRK-RESULT-ANTIGO   PIC X(15)      VALUE SPACES.
       77 WRK-RESULT-NOVO     PIC X(15)      VALUE SPACES.
       77 WRK-MEDIA-ED        PIC Z9,9       VALUE ZEROS.
       77 WRK-MOTIVO          PIC X(30)      VALUE SPACES.
       77 WRK-SOLICITANTE     PIC X(20)      VALUE SPACES.
       77 WRK-OPERADOR        PIC X(20)      VALUE SPACES.
       77 WRK-NOTA-CORTE      PIC 9(02)V9    VALUE 5,0.
       77 WRK-NOTA-RECUP      PIC 9(02)V9    VALUE 2,0.
       77 WRK-NOTA-EXAME      PIC 9(02)V9    VALUE 4,5.
           05 WRK-ANO-TERMO   PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-TERMO   PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-TERMO   PIC 9(02)      VALUE ZEROS.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXIT.

      *****************************************************************
      * 3000-REVISAR - Recebe a media revisada (II,D), o motivo e quem
      * protocolou o pedido, reclassifica pelos cortes, regrava o
      * cadastro, acrescenta o registro revisado ao historico e grava
      * a trilha do recurso, e avisa aluno e responsavel da decisao
      * (3400). Quem defere e o operador do contexto; na entrada
      * direta o nome e pedido no console.
      *****************************************************************
       3000-REVISAR.
           DISPLAY 'MEDIA REVISADA (II,D): '.
               WRK-MEDIA-INT + (WRK-MEDIA-DEC / 10).
           DISPLAY 'MOTIVO DO RECURSO: '.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           DISPLAY 'PEDIDO PROTOCOLADO POR: '.
           ACCEPT WRK-SOLICITANTE FROM CONSOLE.
           IF WRK-OPERADOR = SPACES
              DISPLAY 'NOME DO OPERADOR QUE DEFERE O RECURSO: '
              ACCEPT WRK-OPERADOR FROM CONSOLE
           END-IF.
           PERFORM 3100-CLASSIFICAR THRU 3100-EXIT.
           DISPLAY 'RESULTADO REVISADO: ' WRK-RESULT-NOVO.
           MOVE WRK-MEDIA-NOVA  TO SM-ULTIMA-MEDIA.
           REWRITE STUDENT-MASTER-REC.
           PERFORM 3200-GRAVAR-HISTORICO THRU 3200-EXIT.
           PERFORM 3300-GRAVAR-RECURSO THRU 3300-EXIT.
           PERFORM 3400-AVISAR-RECURSO THRU 3400-EXIT.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3300-GRAVAR-RECURSO - Grava em RECURSO-LOG a trilha completa:
      * data, hora, matricula, curso, media e resultado originais,
      * media e resultado revisados, o motivo alegado, quem protocolou
      * o pedido e quem o deferiu.
      *****************************************************************
       3300-GRAVAR-RECURSO.
           MOVE SPACES TO RECURSO-NOTA-REC.
           MOVE WRK-RESULT-ANTIGO TO RN-RESULT-ANTIGO.
           MOVE WRK-RESULT-NOVO   TO RN-RESULT-NOVO.
           MOVE WRK-MOTIVO        TO RN-MOTIVO.
           MOVE WRK-SOLICITANTE   TO RN-SOLICITANTE.
           MOVE WRK-OPERADOR      TO RN-OPERADOR.
           OPEN EXTEND RECURSO-LOG.
           WRITE RECURSO-NOTA-REC.
           CLOSE RECURSO-LOG.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-AVISAR-RECURSO - Recurso decidido: aviso RECURS na caixa
      * de saida (GRAVA-NOTIFICACAO) para o aluno e para o responsavel.
      * Campos de mescla: #1 curso, #2 media anterior, #3 media
      * revisada, #4 resultado revisado.
      *****************************************************************
       3400-AVISAR-RECURSO.
           MOVE SPACES TO GRAVA-NOTIFICACAO-LNK.
           MOVE 'RECURSO-NOTA' TO GN-PROGRAMA.
           SET GN-DEST-ALUNO TO TRUE.
           MOVE WRK-MATRICULA    TO GN-DEST-ID.
           MOVE SM-NOME          TO GN-DEST-NOME.
           MOVE 'RECURS'         TO GN-MODELO.
           MOVE WRK-CURSO        TO GN-CAMPO(1).
           MOVE WRK-MEDIA-ANTIGA TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED     TO GN-CAMPO(2).
           MOVE WRK-MEDIA-NOVA   TO WRK-MEDIA-ED.
           MOVE WRK-MEDIA-ED     TO GN-CAMPO(3).
           MOVE WRK-RESULT-NOVO  TO GN-CAMPO(4).
           MOVE RETURN-CODE      TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
           SET GN-DEST-RESPONSAVEL TO TRUE.
           MOVE RETURN-CODE      TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e guarda
      * o nome dele, que fica registrado como quem deferiu o recurso,
      * antes de desviar para o mesmo processamento da entrada direta.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'RECURSO-NOTA-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
