       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRAVA-NOTIFICACAO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Rotina comum da caixa de saida de avisos, para uso
      *           por CALL (copybook de linkage Copybooks/NOTIFGRV.cpy):
      *           acrescenta a NOTIF-SAIDA (Copybooks/NOTIFIC.cpy) um
      *           aviso pendente com o destinatario, o canal, o modelo
      *           e os campos de mescla recebidos, carimbado com a data
      *           de movimento (LE-DATA-MOV), a data e a hora do
      *           relogio e o programa de origem. A chave e a data e a
      *           hora de geracao mais uma sequencia da execucao; chave
      *           ja usada (dois programas no mesmo segundo) avanca a
      *           sequencia. Caixa de saida ausente e criada no
      *           primeiro aviso. Devolve sempre GN-RC em RETURN-CODE.
      *           Quem decide se a pessoa recebe, e por onde, e
      *           DISPARA-AVISOS, no envio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIF-SAIDA ASSIGN TO "NOTIF-SAIDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS NT-CHAVE
               FILE STATUS IS WRK-NT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-SAIDA.
           COPY NOTIFIC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY DATAMOVL.
       77  WRK-NT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-DATA-MOV  PIC X(01)      VALUE 'N'.
           88 TEM-DATA-MOV                  VALUE 'S'.
       77  WRK-DATA-MOV      PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-RELOGIO  PIC 9(08)      VALUE ZEROS.
       77  WRK-SEQUENCIA     PIC 9(06)      VALUE ZEROS.
       77  WRK-TENTATIVAS    PIC 9(03) COMP VALUE ZERO.
       77  WRK-GRAVADO       PIC X(01)      VALUE 'N'.
           88 AVISO-GRAVADO                 VALUE 'S'.
      ******************************************************************
       LINKAGE SECTION.
       COPY NOTIFGRV.
      ******************************************************************
       PROCEDURE DIVISION USING GRAVA-NOTIFICACAO-LNK.
       0000-MAINLINE.
           PERFORM 1000-MONTAR-AVISO THRU 1000-EXIT.
           PERFORM 2000-GRAVAR-AVISO THRU 2000-EXIT.
           MOVE GN-RC TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * 1000-MONTAR-AVISO - Copia a linkage para o registro, pendente,
      * com a data de movimento (lida uma vez por execucao) e a data e
      * a hora do relogio.
      *****************************************************************
       1000-MONTAR-AVISO.
           IF NOT TEM-DATA-MOV
              CALL 'LE-DATA-MOV' USING DATA-MOV-LNK
              MOVE MV-DATA TO WRK-DATA-MOV
              SET TEM-DATA-MOV TO TRUE
           END-IF.
           MOVE SPACES TO NOTIF-SAIDA-REC.
           ACCEPT NT-DATA-GERACAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE WRK-HORA-RELOGIO(1:6) TO NT-HORA-GERACAO.
           MOVE WRK-DATA-MOV  TO NT-DATA-MOV.
           MOVE GN-PROGRAMA   TO NT-PROGRAMA.
           MOVE GN-DEST-TIPO  TO NT-DEST-TIPO.
           MOVE GN-DEST-ID    TO NT-DEST-ID.
           MOVE GN-DEST-NOME  TO NT-DEST-NOME.
           MOVE GN-CANAL      TO NT-CANAL.
           MOVE GN-MODELO     TO NT-MODELO.
           MOVE GN-CAMPOS     TO NT-CAMPOS.
           SET NT-PENDENTE TO TRUE.
           MOVE SPACE TO NT-CANAL-USADO.
           MOVE ZEROS TO NT-DATA-ENVIO NT-DATA-RETORNO.
           MOVE SPACES TO NT-COD-RETORNO.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-GRAVAR-AVISO - Grava o aviso com a sequencia seguinte da
      * execucao, avancando a sequencia enquanto a chave ja existir
      * (ate 100 tentativas), e fecha a caixa de saida.
      *****************************************************************
       2000-GRAVAR-AVISO.
           OPEN I-O NOTIF-SAIDA.
           IF WRK-NT-STATUS = '35'
              OPEN OUTPUT NOTIF-SAIDA
              CLOSE NOTIF-SAIDA
              OPEN I-O NOTIF-SAIDA
           END-IF.
           IF WRK-NT-STATUS NOT = '00'
              DISPLAY 'NOTIF-SAIDA INDISPONIVEL (STATUS '
                      WRK-NT-STATUS ') - AVISO ' GN-MODELO
                      ' PARA ' GN-DEST-ID ' NAO GRAVADO'
              GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-GRAVADO.
           MOVE ZERO TO WRK-TENTATIVAS.
           PERFORM 2100-TENTAR-CHAVE THRU 2100-EXIT
              UNTIL AVISO-GRAVADO OR WRK-TENTATIVAS > 99.
           IF NOT AVISO-GRAVADO
              DISPLAY 'NOTIF-SAIDA SEM CHAVE LIVRE - AVISO '
                      GN-MODELO ' PARA ' GN-DEST-ID ' NAO GRAVADO'
           END-IF.
           CLOSE NOTIF-SAIDA.
       2000-EXIT.
           EXIT.

       2100-TENTAR-CHAVE.
           ADD 1 TO WRK-TENTATIVAS.
           ADD 1 TO WRK-SEQUENCIA.
           MOVE WRK-SEQUENCIA TO NT-SEQUENCIA.
           WRITE NOTIF-SAIDA-REC
               INVALID KEY
                  GO TO 2100-EXIT
           END-WRITE.
           SET AVISO-GRAVADO TO TRUE.
       2100-EXIT.
           EXIT.
