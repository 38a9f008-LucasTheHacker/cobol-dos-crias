       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LE-DATA-MOV.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Rotina comum da data de movimento, para uso por CALL
      *           a partir de qualquer lote da suite (copybook de
      *           linkage Copybooks/DATAMOVL.cpy), no molde de
      *           DIA-UTIL: devolve a data de negocio do controle
      *           DATA-MOVIMENTO (Copybooks/DATAMOV.cpy), que so o
      *           fim de dia (FECHA-DIA) avanca, com a situacao da data
      *           e a data do relogio. Os lotes carimbam competencia,
      *           termo, data de referencia e data de remessa com ela
      *           em vez de ACCEPT FROM DATE, e um DAILYJOB que vira a
      *           meia-noite continua no mesmo dia de negocio. A
      *           primeira chamada le o controle e guarda a data; as
      *           seguintes, na mesma execucao, devolvem a guardada.
      *           Controle ausente ou vazio devolve a data do sistema
      *           com situacao S, como era antes do controle.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATA-MOVIMENTO ASSIGN TO "DATA-MOVIMENTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DATA-MOVIMENTO
           RECORD CONTAINS 40 CHARACTERS.
           COPY DATAMOV.
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WRK-DM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-JA-LIDA       PIC X(01)      VALUE 'N'.
           88 DATA-JA-LIDA                  VALUE 'S'.
       77  WRK-DATA-GUARDADA PIC 9(08)      VALUE ZEROS.
       77  WRK-SIT-GUARDADA  PIC X(01)      VALUE SPACE.
       77  WRK-DATA-SISTEMA  PIC 9(08)      VALUE ZEROS.
      ******************************************************************
       LINKAGE SECTION.
       COPY DATAMOVL.
      ******************************************************************
       PROCEDURE DIVISION USING DATA-MOV-LNK.
       0000-MAINLINE.
           IF NOT DATA-JA-LIDA
              PERFORM 1000-LER-CONTROLE THRU 1000-EXIT
              SET DATA-JA-LIDA TO TRUE
           END-IF.
           MOVE WRK-DATA-GUARDADA TO MV-DATA.
           MOVE WRK-SIT-GUARDADA  TO MV-SITUACAO.
           MOVE WRK-DATA-SISTEMA  TO MV-DATA-SISTEMA.
           GOBACK.

      *****************************************************************
      * 1000-LER-CONTROLE - Le o registro unico do controle; sem
      * arquivo, vazio ou com data nao numerica, vale a data do
      * sistema com situacao S.
      *****************************************************************
       1000-LER-CONTROLE.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WRK-DATA-SISTEMA TO WRK-DATA-GUARDADA.
           MOVE 'S' TO WRK-SIT-GUARDADA.
           OPEN INPUT DATA-MOVIMENTO.
           IF WRK-DM-STATUS NOT = '00'
              GO TO 1000-EXIT
           END-IF.
           READ DATA-MOVIMENTO
               AT END
                  MOVE ZEROS TO DM-DATA
           END-READ.
           CLOSE DATA-MOVIMENTO.
           IF DM-DATA IS NOT NUMERIC OR DM-DATA = ZEROS
              GO TO 1000-EXIT
           END-IF.
           MOVE DM-DATA TO WRK-DATA-GUARDADA.
           IF DM-FECHADO
              MOVE 'F' TO WRK-SIT-GUARDADA
           ELSE
              MOVE 'A' TO WRK-SIT-GUARDADA
           END-IF.
       1000-EXIT.
           EXIT.
