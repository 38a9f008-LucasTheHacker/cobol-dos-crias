       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSULTA-FECHAMENTO.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Rotina comum de consulta do fechamento da folha, para
      *           uso por CALL (copybook de linkage
      *           Copybooks/FECHCONS.cpy), no molde de DIA-UTIL: todo
      *           programa que grava PAY-HIST ou YTD-SAL
      *           (VIRGULAMASCARA, inclusive o estorno, DECIMO-TERCEIRO,
      *           PAGA-FERIAS, CALCULA-RESCISAO, APLICA-DISSIDIO)
      *           pergunta aqui se a competencia que vai gravar esta
      *           fechada por FECHA-FOLHA e recusa o lancamento quando
      *           esta, a nao ser que um supervisor a tenha reaberto em
      *           REABRE-FOLHA. Cadastro ausente ou competencia sem
      *           registro valem como aberta, como sempre foi.
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
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  FECHAMENTO-FOLHA.
           COPY FECHFOL.
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WRK-FF-STATUS     PIC X(02)      VALUE '00'.
      ******************************************************************
       LINKAGE SECTION.
       COPY FECHCONS.
      ******************************************************************
       PROCEDURE DIVISION USING CONSULTA-FECHAMENTO-LNK.
       0000-MAINLINE.
           MOVE 'A' TO CF-SITUACAO.
           MOVE ZEROS TO CF-DATA-FECHAMENTO CF-DATA-REABERTURA.
           MOVE SPACES TO CF-OPERADOR-REABERTURA CF-MOTIVO-REABERTURA.
           OPEN INPUT FECHAMENTO-FOLHA.
           IF WRK-FF-STATUS NOT = '00'
              GOBACK
           END-IF.
           MOVE CF-COMPETENCIA TO FF-COMPETENCIA.
           READ FECHAMENTO-FOLHA
               INVALID KEY
                  CLOSE FECHAMENTO-FOLHA
                  GOBACK
           END-READ.
           CLOSE FECHAMENTO-FOLHA.
           MOVE FF-DATA-FECHAMENTO TO CF-DATA-FECHAMENTO.
           IF FF-REABERTA
              MOVE 'R' TO CF-SITUACAO
              MOVE FF-DATA-REABERTURA     TO CF-DATA-REABERTURA
              MOVE FF-OPERADOR-REABERTURA TO CF-OPERADOR-REABERTURA
              MOVE FF-MOTIVO-REABERTURA   TO CF-MOTIVO-REABERTURA
           ELSE
              MOVE 'F' TO CF-SITUACAO
           END-IF.
           GOBACK.
