      *           como historico dos lotes. O termo vem de
      *           TERMO=AAAAPP no PARM do EXEC PGM= (com CONFIRMA=S
      *           para o lote nao assistido) ou do console.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - A data de execucao passa a vir da data de
      *                    movimento (rotina LE-DATA-MOV) em vez do
      *                    relogio: a noite que vira a meia-noite ou a
      *                    reexecucao na manha seguinte continuam no
      *                    mesmo dia de negocio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       77  WRK-HIST-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-TF-STATUS     PIC X(02)      VALUE '00'.
      * fechado em TERMOS-FECHADOS.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'TERMO='
              MOVE WRK-PARM-JCL-TEXTO(7:6) TO WRK-TERMO-PEDIDO
