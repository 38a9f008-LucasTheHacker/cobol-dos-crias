       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AVISA-PIN.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Aviso ao operador de que o PIN individual dele
      *           (USER-REG) esta para vencer. Para cada operador ativo
      *           com PIN definido, os dias que faltam sao a validade
      *           de PARM-PIN menos a idade da ultima troca, na data de
      *           movimento; faltando de zero ate a antecedencia do
      *           PARM (DIAS=nnn, padrao 007), grava na caixa de saida
      *           (rotina GRAVA-NOTIFICACAO) um aviso PINVEN com os
      *           dias restantes, a validade e a data da troca. Um
      *           mesmo PIN e avisado uma so vez: antes de avisar, a
      *           caixa de saida e lida para saber quem ja recebeu o
      *           aviso daquela data de troca. Validade zero em
      *           PARM-PIN (PIN sem validade) nao gera aviso. O envio e
      *           de DISPARA-AVISOS, no passo seguinte do DAILYJOB.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-REG ASSIGN TO "USER-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-NOME
               FILE STATUS IS WRK-UR-STATUS.
           SELECT PARM-PIN-IN ASSIGN TO "PARM-PIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT NOTIF-SAIDA ASSIGN TO "NOTIF-SAIDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NT-CHAVE
               FILE STATUS IS WRK-NT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  USER-REG.
           COPY USERREG.

       FD  PARM-PIN-IN
           RECORD CONTAINS 07 CHARACTERS.
           COPY PARMPIN.

       FD  NOTIF-SAIDA.
           COPY NOTIFIC.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY JCLPARM.
       COPY NOTIFGRV.
       77  WRK-UR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-PARM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-NT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-USUARIO   PIC X(01)      VALUE 'N'.
           88 FIM-USUARIO                   VALUE 'S'.
       77  WRK-FIM-CAIXA     PIC X(01)      VALUE 'N'.
           88 FIM-CAIXA                     VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-DIAS-HOJE     PIC 9(08) COMP VALUE ZERO.
       77  WRK-VALIDADE      PIC 9(03)      VALUE ZEROS.
       77  WRK-ANTECEDENCIA  PIC 9(03)      VALUE 007.
       77  WRK-ANTECED-TXT   PIC X(03)      VALUE SPACES.
       77  WRK-RESTANTES     PIC S9(08) COMP VALUE ZERO.
       77  WRK-RESTANTES-ED  PIC ZZ9        VALUE ZEROS.
       77  WRK-VALIDADE-ED   PIC ZZ9        VALUE ZEROS.
       77  WRK-QTD-LIDOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-AVISOS    PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-JA-AVISADOS PIC 9(07)    VALUE ZEROS.
      *
      * Avisos PINVEN ja na caixa de saida: operador e data da troca
      * do PIN avisado. Ate 200 avisos; acima disso o excedente e
      * avisado e pode repetir.
       77  WRK-QTD-AVISADOS  PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-AV        PIC 9(03) COMP VALUE ZERO.
       77  WRK-JA-AVISADO    PIC X(01)      VALUE 'N'.
           88 JA-AVISADO                    VALUE 'S'.
       01  WRK-TAB-AVISADOS.
           05 WRK-AVISADO-ENT OCCURS 200 TIMES.
              10 WRK-AV-NOME        PIC X(20).
              10 WRK-AV-TROCA       PIC X(08).
      *
      * Conversao de data em dias absolutos, como em PURGA-DADOS.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV    PIC 9(02)     VALUE ZEROS.
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO       PIC X(01)     VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT   PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'AVISA-PIN' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE NOT = 0 OR WRK-VALIDADE = 0
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-CARREGAR-AVISADOS THRU 2000-EXIT.
           PERFORM 3000-VERIFICAR-OPERADORES THRU 3000-EXIT.
           DISPLAY 'OPERADORES LIDOS.....: ' WRK-QTD-LIDOS.
           DISPLAY 'AVISOS GRAVADOS......: ' WRK-QTD-AVISOS.
           DISPLAY 'JA AVISADOS ANTES....: ' WRK-QTD-JA-AVISADOS.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Data de movimento, antecedencia do PARM
      * (DIAS=nnn) e validade do PIN em PARM-PIN. Sem PARM-PIN nao ha
      * validade a conferir (RC 4); validade zero, nada a avisar.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:5) = 'DIAS='
              MOVE WRK-PARM-JCL-TEXTO(6:3) TO WRK-ANTECED-TXT
              IF WRK-ANTECED-TXT IS NUMERIC
                 MOVE WRK-ANTECED-TXT TO WRK-ANTECEDENCIA
              END-IF
           END-IF.
           DISPLAY 'AVISO DE PIN A VENCER - DATA DE MOVIMENTO '
                   WRK-DATA-EXEC ' - ANTECEDENCIA ' WRK-ANTECEDENCIA
                   ' DIAS'.
           OPEN INPUT PARM-PIN-IN.
           IF WRK-PARM-STATUS NOT = '00'
              DISPLAY 'PARM-PIN INDISPONIVEL (STATUS ' WRK-PARM-STATUS
                      ') - NENHUM AVISO GERADO'
              MOVE 4 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           READ PARM-PIN-IN
               AT END
                  MOVE ZEROS TO PARM-PIN-VALIDADE
           END-READ.
           CLOSE PARM-PIN-IN.
           IF PARM-PIN-VALIDADE IS NUMERIC
              MOVE PARM-PIN-VALIDADE TO WRK-VALIDADE
           END-IF.
           IF WRK-VALIDADE = 0
              DISPLAY 'PIN SEM VALIDADE EM PARM-PIN - NADA A AVISAR'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CARREGAR-AVISADOS - Le a caixa de saida e guarda operador
      * e data da troca de cada aviso PINVEN ja gravado. Caixa de
      * saida ainda inexistente: ninguem foi avisado.
      *****************************************************************
       2000-CARREGAR-AVISADOS.
           OPEN INPUT NOTIF-SAIDA.
           IF WRK-NT-STATUS NOT = '00'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-CAIXA THRU 2100-EXIT.
           PERFORM UNTIL FIM-CAIXA
              IF NT-MODELO = 'PINVEN' AND NT-DEST-OPERADOR
                 IF WRK-QTD-AVISADOS < 200
                    ADD 1 TO WRK-QTD-AVISADOS
                    MOVE NT-DEST-ID TO WRK-AV-NOME(WRK-QTD-AVISADOS)
                    MOVE NT-CAMPO(3) TO WRK-AV-TROCA(WRK-QTD-AVISADOS)
                 ELSE
                    DISPLAY 'AVISO PINVEN ALEM DE 200 NAO CONFERIDO: '
                            NT-DEST-ID
                 END-IF
              END-IF
              PERFORM 2100-LER-CAIXA THRU 2100-EXIT
           END-PERFORM.
           CLOSE NOTIF-SAIDA.
       2000-EXIT.
           EXIT.

       2100-LER-CAIXA.
           READ NOTIF-SAIDA NEXT RECORD
               AT END SET FIM-CAIXA TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-VERIFICAR-OPERADORES - Percorre USER-REG e confere o PIN
      * de cada operador ativo.
      *****************************************************************
       3000-VERIFICAR-OPERADORES.
           OPEN INPUT USER-REG.
           IF WRK-UR-STATUS NOT = '00'
              DISPLAY 'USER-REG INDISPONIVEL (STATUS ' WRK-UR-STATUS
                      ') - NENHUM AVISO GERADO'
              MOVE 4 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           PERFORM 3010-LER-USUARIO THRU 3010-EXIT.
           PERFORM UNTIL FIM-USUARIO
              ADD 1 TO WRK-QTD-LIDOS
              PERFORM 3100-CONFERIR-PIN THRU 3100-EXIT
              PERFORM 3010-LER-USUARIO THRU 3010-EXIT
           END-PERFORM.
           CLOSE USER-REG.
       3000-EXIT.
           EXIT.

       3010-LER-USUARIO.
           READ USER-REG NEXT RECORD
               AT END SET FIM-USUARIO TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      *****************************************************************
      * 3100-CONFERIR-PIN - Dias que faltam para o PIN vencer; dentro
      * da antecedencia, e ainda nao avisado para esta troca, grava o
      * aviso.
      *****************************************************************
       3100-CONFERIR-PIN.
           IF NOT UR-ATIVO OR UR-PIN = ZEROS
              GO TO 3100-EXIT
           END-IF.
           IF UR-PIN-DATA-TROCA IS NOT NUMERIC
              OR UR-PIN-DATA-TROCA = ZEROS
              GO TO 3100-EXIT
           END-IF.
           MOVE UR-PIN-DATA-TROCA TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           COMPUTE WRK-RESTANTES = WRK-VALIDADE
               - (WRK-DIAS-HOJE - WRK-DIAS-TOTAL-CONV).
           IF WRK-RESTANTES < 0 OR WRK-RESTANTES > WRK-ANTECEDENCIA
              GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WRK-JA-AVISADO.
           PERFORM 3110-PROCURAR-AVISADO THRU 3110-EXIT
              VARYING WRK-IDX-AV FROM 1 BY 1
              UNTIL WRK-IDX-AV > WRK-QTD-AVISADOS OR JA-AVISADO.
           IF JA-AVISADO
              ADD 1 TO WRK-QTD-JA-AVISADOS
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-GRAVAR-AVISO THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

       3110-PROCURAR-AVISADO.
           IF WRK-AV-NOME(WRK-IDX-AV) = UR-NOME
              AND WRK-AV-TROCA(WRK-IDX-AV) = UR-PIN-DATA-TROCA
              SET JA-AVISADO TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * 3200-GRAVAR-AVISO - Aviso PINVEN ao operador: #1 dias
      * restantes, #2 validade em dias, #3 data da ultima troca.
      *****************************************************************
       3200-GRAVAR-AVISO.
           MOVE SPACES TO GRAVA-NOTIFICACAO-LNK.
           MOVE 'AVISA-PIN'  TO GN-PROGRAMA.
           SET GN-DEST-OPERADOR TO TRUE.
           MOVE UR-NOME      TO GN-DEST-ID.
           MOVE UR-NOME      TO GN-DEST-NOME.
           MOVE 'PINVEN'     TO GN-MODELO.
           MOVE WRK-RESTANTES TO WRK-RESTANTES-ED.
           MOVE WRK-RESTANTES-ED TO GN-CAMPO(1).
           MOVE WRK-VALIDADE TO WRK-VALIDADE-ED.
           MOVE WRK-VALIDADE-ED TO GN-CAMPO(2).
           MOVE UR-PIN-DATA-TROCA TO GN-CAMPO(3).
           MOVE RETURN-CODE  TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
           ADD 1 TO WRK-QTD-AVISOS.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-DATA-EM-DIAS - Converte WRK-DATA-CONV em dias
      * absolutos, como em PURGA-DADOS.
      *****************************************************************
       7000-CONVERTER-DATA-EM-DIAS.
           PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT.
           COMPUTE WRK-DIAS-TOTAL-CONV =
               (WRK-ANO-CONV * 365) + WRK-DIAS-ACUM(WRK-MES-CONV)
                                     + WRK-DIA-CONV.
           COMPUTE WRK-ANO-CONV-ANT = WRK-ANO-CONV - 1.
           DIVIDE WRK-ANO-CONV-ANT BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           SUBTRACT WRK-QUOC FROM WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           IF WRK-MES-CONV > 2 AND ANO-BISSEXTO
              ADD 1 TO WRK-DIAS-TOTAL-CONV
           END-IF.
       7000-EXIT.
           EXIT.

       7100-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONV BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONV BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONV BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'AVISA-PIN' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
