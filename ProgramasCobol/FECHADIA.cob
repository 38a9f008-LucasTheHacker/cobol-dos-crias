       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FECHA-DIA.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Fim de dia do DAILYJOB: fecha a data de movimento
      *           corrente no controle DATA-MOVIMENTO
      *           (Copybooks/DATAMOV.cpy) e abre o proximo dia util,
      *           pulando fins de semana e feriados pela rotina comum
      *           DIA-UTIL. E o unico programa que avanca a data de
      *           negocio com que os lotes carimbam o que gravam
      *           (rotina LE-DATA-MOV). O fechamento e gravado antes da
      *           abertura do dia seguinte: um passo que cai no meio
      *           deixa a data fechada, e VALIDA-PARM segura a cadeia
      *           ate o passo ser refeito. Data de movimento ja a
      *           frente do relogio (fim de dia rodado duas vezes) nao
      *           avanca de novo (RC 8). Controle ausente e criado com
      *           o dia util seguinte ao de hoje (RC 4). Cada execucao
      *           avanca um unico dia util; uma cadeia atrasada se
      *           recupera rodando o passo de novo ate alcancar o
      *           calendario. Inicio e fim de cada execucao ficam no
      *           historico de execucao dos lotes (rotina
      *           GRAVA-EXECUCAO), com os registros processados e o RC,
      *           para o relatorio semanal RELAT-EXECUCAO.
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
       COPY INSTCFG.
       COPY EXECGRV.
       COPY DIAUTIL.
       77  WRK-DM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-DATA-SISTEMA  PIC 9(08)      VALUE ZEROS.
       77  WRK-HORA-SISTEMA  PIC 9(06)      VALUE ZEROS.
       77  WRK-DATA-FECHADA  PIC 9(08)      VALUE ZEROS.
       77  WRK-TEM-CONTROLE  PIC X(01)      VALUE 'N'.
           88 TEM-CONTROLE                  VALUE 'S'.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'FECHA-DIA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           DISPLAY 'FIM DE DIA - AVANCO DA DATA DE MOVIMENTO'.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-SISTEMA FROM TIME.
           PERFORM 1000-LER-CONTROLE THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 2000-FECHAR-DIA THRU 2000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           PERFORM 3000-ABRIR-PROXIMO-DIA THRU 3000-EXIT.
           IF NOT TEM-CONTROLE AND RETURN-CODE = 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-LER-CONTROLE - Le a data de movimento corrente. Sem
      * controle, a data que fecha e a de hoje (os lotes do dia
      * rodaram com a data do sistema). Data ja a frente do relogio
      * quer dizer fim de dia ja feito: nada e avancado.
      *****************************************************************
       1000-LER-CONTROLE.
           MOVE 'N' TO WRK-TEM-CONTROLE.
           OPEN INPUT DATA-MOVIMENTO.
           IF WRK-DM-STATUS = '00'
              READ DATA-MOVIMENTO
                  AT END
                     CONTINUE
                  NOT AT END
                     IF DM-DATA IS NUMERIC AND DM-DATA NOT = ZEROS
                        SET TEM-CONTROLE TO TRUE
                     END-IF
              END-READ
              CLOSE DATA-MOVIMENTO
           END-IF.
           IF NOT TEM-CONTROLE
              DISPLAY 'DATA-MOVIMENTO AUSENTE OU VAZIO - CONTROLE '
                      'CRIADO A PARTIR DE ' WRK-DATA-SISTEMA
              MOVE SPACES TO DATA-MOVIMENTO-REC
              MOVE WRK-DATA-SISTEMA TO DM-DATA
              MOVE ZEROS TO DM-DATA-ANTERIOR
              GO TO 1000-EXIT
           END-IF.
           IF DM-DATA > WRK-DATA-SISTEMA
              DISPLAY 'DATA DE MOVIMENTO ' DM-DATA ' JA A FRENTE DE '
                      WRK-DATA-SISTEMA ' - FIM DE DIA JA FEITO, NADA '
                      'AVANCADO'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           IF DM-FECHADO
              DISPLAY 'DATA DE MOVIMENTO ' DM-DATA ' JA FECHADA - '
                      'ABRINDO O DIA SEGUINTE'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-FECHAR-DIA - Grava a data corrente como fechada, com a
      * data e a hora do relogio do fechamento, antes de abrir a
      * seguinte.
      *****************************************************************
       2000-FECHAR-DIA.
           MOVE DM-DATA TO WRK-DATA-FECHADA.
           SET DM-FECHADO TO TRUE.
           MOVE WRK-DATA-SISTEMA TO DM-DATA-FECHAMENTO.
           MOVE WRK-HORA-SISTEMA TO DM-HORA-FECHAMENTO.
           PERFORM 8000-GRAVAR-CONTROLE THRU 8000-EXIT.
           DISPLAY 'DATA DE MOVIMENTO FECHADA: ' WRK-DATA-FECHADA.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ABRIR-PROXIMO-DIA - Proximo dia util depois da data
      * fechada (DIA-UTIL, soma de um dia util), gravado aberto.
      *****************************************************************
       3000-ABRIR-PROXIMO-DIA.
           SET DU-FN-SOMAR-UTEIS TO TRUE.
           MOVE WRK-DATA-FECHADA TO DU-DATA.
           MOVE 1 TO DU-QTD-DIAS.
           CALL 'DIA-UTIL' USING DIA-UTIL-LNK.
           MOVE WRK-DATA-FECHADA  TO DM-DATA-ANTERIOR.
           MOVE DU-DATA-RESULTADO TO DM-DATA.
           SET DM-ABERTO TO TRUE.
           PERFORM 8000-GRAVAR-CONTROLE THRU 8000-EXIT.
           DISPLAY 'DATA DE MOVIMENTO ABERTA..: ' DM-DATA.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-GRAVAR-CONTROLE - Regrava o registro unico do controle.
      *****************************************************************
       8000-GRAVAR-CONTROLE.
           OPEN OUTPUT DATA-MOVIMENTO.
           IF WRK-DM-STATUS NOT = '00'
              DISPLAY 'DATA-MOVIMENTO INDISPONIVEL (STATUS '
                      WRK-DM-STATUS ')'
              MOVE 8 TO RETURN-CODE
              GO TO 8000-EXIT
           END-IF.
           WRITE DATA-MOVIMENTO-REC.
           CLOSE DATA-MOVIMENTO.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE 1 TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'FECHA-DIA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
