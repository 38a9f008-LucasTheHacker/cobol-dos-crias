       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARGA-HORARIO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Carga do quadro de horarios das turmas
      *           (QUADRO-HORARIO) a partir do arquivo da secretaria
      *           (HORARIO-IN: curso, turma, dia da semana, hora de
      *           inicio e fim, sala e campus), para o sistema saber
      *           quando e onde cada turma de CURSO-MASTER se encontra
      *           em vez de a grade viver numa planilha. Registro com
      *           curso fora do cadastro, dia ou horario invalido ou
      *           sala em branco vai para HORARIO-SUSPENSO com o
      *           motivo. Encontro ja existente (mesma chave) e
      *           regravado com a sala e a hora de fim novas. Depois
      *           da carga o quadro inteiro e relido por sala, e toda
      *           sala ocupada por duas turmas no mesmo horario sai no
      *           relatorio de excecao EXCECAO-HORARIO; havendo choque
      *           de sala ou suspensao, a execucao termina com
      *           RETURN-CODE 4. CARGA=TOTAL no PARM do EXEC PGM=
      *           recria o quadro vazio antes da carga (troca de
      *           periodo); sem PARM a carga e incremental. A data de
      *           execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de EXCECAO-HORARIO guardada no arquivo de
      *           relatorios (rotina ARQUIVA-RELATORIO), com os totais
      *           de controle, para consulta e reimpressao pela opcao 43
      *           do menu (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HORARIO-IN ASSIGN TO "HORARIO-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HI-STATUS.
           SELECT QUADRO-HORARIO ASSIGN TO "QUADRO-HORARIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HO-CHAVE
               ALTERNATE RECORD KEY IS HO-CHAVE-SALA WITH DUPLICATES
               FILE STATUS IS WRK-HO-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT HORARIO-SUSPENSO ASSIGN TO "HORARIO-SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-HORARIO ASSIGN TO "EXCECAO-HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-HORARIO-RELIDO ASSIGN TO "EXCECAO-HORARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HORARIO-IN
           RECORD CONTAINS 27 CHARACTERS.
       01  HORARIO-IN-REC.
           05 HI-CURSO             PIC X(08).
           05 HI-TURMA             PIC X(02).
           05 HI-DIA-SEMANA        PIC X(01).
           05 HI-HORA-INICIO       PIC X(04).
           05 HI-HORA-FIM          PIC X(04).
           05 HI-SALA              PIC X(06).
           05 HI-CAMPUS            PIC X(02).
       01  HORARIO-IN-TXT          PIC X(27).

       FD  QUADRO-HORARIO.
           COPY HORARIO.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  HORARIO-SUSPENSO
           RECORD CONTAINS 58 CHARACTERS.
       01  HORARIO-SUSPENSO-REC.
           05 HS-REGISTRO          PIC X(27).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 HS-MOTIVO            PIC X(30).

       FD  EXCECAO-HORARIO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-HORARIO-REC     PIC X(80).

       FD  EXCECAO-HORARIO-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-HORARIO-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-HI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HO-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-HORARIO    PIC X(01)      VALUE 'N'.
           88 FIM-HORARIO                    VALUE 'S'.
       77  WRK-FIM-QUADRO     PIC X(01)      VALUE 'N'.
           88 FIM-QUADRO                     VALUE 'S'.
       77  WRK-TEM-CATALOGO   PIC X(01)      VALUE 'N'.
           88 TEM-CATALOGO                   VALUE 'S'.
       77  WRK-CARGA-TOTAL    PIC X(01)      VALUE 'N'.
           88 CARGA-TOTAL                    VALUE 'S'.
       77  WRK-SUSPENSO-ABERTO PIC X(01)     VALUE 'N'.
           88 SUSPENSO-ABERTO                VALUE 'S'.
       77  WRK-MOTIVO         PIC X(30)      VALUE SPACES.
       77  WRK-QTD-LIDOS      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-INCLUIDOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ALTERADOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SUSPENSOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-CHOQUES    PIC 9(05)      VALUE ZEROS.
       77  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC-ED   PIC 9999/99/99 VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Hora HHMM decomposta para a conferencia de faixa.
       01  WRK-HORA-CONF.
           05 WRK-HORA-CONF-HH    PIC 9(02)  VALUE ZEROS.
           05 WRK-HORA-CONF-MM    PIC 9(02)  VALUE ZEROS.
       01  WRK-HORA-CONF-NUM REDEFINES WRK-HORA-CONF PIC 9(04).
       77  WRK-HORA-OK        PIC X(01)      VALUE 'S'.
           88 HORA-VALIDA                    VALUE 'S'.
      *
      * Ocupacao corrente da sala na releitura pela chave alternada:
      * o encontro que termina mais tarde entre os ja lidos no mesmo
      * campus/sala/dia. O proximo encontro que comecar antes desse
      * fim, de outra turma, e choque de sala.
       01  WRK-SALA-ANT.
           05 WRK-ANT-CAMPUS      PIC X(02)  VALUE SPACES.
           05 WRK-ANT-SALA        PIC X(06)  VALUE SPACES.
           05 WRK-ANT-DIA         PIC 9(01)  VALUE ZERO.
       77  WRK-ANT-FIM        PIC 9(04)      VALUE ZEROS.
       77  WRK-ANT-CURSO      PIC X(08)      VALUE SPACES.
       77  WRK-ANT-TURMA      PIC X(02)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-CARREGAR THRU 2000-EXIT.
           PERFORM 3000-CONFERIR-SALAS THRU 3000-EXIT.
           PERFORM 4000-FINALIZAR THRU 4000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Reconhece CARGA=TOTAL no PARM, abre o
      * quadro de horarios (criado vazio na primeira carga, ou
      * recriado na carga total), o arquivo da secretaria, o cadastro
      * de cursos (ausente, a carga segue sem conferir o curso, como
      * CARGA-ALUNOS) e o relatorio de excecao.
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-EXEC-ED.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:11) = 'CARGA=TOTAL'
              SET CARGA-TOTAL TO TRUE
           END-IF.
           OPEN INPUT HORARIO-IN.
           IF WRK-HI-STATUS NOT = '00'
              DISPLAY 'HORARIO-IN AUSENTE - CARGA NAO EXECUTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           IF CARGA-TOTAL
              OPEN OUTPUT QUADRO-HORARIO
              CLOSE QUADRO-HORARIO
              DISPLAY 'CARGA TOTAL - QUADRO DE HORARIOS RECRIADO'
           END-IF.
           OPEN I-O QUADRO-HORARIO.
           IF WRK-HO-STATUS = '35'
              OPEN OUTPUT QUADRO-HORARIO
              CLOSE QUADRO-HORARIO
              OPEN I-O QUADRO-HORARIO
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              SET TEM-CATALOGO TO TRUE
           ELSE
              DISPLAY 'CURSO-MASTER AUSENTE - HORARIOS SEM '
                      'CONFERENCIA DE CURSO'
           END-IF.
           OPEN OUTPUT EXCECAO-HORARIO.
           SET ARQREL-GERADO TO TRUE.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RELATORIO DE EXCECAO DA CARGA DE HORARIOS - '
                  DELIMITED BY SIZE
                  WRK-DATA-EXEC-ED DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXCECAO-HORARIO-REC.
           WRITE EXCECAO-HORARIO-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CARREGAR - Le HORARIO-IN de ponta a ponta: registro
      * valido e gravado (ou regravado) no quadro, invalido vai para
      * o arquivo de suspensos com o motivo.
      *****************************************************************
       2000-CARREGAR.
           PERFORM 2100-LER-HORARIO THRU 2100-EXIT.
           PERFORM UNTIL FIM-HORARIO
              ADD 1 TO WRK-QTD-LIDOS
              PERFORM 2200-VALIDAR-REGISTRO THRU 2200-EXIT
              IF WRK-MOTIVO = SPACES
                 PERFORM 2300-GRAVAR-HORARIO THRU 2300-EXIT
              ELSE
                 PERFORM 2900-SUSPENDER-REGISTRO THRU 2900-EXIT
              END-IF
              PERFORM 2100-LER-HORARIO THRU 2100-EXIT
           END-PERFORM.
           CLOSE HORARIO-IN.
       2000-EXIT.
           EXIT.

       2100-LER-HORARIO.
           READ HORARIO-IN
               AT END SET FIM-HORARIO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-VALIDAR-REGISTRO - Confere o encontro lido: curso no
      * cadastro de cursos, dia da semana de 1 a 7, horas HHMM validas
      * com o fim depois do inicio e sala informada. O primeiro
      * problema achado fica em WRK-MOTIVO; em branco, o registro e
      * valido. Turma e campus em branco valem 01.
      *****************************************************************
       2200-VALIDAR-REGISTRO.
           MOVE SPACES TO WRK-MOTIVO.
           IF HI-TURMA = SPACES
              MOVE '01' TO HI-TURMA
           END-IF.
           IF HI-CAMPUS = SPACES
              MOVE '01' TO HI-CAMPUS
           END-IF.
           IF HI-CURSO = SPACES
              MOVE 'CURSO EM BRANCO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           IF TEM-CATALOGO
              MOVE HI-CURSO TO CUR-CODIGO
              READ CURSO-MASTER
                  INVALID KEY
                     MOVE 'CURSO FORA DO CADASTRO' TO WRK-MOTIVO
              END-READ
              IF WRK-MOTIVO NOT = SPACES
                 GO TO 2200-EXIT
              END-IF
           END-IF.
           IF HI-DIA-SEMANA NOT NUMERIC
              OR HI-DIA-SEMANA < '1' OR HI-DIA-SEMANA > '7'
              MOVE 'DIA DA SEMANA INVALIDO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           MOVE HI-HORA-INICIO TO WRK-HORA-CONF.
           PERFORM 2210-CONFERIR-HORA THRU 2210-EXIT.
           IF NOT HORA-VALIDA
              MOVE 'HORA DE INICIO INVALIDA' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           MOVE HI-HORA-FIM TO WRK-HORA-CONF.
           PERFORM 2210-CONFERIR-HORA THRU 2210-EXIT.
           IF NOT HORA-VALIDA
              MOVE 'HORA DE FIM INVALIDA' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           IF HI-HORA-FIM NOT > HI-HORA-INICIO
              MOVE 'FIM NAO POSTERIOR AO INICIO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           IF HI-SALA = SPACES
              MOVE 'SALA EM BRANCO' TO WRK-MOTIVO
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2210-CONFERIR-HORA - Hora HHMM em WRK-HORA-CONF: numerica, com
      * hora ate 23 e minuto ate 59.
      *****************************************************************
       2210-CONFERIR-HORA.
           MOVE 'S' TO WRK-HORA-OK.
           IF WRK-HORA-CONF NOT NUMERIC
              MOVE 'N' TO WRK-HORA-OK
              GO TO 2210-EXIT
           END-IF.
           IF WRK-HORA-CONF-HH > 23 OR WRK-HORA-CONF-MM > 59
              MOVE 'N' TO WRK-HORA-OK
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-GRAVAR-HORARIO - Monta o registro do quadro (chave
      * principal e chave de sala) e grava; encontro ja cadastrado na
      * mesma chave e regravado com a sala e a hora de fim novas.
      *****************************************************************
       2300-GRAVAR-HORARIO.
           MOVE SPACES TO HORARIO-REC.
           MOVE HI-CURSO       TO HO-CURSO.
           MOVE HI-TURMA       TO HO-TURMA.
           MOVE HI-DIA-SEMANA  TO HO-DIA-SEMANA.
           MOVE HI-HORA-INICIO TO HO-HORA-INICIO.
           MOVE HI-HORA-FIM    TO HO-HORA-FIM.
           MOVE HI-CAMPUS      TO HO-CAMPUS.
           MOVE HI-SALA        TO HO-SALA.
           MOVE HO-DIA-SEMANA  TO HO-SALA-DIA.
           MOVE HO-HORA-INICIO TO HO-SALA-INICIO.
           WRITE HORARIO-REC
               INVALID KEY
                  REWRITE HORARIO-REC
                  ADD 1 TO WRK-QTD-ALTERADOS
               NOT INVALID KEY
                  ADD 1 TO WRK-QTD-INCLUIDOS
           END-WRITE.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2900-SUSPENDER-REGISTRO - Desvia o registro invalido de
      * HORARIO-IN para HORARIO-SUSPENSO, no proprio layout com o
      * motivo anexado, abrindo o arquivo na primeira suspensao.
      *****************************************************************
       2900-SUSPENDER-REGISTRO.
           IF NOT SUSPENSO-ABERTO
              OPEN OUTPUT HORARIO-SUSPENSO
              SET SUSPENSO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO HORARIO-SUSPENSO-REC.
           MOVE HORARIO-IN-TXT TO HS-REGISTRO.
           MOVE WRK-MOTIVO TO HS-MOTIVO.
           WRITE HORARIO-SUSPENSO-REC.
           ADD 1 TO WRK-QTD-SUSPENSOS.
           DISPLAY 'REGISTRO SUSPENSO: ' HORARIO-IN-TXT ' - '
                   WRK-MOTIVO.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CONFERIR-SALAS - Rele o quadro inteiro (inclusive o que
      * ja estava cadastrado antes desta carga) pela chave de sala,
      * em ordem de campus, sala, dia e hora de inicio, e aponta no
      * relatorio de excecao cada encontro que comeca antes de a sala
      * ser liberada por outra turma no mesmo dia.
      *****************************************************************
       3000-CONFERIR-SALAS.
           MOVE 'N' TO WRK-FIM-QUADRO.
           MOVE SPACES TO WRK-SALA-ANT.
           MOVE LOW-VALUES TO HO-CHAVE-SALA.
           START QUADRO-HORARIO KEY IS NOT LESS THAN HO-CHAVE-SALA
               INVALID KEY SET FIM-QUADRO TO TRUE
           END-START.
           PERFORM 3100-CONFERIR-ENCONTRO THRU 3100-EXIT
              UNTIL FIM-QUADRO.
       3000-EXIT.
           EXIT.

       3100-CONFERIR-ENCONTRO.
           READ QUADRO-HORARIO NEXT RECORD
               AT END
                  SET FIM-QUADRO TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF HO-CAMPUS NOT = WRK-ANT-CAMPUS
              OR HO-SALA NOT = WRK-ANT-SALA
              OR HO-SALA-DIA NOT = WRK-ANT-DIA
              MOVE HO-CAMPUS   TO WRK-ANT-CAMPUS
              MOVE HO-SALA     TO WRK-ANT-SALA
              MOVE HO-SALA-DIA TO WRK-ANT-DIA
              MOVE ZEROS       TO WRK-ANT-FIM
              MOVE SPACES      TO WRK-ANT-CURSO WRK-ANT-TURMA
           END-IF.
           IF HO-HORA-INICIO < WRK-ANT-FIM
              AND (HO-CURSO NOT = WRK-ANT-CURSO
                   OR HO-TURMA NOT = WRK-ANT-TURMA)
              PERFORM 3200-APONTAR-CHOQUE THRU 3200-EXIT
           END-IF.
           IF HO-HORA-FIM > WRK-ANT-FIM
              MOVE HO-HORA-FIM TO WRK-ANT-FIM
              MOVE HO-CURSO    TO WRK-ANT-CURSO
              MOVE HO-TURMA    TO WRK-ANT-TURMA
           END-IF.
       3100-EXIT.
           EXIT.

       3200-APONTAR-CHOQUE.
           ADD 1 TO WRK-QTD-CHOQUES.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALA '        DELIMITED BY SIZE
                  HO-CAMPUS      DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  HO-SALA        DELIMITED BY SIZE
                  ' DIA '        DELIMITED BY SIZE
                  HO-SALA-DIA    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  HO-HORA-INICIO DELIMITED BY SIZE
                  '-'            DELIMITED BY SIZE
                  HO-HORA-FIM    DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  HO-CURSO       DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  HO-TURMA       DELIMITED BY SIZE
                  ' CHOCA COM '  DELIMITED BY SIZE
                  WRK-ANT-CURSO  DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  WRK-ANT-TURMA  DELIMITED BY SIZE
                  ' ATE '        DELIMITED BY SIZE
                  WRK-ANT-FIM    DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXCECAO-HORARIO-REC.
           WRITE EXCECAO-HORARIO-REC.
           DISPLAY WRK-LINHA.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FINALIZAR - Fecha os arquivos, resume a carga no console
      * e sinaliza RETURN-CODE 4 quando houve choque de sala ou
      * registro suspenso.
      *****************************************************************
       4000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CHOQUES DE SALA: ' DELIMITED BY SIZE
                  WRK-QTD-CHOQUES     DELIMITED BY SIZE
                  '  SUSPENSOS: '     DELIMITED BY SIZE
                  WRK-QTD-SUSPENSOS   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO EXCECAO-HORARIO-REC.
           WRITE EXCECAO-HORARIO-REC.
           CLOSE QUADRO-HORARIO.
           CLOSE EXCECAO-HORARIO.
           IF TEM-CATALOGO
              CLOSE CURSO-MASTER
           END-IF.
           IF SUSPENSO-ABERTO
              CLOSE HORARIO-SUSPENSO
           END-IF.
           DISPLAY 'CARGA DE HORARIOS CONCLUIDA'.
           DISPLAY 'LIDOS.......: ' WRK-QTD-LIDOS.
           DISPLAY 'INCLUIDOS...: ' WRK-QTD-INCLUIDOS.
           DISPLAY 'REGRAVADOS..: ' WRK-QTD-ALTERADOS.
           DISPLAY 'SUSPENSOS...: ' WRK-QTD-SUSPENSOS.
           DISPLAY 'CHOQUES SALA: ' WRK-QTD-CHOQUES.
           IF WRK-QTD-CHOQUES > 0 OR WRK-QTD-SUSPENSOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXCECAO-HORARIO desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXCECAO-HORARIO-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'EXCECAO-HORARIO' TO AG-RELATORIO.
           MOVE 'CARGA-HORARIO' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXCECAO-HORARIO-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ EXCECAO-HORARIO-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE EXCECAO-HORARIO-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
