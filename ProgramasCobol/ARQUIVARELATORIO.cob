       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ARQUIVA-RELATORIO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Rotina comum do arquivo de relatorios, para uso por
      *           CALL (copybook de linkage Copybooks/ARQRGRV.cpy):
      *           guarda em ARQ-RELATORIOS (Copybooks/ARQREL.cpy) a
      *           copia de cada relatorio emitido, para a emissao de
      *           um mes atras poder ser vista e reimpressa pelo menu
      *           (CONSULTA-RELATORIO) como saiu, sem reprocessar o
      *           job - que hoje daria outros numeros. AG-FN-ABRIR
      *           monta a chave: nome do relatorio, data de movimento
      *           (LE-DATA-MOV), job do cartao EXECID do passo (ONLINE
      *           sem o cartao) e hora do relogio, avancada enquanto
      *           ja houver emissao com a mesma chave. AG-FN-LINHA
      *           grava cada linha numerada e AG-FN-FECHAR grava o
      *           cabecalho (linha zero) com os totais de controle e
      *           fecha o arquivo. Arquivo indisponivel nao interrompe
      *           o passo: o relatorio sai normalmente e so a copia e
      *           perdida, com aviso no console. Devolve sempre AG-RC
      *           em RETURN-CODE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RELATORIOS ASSIGN TO "ARQ-RELATORIOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-CHAVE
               FILE STATUS IS WRK-AR-STATUS.
           SELECT EXEC-ID ASSIGN TO "EXEC-ID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EI-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RELATORIOS.
           COPY ARQREL.

       FD  EXEC-ID
           RECORD CONTAINS 80 CHARACTERS.
       01  EXEC-ID-REC.
           05 EI-JOB                PIC X(08).
           05 FILLER                PIC X(01).
           05 EI-PASSO              PIC X(08).
           05 FILLER                PIC X(63).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY DATAMOVL.
       77  WRK-AR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-ABERTO        PIC X(01)      VALUE 'N'.
           88 ARQUIVO-ABERTO                VALUE 'S'.
       77  WRK-CHAVE-LIVRE   PIC X(01)      VALUE 'N'.
           88 CHAVE-LIVRE                   VALUE 'S'.
       77  WRK-TENTATIVAS    PIC 9(03) COMP VALUE ZERO.
       77  WRK-HORA-RELOGIO  PIC 9(08)      VALUE ZEROS.
       77  WRK-PASSO         PIC X(08)      VALUE SPACES.
       77  WRK-QTD-LINHAS    PIC 9(06)      VALUE ZEROS.
       77  WRK-QTD-ERROS     PIC 9(06)      VALUE ZEROS.
       01  WRK-CHAVE-EMISSAO.
           05 WRK-CE-RELATORIO      PIC X(20).
           05 WRK-CE-DATA-MOV       PIC 9(08).
           05 WRK-CE-JOB            PIC X(08).
           05 WRK-CE-HORA           PIC 9(06).
      ******************************************************************
       LINKAGE SECTION.
       COPY ARQRGRV.
      ******************************************************************
       PROCEDURE DIVISION USING ARQUIVA-RELATORIO-LNK.
       0000-MAINLINE.
           EVALUATE TRUE
              WHEN AG-FN-ABRIR
                 PERFORM 1000-ABRIR-EMISSAO THRU 1000-EXIT
              WHEN AG-FN-LINHA
                 PERFORM 2000-GRAVAR-LINHA THRU 2000-EXIT
              WHEN AG-FN-FECHAR
                 PERFORM 3000-FECHAR-EMISSAO THRU 3000-EXIT
           END-EVALUATE.
           MOVE AG-RC TO RETURN-CODE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-EMISSAO - Monta a chave da emissao (relatorio, data
      * de movimento, job e hora) e abre o arquivo de relatorios,
      * criando-o vazio na primeira emissao. Emissao anterior deixada
      * aberta sem AG-FN-FECHAR e fechada sem cabecalho.
      *****************************************************************
       1000-ABRIR-EMISSAO.
           IF ARQUIVO-ABERTO
              CLOSE ARQ-RELATORIOS
              MOVE 'N' TO WRK-ABERTO
           END-IF.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-QTD-ERROS.
           MOVE AG-RELATORIO TO WRK-CE-RELATORIO.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-CE-DATA-MOV.
           MOVE 'ONLINE' TO WRK-CE-JOB.
           MOVE SPACES TO WRK-PASSO.
           OPEN INPUT EXEC-ID.
           IF WRK-EI-STATUS = '00'
              MOVE SPACES TO EXEC-ID-REC
              READ EXEC-ID
                  AT END
                     MOVE SPACES TO EXEC-ID-REC
              END-READ
              CLOSE EXEC-ID
              IF EI-JOB NOT = SPACES
                 MOVE EI-JOB   TO WRK-CE-JOB
                 MOVE EI-PASSO TO WRK-PASSO
              END-IF
           END-IF.
           ACCEPT WRK-HORA-RELOGIO FROM TIME.
           MOVE WRK-HORA-RELOGIO(1:6) TO WRK-CE-HORA.
           OPEN I-O ARQ-RELATORIOS.
           IF WRK-AR-STATUS = '35'
              OPEN OUTPUT ARQ-RELATORIOS
              CLOSE ARQ-RELATORIOS
              OPEN I-O ARQ-RELATORIOS
           END-IF.
           IF WRK-AR-STATUS NOT = '00'
              DISPLAY 'ARQ-RELATORIOS INDISPONIVEL (STATUS '
                      WRK-AR-STATUS ') - ' AG-RELATORIO
                      ' NAO ARQUIVADO'
              GO TO 1000-EXIT
           END-IF.
           SET ARQUIVO-ABERTO TO TRUE.
           MOVE 'N' TO WRK-CHAVE-LIVRE.
           MOVE ZERO TO WRK-TENTATIVAS.
           PERFORM 1100-CONFERIR-CHAVE THRU 1100-EXIT
              UNTIL CHAVE-LIVRE OR WRK-TENTATIVAS > 99.
           IF NOT CHAVE-LIVRE
              DISPLAY 'ARQ-RELATORIOS SEM CHAVE LIVRE - '
                      AG-RELATORIO ' NAO ARQUIVADO'
              CLOSE ARQ-RELATORIOS
              MOVE 'N' TO WRK-ABERTO
           END-IF.
       1000-EXIT.
           EXIT.

       1100-CONFERIR-CHAVE.
           ADD 1 TO WRK-TENTATIVAS.
           MOVE WRK-CHAVE-EMISSAO TO AR-CHAVE(1:42).
           MOVE ZEROS TO AR-LINHA.
           READ ARQ-RELATORIOS KEY IS AR-CHAVE
               INVALID KEY
                  SET CHAVE-LIVRE TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           ADD 1 TO WRK-CE-HORA.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-GRAVAR-LINHA - Grava a linha recebida com o numero
      * seguinte da emissao.
      *****************************************************************
       2000-GRAVAR-LINHA.
           IF NOT ARQUIVO-ABERTO
              GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE WRK-CHAVE-EMISSAO TO AR-CHAVE(1:42).
           MOVE WRK-QTD-LINHAS TO AR-LINHA.
           MOVE AG-LINHA TO AR-CONTEUDO.
           WRITE ARQ-RELATORIO-REC
               INVALID KEY
                  ADD 1 TO WRK-QTD-ERROS
           END-WRITE.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-FECHAR-EMISSAO - Grava o cabecalho da emissao com os
      * totais de controle e fecha o arquivo. Sem AG-QTD-PAGINAS, as
      * paginas sao contadas a 60 linhas cada.
      *****************************************************************
       3000-FECHAR-EMISSAO.
           IF NOT ARQUIVO-ABERTO
              GO TO 3000-EXIT
           END-IF.
           MOVE SPACES TO ARQ-RELATORIO-REC.
           MOVE WRK-CHAVE-EMISSAO TO AR-CHAVE(1:42).
           MOVE ZEROS TO AR-LINHA.
           MOVE AG-PROGRAMA TO AR-PROGRAMA.
           MOVE WRK-PASSO TO AR-PASSO.
           ACCEPT AR-DATA-GERACAO FROM DATE YYYYMMDD.
           MOVE WRK-QTD-LINHAS TO AR-QTD-LINHAS.
           IF AG-QTD-PAGINAS > ZERO
              MOVE AG-QTD-PAGINAS TO AR-QTD-PAGINAS
           ELSE
              COMPUTE AR-QTD-PAGINAS = (WRK-QTD-LINHAS + 59) / 60
           END-IF.
           MOVE AG-QTD-REGISTROS TO AR-QTD-REGISTROS.
           MOVE AG-VALOR-TOTAL TO AR-VALOR-TOTAL.
           MOVE AG-RC TO AR-RC.
           MOVE ZEROS TO AR-QTD-REIMPRESSOES.
           WRITE ARQ-RELATORIO-REC
               INVALID KEY
                  ADD 1 TO WRK-QTD-ERROS
           END-WRITE.
           CLOSE ARQ-RELATORIOS.
           MOVE 'N' TO WRK-ABERTO.
           IF WRK-QTD-ERROS > 0
              DISPLAY 'ARQ-RELATORIOS: ' WRK-QTD-ERROS
                      ' LINHA(S) DE ' AG-RELATORIO ' NAO ARQUIVADA(S)'
           ELSE
              DISPLAY AG-RELATORIO ' ARQUIVADO: ' WRK-QTD-LINHAS
                      ' LINHAS, JOB ' WRK-CE-JOB
           END-IF.
       3000-EXIT.
           EXIT.
