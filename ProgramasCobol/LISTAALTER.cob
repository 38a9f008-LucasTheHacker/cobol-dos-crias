       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LISTA-ALTERACOES.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Consulta do jornal de alteracoes dos cadastros
      *           (JORNAL-ALTERACOES, gravado por GRAVA-JORNAL a partir
      *           dos programas MANTER-*). O operador informa os filtros
      *           - arquivo, chave (ou o inicio dela), operador e
      *           periodo de/ate; filtro em branco aceita tudo - e cada
      *           lancamento selecionado sai em REL-ALTERACOES com data,
      *           hora, operacao, arquivo, operador, chave e programa (e
      *           quem pediu, quando a mudanca veio de pedido aprovado
      *           por outro operador), seguido das imagens do registro
      *           em faixas de 60 posicoes. Na alteracao so saem as
      *           faixas que mudaram, com a imagem anterior, a posterior
      *           e uma linha de asteriscos sob cada posicao alterada;
      *           na inclusao sai so a imagem nova e na exclusao so a
      *           removida. O cabecalho de cada lancamento tambem
      *           aparece no console. Trailer padrao com os lancamentos
      *           listados.
      *           Copia de REL-ALTERACOES guardada no arquivo de
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
           SELECT JORNAL-ALTERACOES ASSIGN TO "JORNAL-ALTERACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-JA-STATUS.
           SELECT REL-ALTERACOES ASSIGN TO "REL-ALTERACOES"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REL-ALTERACOES-RELIDO ASSIGN TO "REL-ALTERACOES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-ALTERACOES
           RECORD CONTAINS 633 CHARACTERS.
           COPY JORNALT.

       FD  REL-ALTERACOES
           RECORD CONTAINS 80 CHARACTERS.
       01  REL-ALTERACOES-REC       PIC X(80).
           COPY TRAILER.

       FD  REL-ALTERACOES-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  REL-ALTERACOES-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-JA-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-JORNAL     PIC X(01)      VALUE 'N'.
           88 FIM-JORNAL                     VALUE 'S'.
       77  WRK-FILTRO-ARQUIVO PIC X(20)      VALUE SPACES.
       77  WRK-FILTRO-CHAVE   PIC X(30)      VALUE SPACES.
       77  WRK-FILTRO-OPERADOR PIC X(20)     VALUE SPACES.
       77  WRK-FILTRO-DE-X    PIC X(08)      VALUE SPACES.
       77  WRK-FILTRO-ATE-X   PIC X(08)      VALUE SPACES.
       77  WRK-FILTRO-DE      PIC 9(08)      VALUE ZEROS.
       77  WRK-FILTRO-ATE     PIC 9(08)      VALUE 99999999.
       77  WRK-TAM-CHAVE      PIC 9(02)      VALUE ZEROS.
       77  WRK-TAM-IMAGEM     PIC 9(03)      VALUE ZEROS.
       77  WRK-POS-FAIXA      PIC 9(03)      VALUE ZEROS.
       77  WRK-TAM-FAIXA      PIC 9(03)      VALUE ZEROS.
       77  WRK-IDX-BYTE       PIC 9(03)      VALUE ZEROS.
       77  WRK-QTD-LIDOS      PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-LISTADOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-INCLUSOES  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ALTERACOES PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-EXCLUSOES  PIC 9(07)      VALUE ZEROS.
       77  WRK-FAIXA-ANTES    PIC X(60)      VALUE SPACES.
       77  WRK-FAIXA-DEPOIS   PIC X(60)      VALUE SPACES.
       77  WRK-FAIXA-MARCA    PIC X(60)      VALUE SPACES.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Cabecalho de cada lancamento: quando, o que e quem.
       01  WRK-CABEC-LANCAMENTO.
           05 WRK-CL-DATA           PIC 9999/99/99.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-CL-HORA           PIC 9(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-CL-OPERACAO       PIC X(09).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-CL-ARQUIVO        PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-CL-OPERADOR       PIC X(20).
           05 FILLER                PIC X(11)  VALUE SPACES.
      *
      * Uma faixa de 60 posicoes da imagem do registro, com o rotulo
      * (ANTES, DEPOIS ou MUDOU) e a posicao inicial da faixa.
       01  WRK-LINHA-IMAGEM.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WRK-LI-ROTULO         PIC X(06).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-LI-POSICAO        PIC ZZZ9.
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-LI-CONTEUDO       PIC X(60).
           05 FILLER                PIC X(06)  VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-LER-JORNAL THRU 2000-EXIT.
           PERFORM UNTIL FIM-JORNAL
              PERFORM 3000-AVALIAR-LANCAMENTO THRU 3000-EXIT
              PERFORM 2000-LER-JORNAL THRU 2000-EXIT
           END-PERFORM.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Captura dos filtros, abertura do jornal
      * (ausente: nada a consultar - RC 8) e cabecalho do relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           MOVE ZERO TO RETURN-CODE.
           MOVE 'N' TO WRK-FIM-JORNAL.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-LISTADOS
                         WRK-QTD-INCLUSOES WRK-QTD-ALTERACOES
                         WRK-QTD-EXCLUSOES.
           PERFORM 1100-CAPTURAR-FILTROS THRU 1100-EXIT.
           OPEN INPUT JORNAL-ALTERACOES.
           IF WRK-JA-STATUS NOT = '00'
              DISPLAY 'JORNAL-ALTERACOES AINDA NAO EXISTE - NADA A '
                      'CONSULTAR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT REL-ALTERACOES.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE 'JORNAL DE ALTERACOES DOS CADASTROS'
             TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ARQUIVO: '           DELIMITED BY SIZE
                  WRK-FILTRO-ARQUIVO    DELIMITED BY SIZE
                  ' OPERADOR: '         DELIMITED BY SIZE
                  WRK-FILTRO-OPERADOR   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CHAVE: '             DELIMITED BY SIZE
                  WRK-FILTRO-CHAVE      DELIMITED BY SIZE
                  ' PERIODO: '          DELIMITED BY SIZE
                  WRK-FILTRO-DE         DELIMITED BY SIZE
                  ' A '                 DELIMITED BY SIZE
                  WRK-FILTRO-ATE        DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CAPTURAR-FILTROS - Filtros do console; branco aceita
      * tudo. A chave vale pelo inicio (so as posicoes digitadas sao
      * comparadas), para achar, por exemplo, todos os dependentes de
      * uma matricula. Data fora de AAAAMMDD e ignorada com aviso.
      *****************************************************************
       1100-CAPTURAR-FILTROS.
           DISPLAY 'ARQUIVO (EX.: CARGO-MASTER; BRANCO = TODOS): '.
           ACCEPT WRK-FILTRO-ARQUIVO FROM CONSOLE.
           DISPLAY 'CHAVE OU INICIO DA CHAVE (BRANCO = TODAS): '.
           ACCEPT WRK-FILTRO-CHAVE FROM CONSOLE.
           DISPLAY 'OPERADOR (BRANCO = TODOS): '.
           ACCEPT WRK-FILTRO-OPERADOR FROM CONSOLE.
           DISPLAY 'DATA INICIAL AAAAMMDD (BRANCO = SEM LIMITE): '.
           ACCEPT WRK-FILTRO-DE-X FROM CONSOLE.
           DISPLAY 'DATA FINAL AAAAMMDD (BRANCO = SEM LIMITE): '.
           ACCEPT WRK-FILTRO-ATE-X FROM CONSOLE.
           MOVE ZEROS TO WRK-FILTRO-DE.
           MOVE 99999999 TO WRK-FILTRO-ATE.
           IF WRK-FILTRO-DE-X NOT = SPACES
              IF WRK-FILTRO-DE-X IS NUMERIC
                 MOVE WRK-FILTRO-DE-X TO WRK-FILTRO-DE
              ELSE
                 DISPLAY 'DATA INICIAL INVALIDA - FILTRO IGNORADO'
              END-IF
           END-IF.
           IF WRK-FILTRO-ATE-X NOT = SPACES
              IF WRK-FILTRO-ATE-X IS NUMERIC
                 MOVE WRK-FILTRO-ATE-X TO WRK-FILTRO-ATE
              ELSE
                 DISPLAY 'DATA FINAL INVALIDA - FILTRO IGNORADO'
              END-IF
           END-IF.
           MOVE ZEROS TO WRK-TAM-CHAVE.
           IF WRK-FILTRO-CHAVE NOT = SPACES
              PERFORM 1110-MEDIR-CHAVE THRU 1110-EXIT
                 VARYING WRK-IDX-BYTE FROM 30 BY -1
                 UNTIL WRK-TAM-CHAVE > 0
           END-IF.
       1100-EXIT.
           EXIT.

       1110-MEDIR-CHAVE.
           IF WRK-FILTRO-CHAVE(WRK-IDX-BYTE:1) NOT = SPACE
              MOVE WRK-IDX-BYTE TO WRK-TAM-CHAVE
           END-IF.
       1110-EXIT.
           EXIT.

       2000-LER-JORNAL.
           READ JORNAL-ALTERACOES
               AT END SET FIM-JORNAL TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-AVALIAR-LANCAMENTO - Aplica os filtros e, se o
      * lancamento passar, imprime o cabecalho e as imagens.
      *****************************************************************
       3000-AVALIAR-LANCAMENTO.
           ADD 1 TO WRK-QTD-LIDOS.
           IF WRK-FILTRO-ARQUIVO NOT = SPACES
              AND JA-ARQUIVO NOT = WRK-FILTRO-ARQUIVO
              GO TO 3000-EXIT
           END-IF.
           IF WRK-TAM-CHAVE > 0
              AND JA-CHAVE(1:WRK-TAM-CHAVE) NOT =
                  WRK-FILTRO-CHAVE(1:WRK-TAM-CHAVE)
              GO TO 3000-EXIT
           END-IF.
           IF WRK-FILTRO-OPERADOR NOT = SPACES
              AND JA-OPERADOR NOT = WRK-FILTRO-OPERADOR
              GO TO 3000-EXIT
           END-IF.
           IF JA-DATA < WRK-FILTRO-DE
              OR JA-DATA > WRK-FILTRO-ATE
              GO TO 3000-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LISTADOS.
           EVALUATE TRUE
              WHEN JA-INCLUSAO
                 ADD 1 TO WRK-QTD-INCLUSOES
                 MOVE 'INCLUSAO' TO WRK-CL-OPERACAO
              WHEN JA-EXCLUSAO
                 ADD 1 TO WRK-QTD-EXCLUSOES
                 MOVE 'EXCLUSAO' TO WRK-CL-OPERACAO
              WHEN OTHER
                 ADD 1 TO WRK-QTD-ALTERACOES
                 MOVE 'ALTERACAO' TO WRK-CL-OPERACAO
           END-EVALUATE.
           PERFORM 3100-IMPRIMIR-CABECALHO THRU 3100-EXIT.
           MOVE JA-TAMANHO TO WRK-TAM-IMAGEM.
           IF WRK-TAM-IMAGEM = 0 OR WRK-TAM-IMAGEM > 250
              MOVE 250 TO WRK-TAM-IMAGEM
           END-IF.
           PERFORM 3200-IMPRIMIR-FAIXA THRU 3200-EXIT
              VARYING WRK-POS-FAIXA FROM 1 BY 60
              UNTIL WRK-POS-FAIXA > WRK-TAM-IMAGEM.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-IMPRIMIR-CABECALHO - Duas linhas por lancamento: data,
      * hora, operacao, arquivo e operador; depois chave e programa.
      * Operador em branco e programa chamado fora do menu.
      *****************************************************************
       3100-IMPRIMIR-CABECALHO.
           MOVE SPACES TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE JA-DATA     TO WRK-CL-DATA.
           MOVE JA-HORA     TO WRK-CL-HORA.
           MOVE JA-ARQUIVO  TO WRK-CL-ARQUIVO.
           IF JA-OPERADOR = SPACES
              MOVE '(ENTRADA DIRETA)' TO WRK-CL-OPERADOR
           ELSE
              MOVE JA-OPERADOR TO WRK-CL-OPERADOR
           END-IF.
           MOVE WRK-CABEC-LANCAMENTO TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           DISPLAY WRK-CABEC-LANCAMENTO.
           MOVE SPACES TO WRK-LINHA.
           STRING '  CHAVE: '           DELIMITED BY SIZE
                  JA-CHAVE              DELIMITED BY SIZE
                  '  PROGRAMA: '        DELIMITED BY SIZE
                  JA-PROGRAMA           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           DISPLAY WRK-LINHA.
           IF JA-SOLICITANTE NOT = SPACES
              MOVE SPACES TO WRK-LINHA
              STRING '  PEDIDO POR: '   DELIMITED BY SIZE
                     JA-SOLICITANTE     DELIMITED BY SIZE
                     '  APROVADO POR: ' DELIMITED BY SIZE
                     JA-OPERADOR        DELIMITED BY SIZE
                     INTO WRK-LINHA
              MOVE WRK-LINHA TO REL-ALTERACOES-REC
              WRITE REL-ALTERACOES-REC
              DISPLAY WRK-LINHA
           END-IF.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-IMPRIMIR-FAIXA - Uma faixa de ate 60 posicoes das
      * imagens. Inclusao mostra so a imagem nova, exclusao so a
      * removida; alteracao mostra a faixa somente se ela mudou, com
      * a marcacao das posicoes alteradas.
      *****************************************************************
       3200-IMPRIMIR-FAIXA.
           COMPUTE WRK-TAM-FAIXA = WRK-TAM-IMAGEM - WRK-POS-FAIXA + 1.
           IF WRK-TAM-FAIXA > 60
              MOVE 60 TO WRK-TAM-FAIXA
           END-IF.
           MOVE SPACES TO WRK-FAIXA-ANTES WRK-FAIXA-DEPOIS
                          WRK-FAIXA-MARCA.
           MOVE JA-ANTES(WRK-POS-FAIXA:WRK-TAM-FAIXA)
             TO WRK-FAIXA-ANTES.
           MOVE JA-DEPOIS(WRK-POS-FAIXA:WRK-TAM-FAIXA)
             TO WRK-FAIXA-DEPOIS.
           MOVE WRK-POS-FAIXA TO WRK-LI-POSICAO.
           IF JA-INCLUSAO
              MOVE 'DEPOIS'         TO WRK-LI-ROTULO
              MOVE WRK-FAIXA-DEPOIS TO WRK-LI-CONTEUDO
              MOVE WRK-LINHA-IMAGEM TO REL-ALTERACOES-REC
              WRITE REL-ALTERACOES-REC
              GO TO 3200-EXIT
           END-IF.
           IF JA-EXCLUSAO
              MOVE 'ANTES'          TO WRK-LI-ROTULO
              MOVE WRK-FAIXA-ANTES  TO WRK-LI-CONTEUDO
              MOVE WRK-LINHA-IMAGEM TO REL-ALTERACOES-REC
              WRITE REL-ALTERACOES-REC
              GO TO 3200-EXIT
           END-IF.
           IF WRK-FAIXA-ANTES = WRK-FAIXA-DEPOIS
              GO TO 3200-EXIT
           END-IF.
           PERFORM 3210-MARCAR-POSICAO THRU 3210-EXIT
              VARYING WRK-IDX-BYTE FROM 1 BY 1
              UNTIL WRK-IDX-BYTE > WRK-TAM-FAIXA.
           MOVE 'ANTES'          TO WRK-LI-ROTULO.
           MOVE WRK-FAIXA-ANTES  TO WRK-LI-CONTEUDO.
           MOVE WRK-LINHA-IMAGEM TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE 'DEPOIS'         TO WRK-LI-ROTULO.
           MOVE WRK-FAIXA-DEPOIS TO WRK-LI-CONTEUDO.
           MOVE WRK-LINHA-IMAGEM TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE 'MUDOU'          TO WRK-LI-ROTULO.
           MOVE ZEROS            TO WRK-LI-POSICAO.
           MOVE WRK-FAIXA-MARCA  TO WRK-LI-CONTEUDO.
           MOVE WRK-LINHA-IMAGEM TO REL-ALTERACOES-REC.
           MOVE SPACES TO REL-ALTERACOES-REC(10:4).
           WRITE REL-ALTERACOES-REC.
       3200-EXIT.
           EXIT.

       3210-MARCAR-POSICAO.
           IF WRK-FAIXA-ANTES(WRK-IDX-BYTE:1) NOT =
              WRK-FAIXA-DEPOIS(WRK-IDX-BYTE:1)
              MOVE '*' TO WRK-FAIXA-MARCA(WRK-IDX-BYTE:1)
           END-IF.
       3210-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Totais por operacao, trailer padrao e
      * fechamento.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIDOS: '             DELIMITED BY SIZE
                  WRK-QTD-LIDOS         DELIMITED BY SIZE
                  ' LISTADOS: '         DELIMITED BY SIZE
                  WRK-QTD-LISTADOS      DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INCLUSOES: '         DELIMITED BY SIZE
                  WRK-QTD-INCLUSOES     DELIMITED BY SIZE
                  ' ALTERACOES: '       DELIMITED BY SIZE
                  WRK-QTD-ALTERACOES    DELIMITED BY SIZE
                  ' EXCLUSOES: '        DELIMITED BY SIZE
                  WRK-QTD-EXCLUSOES     DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO REL-ALTERACOES-REC.
           WRITE REL-ALTERACOES-REC.
           DISPLAY WRK-LINHA.
           DISPLAY 'DETALHE DAS IMAGENS EM REL-ALTERACOES'.
           MOVE SPACES TO REL-ALTERACOES-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-LISTADOS TO BT-QTD-REGISTROS.
           MOVE ZEROS TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE REL-ALTERACOES.
           CLOSE JORNAL-ALTERACOES.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de REL-ALTERACOES desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT REL-ALTERACOES-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'REL-ALTERACOES' TO AG-RELATORIO.
           MOVE 'LISTA-ALTERACOES' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE REL-ALTERACOES-RELIDO.
           MOVE WRK-QTD-LISTADOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ REL-ALTERACOES-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE REL-ALTERACOES-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
