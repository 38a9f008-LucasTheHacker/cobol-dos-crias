       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REGISTRA-DOCUMENTO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Rotina comum de registro dos documentos emitidos,
      *           para uso por CALL pelos emissores de historico
      *           escolar e certificado de conclusao (copybook de
      *           linkage Copybooks/DOCREG.cpy), para a secretaria
      *           poder confirmar a quem pergunta se um documento
      *           apresentado e autentico. O emissor abre o registro,
      *           inicia cada documento, passa cada linha impressa e
      *           grava o documento no fim: a rotina da a sequencia
      *           seguinte a ultima de DOCUMENTO-EMITIDO, acumula o
      *           valor de conferencia do conteudo (soma posicional
      *           das linhas, como a de GRAVA-AUDIT, modulo 999999937)
      *           e calcula o verificador de quatro digitos sobre a
      *           sequencia, a matricula, a data/hora e esse valor,
      *           devolvendo o codigo NNNNNNN-VVVV para o rodape do
      *           documento. CONSULTA-DOCUMENTO confere o codigo.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCUMENTO-EMITIDO ASSIGN TO "DOCUMENTO-EMITIDO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DE-SEQUENCIA
               FILE STATUS IS WRK-DE-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DOCUMENTO-EMITIDO.
           COPY DOCEMIT.
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WRK-DE-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-REGISTRO-ABERTO PIC X(01)    VALUE 'N'.
           88 REGISTRO-ABERTO               VALUE 'S'.
       77  WRK-FIM-DOC       PIC X(01)      VALUE 'N'.
           88 FIM-DOC                       VALUE 'S'.
       77  WRK-ULT-SEQUENCIA PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-LINHAS    PIC 9(05)      VALUE ZEROS.
       77  WRK-CHECK         PIC 9(09)      VALUE ZEROS.
       77  WRK-VERIFICADOR   PIC 9(04)      VALUE ZEROS.
       77  WRK-DATA          PIC 9(08)      VALUE ZEROS.
       01  WRK-HORA-COMPLETA PIC 9(08)      VALUE ZEROS.
       01  WRK-HORA-COMPLETA-R REDEFINES WRK-HORA-COMPLETA.
           05 WRK-HORA       PIC 9(06).
           05 WRK-CENTESIMOS PIC 9(02).
       77  WRK-TIPO          PIC X(01)      VALUE SPACE.
       77  WRK-MATRICULA     PIC X(10)      VALUE SPACES.
       77  WRK-NOME          PIC X(20)      VALUE SPACES.
      *
      * Area de calculo: soma posicional de cada caractere nao branco
      * (posicao vezes 7, mais o ordinal do caractere), como em
      * GRAVA-AUDIT.
       77  WRK-TEXTO         PIC X(80)      VALUE SPACES.
       77  WRK-TAM-TEXTO     PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX           PIC 9(02) COMP VALUE ZERO.
       77  WRK-CHAR          PIC X(01)      VALUE SPACE.
       77  WRK-SOMA          PIC 9(12) COMP VALUE ZERO.
       77  WRK-QUOC          PIC 9(12) COMP VALUE ZERO.
       01  WRK-CODIGO.
           05 WRK-COD-SEQUENCIA PIC 9(07).
           05 FILLER            PIC X(01)   VALUE '-'.
           05 WRK-COD-VERIFICADOR PIC 9(04).
      ******************************************************************
       LINKAGE SECTION.
       COPY DOCREG.
      ******************************************************************
       PROCEDURE DIVISION USING REGISTRA-DOC-LNK.
       0000-MAINLINE.
           MOVE '00' TO RD-RETORNO.
           EVALUATE TRUE
              WHEN RD-FN-ABRIR
                 PERFORM 1000-ABRIR THRU 1000-EXIT
              WHEN RD-FN-INICIAR
                 PERFORM 2000-INICIAR THRU 2000-EXIT
              WHEN RD-FN-LINHA
                 PERFORM 3000-SOMAR-LINHA THRU 3000-EXIT
              WHEN RD-FN-GRAVAR
                 PERFORM 4000-GRAVAR THRU 4000-EXIT
              WHEN RD-FN-FECHAR
                 IF REGISTRO-ABERTO
                    CLOSE DOCUMENTO-EMITIDO
                    MOVE 'N' TO WRK-REGISTRO-ABERTO
                 END-IF
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR - Abre DOCUMENTO-EMITIDO em I-O (criado vazio na
      * primeira emissao) e le a chave ate o fim para guardar a
      * ultima sequencia usada.
      *****************************************************************
       1000-ABRIR.
           OPEN I-O DOCUMENTO-EMITIDO.
           IF WRK-DE-STATUS = '35'
              OPEN OUTPUT DOCUMENTO-EMITIDO
              CLOSE DOCUMENTO-EMITIDO
              OPEN I-O DOCUMENTO-EMITIDO
           END-IF.
           IF WRK-DE-STATUS NOT = '00'
              MOVE WRK-DE-STATUS TO RD-RETORNO
              DISPLAY 'DOCUMENTO-EMITIDO INDISPONIVEL (STATUS '
                      WRK-DE-STATUS ') - DOCUMENTOS SEM CODIGO'
              GO TO 1000-EXIT
           END-IF.
           SET REGISTRO-ABERTO TO TRUE.
           MOVE ZEROS TO WRK-ULT-SEQUENCIA.
           MOVE 'N' TO WRK-FIM-DOC.
           MOVE ZEROS TO DE-SEQUENCIA.
           START DOCUMENTO-EMITIDO KEY IS NOT LESS THAN DE-SEQUENCIA
               INVALID KEY SET FIM-DOC TO TRUE
           END-START.
           PERFORM 1100-LER-PROXIMO THRU 1100-EXIT
              UNTIL FIM-DOC.
       1000-EXIT.
           EXIT.

       1100-LER-PROXIMO.
           READ DOCUMENTO-EMITIDO NEXT RECORD
               AT END
                  SET FIM-DOC TO TRUE
               NOT AT END
                  MOVE DE-SEQUENCIA TO WRK-ULT-SEQUENCIA
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-INICIAR - Guarda o tipo e o aluno do documento que vai
      * ser impresso e zera a conferencia do conteudo.
      *****************************************************************
       2000-INICIAR.
           MOVE RD-TIPO      TO WRK-TIPO.
           MOVE RD-MATRICULA TO WRK-MATRICULA.
           MOVE RD-NOME      TO WRK-NOME.
           MOVE ZEROS TO WRK-CHECK WRK-QTD-LINHAS.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 3000-SOMAR-LINHA - Soma a linha impressa no valor de
      * conferencia: o valor anterior vezes 31 (a ordem das linhas
      * conta) mais a soma posicional da linha, modulo 999999937.
      *****************************************************************
       3000-SOMAR-LINHA.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE RD-LINHA TO WRK-TEXTO.
           MOVE 80 TO WRK-TAM-TEXTO.
           COMPUTE WRK-SOMA = WRK-CHECK * 31.
           PERFORM 3100-SOMAR-CARACTERE THRU 3100-EXIT
              VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-TAM-TEXTO.
           DIVIDE WRK-SOMA BY 999999937
               GIVING WRK-QUOC REMAINDER WRK-CHECK.
       3000-EXIT.
           EXIT.

       3100-SOMAR-CARACTERE.
           MOVE WRK-TEXTO(WRK-IDX:1) TO WRK-CHAR.
           IF WRK-CHAR = SPACE
              GO TO 3100-EXIT
           END-IF.
           COMPUTE WRK-SOMA = WRK-SOMA + (WRK-IDX * 7)
               + FUNCTION ORD(WRK-CHAR).
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-GRAVAR - Da ao documento a sequencia seguinte, calcula o
      * verificador (sequencia vezes 7, mais data, hora, conferencia
      * do conteudo e a soma posicional da matricula, modulo 9973),
      * grava o registro valido e devolve o codigo NNNNNNN-VVVV.
      *****************************************************************
       4000-GRAVAR.
           MOVE SPACES TO RD-CODIGO.
           IF NOT REGISTRO-ABERTO
              MOVE '48' TO RD-RETORNO
              GO TO 4000-EXIT
           END-IF.
           ACCEPT WRK-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-COMPLETA FROM TIME.
           ADD 1 TO WRK-ULT-SEQUENCIA.
           MOVE SPACES TO WRK-TEXTO.
           MOVE WRK-MATRICULA TO WRK-TEXTO.
           MOVE 10 TO WRK-TAM-TEXTO.
           COMPUTE WRK-SOMA = (WRK-ULT-SEQUENCIA * 7) + WRK-DATA
               + WRK-HORA + WRK-CHECK.
           PERFORM 3100-SOMAR-CARACTERE THRU 3100-EXIT
              VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > WRK-TAM-TEXTO.
           DIVIDE WRK-SOMA BY 9973
               GIVING WRK-QUOC REMAINDER WRK-VERIFICADOR.
           MOVE SPACES TO DOCUMENTO-EMITIDO-REC.
           MOVE WRK-ULT-SEQUENCIA TO DE-SEQUENCIA.
           MOVE WRK-VERIFICADOR   TO DE-VERIFICADOR.
           MOVE WRK-TIPO          TO DE-TIPO.
           MOVE WRK-MATRICULA     TO DE-MATRICULA.
           MOVE WRK-NOME          TO DE-NOME.
           MOVE WRK-DATA          TO DE-DATA-EMISSAO.
           MOVE WRK-HORA          TO DE-HORA-EMISSAO.
           MOVE WRK-QTD-LINHAS    TO DE-QTD-LINHAS.
           MOVE WRK-CHECK         TO DE-CHECK-CONTEUDO.
           SET DE-VALIDO TO TRUE.
           MOVE ZEROS TO DE-DATA-REVOGACAO.
           WRITE DOCUMENTO-EMITIDO-REC
               INVALID KEY
                  MOVE WRK-DE-STATUS TO RD-RETORNO
                  DISPLAY 'SEQUENCIA DE DOCUMENTO JA USADA: '
                          WRK-ULT-SEQUENCIA ' - DOCUMENTO SEM CODIGO'
                  GO TO 4000-EXIT
           END-WRITE.
           MOVE WRK-ULT-SEQUENCIA TO WRK-COD-SEQUENCIA.
           MOVE WRK-VERIFICADOR   TO WRK-COD-VERIFICADOR.
           MOVE WRK-CODIGO        TO RD-CODIGO.
       4000-EXIT.
           EXIT.
