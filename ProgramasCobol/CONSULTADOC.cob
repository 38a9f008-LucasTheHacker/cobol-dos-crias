       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CONSULTA-DOCUMENTO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Consulta de autenticidade dos documentos emitidos
      *           pela secretaria (historico escolar e certificado de
      *           conclusao), pelo codigo de verificacao impresso no
      *           documento (NNNNNNN-VVVV, aceito tambem sem o traco).
      *           O codigo e procurado em DOCUMENTO-EMITIDO
      *           (Copybooks/DOCEMIT.cpy, gravado por
      *           REGISTRA-DOCUMENTO) pela sequencia e conferido pelo
      *           verificador: achado, mostra o tipo do documento, a
      *           matricula e o nome do aluno, a data/hora da emissao,
      *           a quantidade de linhas e o valor de conferencia do
      *           conteudo, e se foi revogado, quando, por quem e por
      *           que. Codigo inexistente ou com verificador errado sai
      *           como nao encontrado, sem dizer qual das partes
      *           falhou. A revogacao (documento emitido com erro,
      *           substituido ou cancelado) fica restrita a
      *           administrador e supervisor e exige o motivo; o
      *           registro nao e apagado, para a consulta continuar
      *           respondendo que o documento existiu e foi revogado.
      *           Chamado pelo MENU-PRINCIPAL via
      *           CONSULTA-DOCUMENTO-CTX.
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
       COPY INSTCFG.
       77  WRK-DE-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-REVOGACAO-AUTORIZADA PIC X(01) VALUE 'N'.
           88 REVOGACAO-AUTORIZADA           VALUE 'S'.
       77  WRK-DOC-ACHADO     PIC X(01)      VALUE 'N'.
           88 DOC-ACHADO                     VALUE 'S'.
       77  WRK-CONFIRMA       PIC X(01)      VALUE 'N'.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-MOTIVO         PIC X(30)      VALUE SPACES.
       77  WRK-DATA-ED        PIC 9999/99/99 VALUE ZEROS.
       77  WRK-TIPO-DESC      PIC X(24)      VALUE SPACES.
      *
      * Codigo informado pelo operador, nas duas formas aceitas:
      * com o traco (NNNNNNN-VVVV) ou so os onze digitos.
       01  WRK-CODIGO-INF     PIC X(12)      VALUE SPACES.
       01  WRK-COD-COM-TRACO REDEFINES WRK-CODIGO-INF.
           05 WRK-CT-SEQUENCIA PIC X(07).
           05 WRK-CT-TRACO    PIC X(01).
           05 WRK-CT-VERIFICADOR PIC X(04).
       01  WRK-COD-SEM-TRACO REDEFINES WRK-CODIGO-INF.
           05 WRK-ST-SEQUENCIA PIC X(07).
           05 WRK-ST-VERIFICADOR PIC X(04).
           05 WRK-ST-RESTO    PIC X(01).
       01  WRK-COD-PARTES.
           05 WRK-CP-SEQUENCIA PIC 9(07)     VALUE ZEROS.
           05 WRK-CP-VERIFICADOR PIC 9(04)   VALUE ZEROS.
       77  WRK-CODIGO-OK      PIC X(01)      VALUE 'N'.
           88 CODIGO-VALIDO                  VALUE 'S'.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O DOCUMENTO-EMITIDO.
           IF WRK-DE-STATUS NOT = '00'
              DISPLAY 'NENHUM DOCUMENTO REGISTRADO (DOCUMENTO-EMITIDO '
                      'STATUS ' WRK-DE-STATUS ')'
              GOBACK
           END-IF.
           MOVE 'N' TO WRK-SAIR.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE DOCUMENTO-EMITIDO.
           GOBACK.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes e captura a escolha
      * do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' AUTENTICIDADE DE DOCUMENTOS EMITIDOS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - CONSULTAR CODIGO DE VERIFICACAO'.
           DISPLAY ' 2 - REVOGAR DOCUMENTO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-CONSULTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-REVOGAR THRU 5000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CONSULTAR - Procura o codigo informado e mostra o que foi
      * emitido, para quem e quando, ou que o documento nao existe.
      *****************************************************************
       4000-CONSULTAR.
           PERFORM 8000-LOCALIZAR-DOCUMENTO THRU 8000-EXIT.
           IF DOC-ACHADO
              PERFORM 8100-EXIBIR-DOCUMENTO THRU 8100-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REVOGAR - Revoga um documento valido: somente
      * administrador ou supervisor, com o documento exibido,
      * confirmacao e motivo. O registro e regravado como revogado,
      * com a data, o operador e o motivo.
      *****************************************************************
       5000-REVOGAR.
           IF NOT REVOGACAO-AUTORIZADA
              DISPLAY 'REVOGACAO RESTRITA A ADMINISTRADOR E '
                      'SUPERVISOR'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8000-LOCALIZAR-DOCUMENTO THRU 8000-EXIT.
           IF NOT DOC-ACHADO
              GO TO 5000-EXIT
           END-IF.
           PERFORM 8100-EXIBIR-DOCUMENTO THRU 8100-EXIT.
           IF DE-REVOGADO
              DISPLAY 'DOCUMENTO JA REVOGADO - NADA ALTERADO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'MOTIVO DA REVOGACAO: '.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF WRK-MOTIVO = SPACES
              DISPLAY 'MOTIVO OBRIGATORIO - REVOGACAO CANCELADA'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A REVOGACAO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'REVOGACAO CANCELADA'
              GO TO 5000-EXIT
           END-IF.
           SET DE-REVOGADO TO TRUE.
           MOVE WRK-DATA-HOJE TO DE-DATA-REVOGACAO.
           MOVE WRK-OPERADOR  TO DE-REVOGADO-POR.
           MOVE WRK-MOTIVO    TO DE-MOTIVO-REVOGACAO.
           REWRITE DOCUMENTO-EMITIDO-REC
               INVALID KEY
                  DISPLAY 'ERRO AO REVOGAR (STATUS ' WRK-DE-STATUS ')'
               NOT INVALID KEY
                  DISPLAY 'DOCUMENTO REVOGADO: ' WRK-CODIGO-INF
           END-REWRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-LOCALIZAR-DOCUMENTO - Captura o codigo, separa a
      * sequencia do verificador e le o registro pela sequencia. So
      * conta como achado se o verificador gravado for o informado.
      *****************************************************************
       8000-LOCALIZAR-DOCUMENTO.
           MOVE 'N' TO WRK-DOC-ACHADO.
           MOVE 'N' TO WRK-CODIGO-OK.
           DISPLAY 'CODIGO DE VERIFICACAO (NNNNNNN-VVVV): '.
           ACCEPT WRK-CODIGO-INF FROM CONSOLE.
           IF WRK-CT-TRACO = '-'
              IF WRK-CT-SEQUENCIA NUMERIC
                 AND WRK-CT-VERIFICADOR NUMERIC
                 MOVE WRK-CT-SEQUENCIA   TO WRK-CP-SEQUENCIA
                 MOVE WRK-CT-VERIFICADOR TO WRK-CP-VERIFICADOR
                 SET CODIGO-VALIDO TO TRUE
              END-IF
           ELSE
              IF WRK-ST-SEQUENCIA NUMERIC
                 AND WRK-ST-VERIFICADOR NUMERIC
                 AND WRK-ST-RESTO = SPACE
                 MOVE WRK-ST-SEQUENCIA   TO WRK-CP-SEQUENCIA
                 MOVE WRK-ST-VERIFICADOR TO WRK-CP-VERIFICADOR
                 SET CODIGO-VALIDO TO TRUE
              END-IF
           END-IF.
           IF NOT CODIGO-VALIDO
              DISPLAY 'CODIGO INVALIDO: ' WRK-CODIGO-INF
              GO TO 8000-EXIT
           END-IF.
           MOVE WRK-CP-SEQUENCIA TO DE-SEQUENCIA.
           READ DOCUMENTO-EMITIDO
               INVALID KEY
                  DISPLAY 'DOCUMENTO NAO ENCONTRADO: ' WRK-CODIGO-INF
                  GO TO 8000-EXIT
           END-READ.
           IF DE-VERIFICADOR NOT = WRK-CP-VERIFICADOR
              DISPLAY 'DOCUMENTO NAO ENCONTRADO: ' WRK-CODIGO-INF
              GO TO 8000-EXIT
           END-IF.
           SET DOC-ACHADO TO TRUE.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-EXIBIR-DOCUMENTO - Mostra o registro do documento lido,
      * com a revogacao quando houver.
      *****************************************************************
       8100-EXIBIR-DOCUMENTO.
           EVALUATE TRUE
              WHEN DE-HISTORICO
                 MOVE 'HISTORICO ESCOLAR' TO WRK-TIPO-DESC
              WHEN DE-CERTIFICADO
                 MOVE 'CERTIFICADO DE CONCLUSAO' TO WRK-TIPO-DESC
              WHEN OTHER
                 MOVE DE-TIPO TO WRK-TIPO-DESC
           END-EVALUATE.
           MOVE DE-DATA-EMISSAO TO WRK-DATA-ED.
           DISPLAY 'DOCUMENTO: ' WRK-TIPO-DESC
                   '  CODIGO ' DE-SEQUENCIA '-' DE-VERIFICADOR.
           DISPLAY '   MATRICULA ' DE-MATRICULA '  ALUNO ' DE-NOME.
           DISPLAY '   EMITIDO EM ' WRK-DATA-ED ' AS '
                   DE-HORA-EMISSAO '  LINHAS ' DE-QTD-LINHAS
                   '  CONFERENCIA ' DE-CHECK-CONTEUDO.
           IF DE-REVOGADO
              MOVE DE-DATA-REVOGACAO TO WRK-DATA-ED
              DISPLAY '   SITUACAO: REVOGADO EM ' WRK-DATA-ED
                      ' POR ' DE-REVOGADO-POR
              DISPLAY '   MOTIVO: ' DE-MOTIVO-REVOGACAO
           ELSE
              DISPLAY '   SITUACAO: VALIDO'
           END-IF.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta. Somente administrador e
      * supervisor podem revogar; na entrada direta (sem contexto) a
      * revogacao fica bloqueada, porque nao ha operador a registrar.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'CONSULTA-DOCUMENTO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           IF OC-ADM OR OC-SUPERVISOR
              MOVE 'S' TO WRK-REVOGACAO-AUTORIZADA
           ELSE
              MOVE 'N' TO WRK-REVOGACAO-AUTORIZADA
           END-IF.
           GO TO 0000-MAINLINE.
