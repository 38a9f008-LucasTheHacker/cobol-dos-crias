      *                       ano 0000 na chave (0000MMDD), valendo
      *                       todo ano sem re-entrada manual; a
      *                       listagem mostra o tipo de cada registro.
      * 15/10/2026 Batista - Grava no jornal de alteracoes
      *                       (GRAVA-JORNAL) a imagem anterior e a
      *                       posterior de cada inclusao, alteracao e
      *                       exclusao, com o operador recebido pela
      *                       nova entrada -CTX do menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       77  WRK-HOLIDAY-STATUS PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77 WRK-RESTO100        PIC 9(02) COMP VALUE ZERO.
       77 WRK-RESTO400        PIC 9(03) COMP VALUE ZERO.
       77 WRK-QUOC            PIC 9(06) COMP VALUE ZERO.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
               NOT INVALID KEY
                  DISPLAY 'FERIADO INCLUIDO: ' WRK-DATA-INFORMADA
                          ' TIPO: ' WRK-TIPO-INFORMADO
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.
                   '(AAAAMMDD; ANUAL = 0000MMDD): '.
           ACCEPT WRK-DATA-INFORMADA FROM CONSOLE.
           MOVE WRK-DATA-INFORMADA TO HD-DATA.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           DELETE HOLIDAY-IN RECORD
               INVALID KEY
                  DISPLAY 'DATA NAO CADASTRADA COMO FERIADO'
               NOT INVALID KEY
                  DISPLAY 'FERIADO EXCLUIDO: ' WRK-DATA-INFORMADA
                  SET GJ-EXCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-DELETE.
       6000-EXIT.
           EXIT.
           END-IF.
       7010-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE HD-DATA TO GJ-CHAVE.
           MOVE HOLIDAY-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ HOLIDAY-IN KEY IS HD-DATA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE HOLIDAY-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO HOLIDAY-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'HOLIDAY' TO GJ-ARQUIVO.
           MOVE 'MANTER-FERIADO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 9 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE HD-DATA TO GJ-CHAVE
              MOVE HOLIDAY-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta, para o jornal de alteracoes
      * levar o nome de quem alterou.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'MANTER-FERIADO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
