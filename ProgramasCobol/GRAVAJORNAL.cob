       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GRAVA-JORNAL.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Rotina comum de gravacao do jornal de alteracoes dos
      *           cadastros (JORNAL-ALTERACOES), para uso por CALL por
      *           todo programa MANTER-* (copybook de linkage
      *           Copybooks/JORNGRV.cpy): acrescenta ao final do jornal
      *           um registro com o arquivo, a chave, o programa, o
      *           operador, a data e hora correntes e as imagens
      *           completas do registro antes e depois da mudanca - ate
      *           aqui so as correcoes de nome deixavam rastro
      *           (CORR-LOG), e uma vaga de curso, uma faixa salarial ou
      *           uma taxa de cambio alteradas perdiam o valor anterior.
      *           Jornal ausente e criado na primeira gravacao.
      *           Alteracao sem mudanca nenhuma (imagens iguais) nao e
      *           gravada. A entrada GRAVA-JORNAL-PEDIDO, usada quando a
      *           mudanca vem da aprovacao de um pedido de dupla
      *           aprovacao, grava tambem quem pediu (JA-SOLICITANTE).
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
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JORNAL-ALTERACOES
           RECORD CONTAINS 633 CHARACTERS.
           COPY JORNALT.
      ******************************************************************
       WORKING-STORAGE SECTION.
       77  WRK-JA-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-SOLICITANTE   PIC X(20)      VALUE SPACES.
      ******************************************************************
       LINKAGE SECTION.
       COPY JORNGRV.
      ******************************************************************
       PROCEDURE DIVISION USING GRAVA-JORNAL-LNK.
       0000-MAINLINE.
           IF GJ-ALTERACAO
              AND GJ-ANTES = GJ-DEPOIS
              MOVE SPACES TO WRK-SOLICITANTE
              GOBACK
           END-IF.
           PERFORM 1000-MONTAR-REGISTRO THRU 1000-EXIT.
           PERFORM 2000-GRAVAR-REGISTRO THRU 2000-EXIT.
           MOVE SPACES TO WRK-SOLICITANTE.
           GOBACK.

      *****************************************************************
      * 1000-MONTAR-REGISTRO - Copia os campos da linkage e carimba a
      * data e a hora correntes.
      *****************************************************************
       1000-MONTAR-REGISTRO.
           MOVE SPACES TO JORNAL-ALTERACOES-REC.
           ACCEPT JA-DATA FROM DATE YYYYMMDD.
           ACCEPT JA-HORA FROM TIME.
           MOVE GJ-ARQUIVO   TO JA-ARQUIVO.
           MOVE GJ-CHAVE     TO JA-CHAVE.
           MOVE GJ-PROGRAMA  TO JA-PROGRAMA.
           MOVE GJ-OPERADOR  TO JA-OPERADOR.
           MOVE WRK-SOLICITANTE TO JA-SOLICITANTE.
           MOVE GJ-OPERACAO  TO JA-OPERACAO.
           MOVE GJ-TAMANHO   TO JA-TAMANHO.
           MOVE GJ-ANTES     TO JA-ANTES.
           MOVE GJ-DEPOIS    TO JA-DEPOIS.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-GRAVAR-REGISTRO - Acrescenta o registro ao final do
      * jornal, criando-o quando ainda nao existe.
      *****************************************************************
       2000-GRAVAR-REGISTRO.
           OPEN EXTEND JORNAL-ALTERACOES.
           IF WRK-JA-STATUS = '35'
              OPEN OUTPUT JORNAL-ALTERACOES
           END-IF.
           WRITE JORNAL-ALTERACOES-REC.
           CLOSE JORNAL-ALTERACOES.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-SOLICITANTE - Entrada usada por quem aplica
      * uma mudanca aprovada em dupla aprovacao: guarda o nome de quem
      * pediu, gravado em JA-SOLICITANTE, e segue a gravacao normal.
      *****************************************************************
       9000-ENTRADA-COM-SOLICITANTE.
       ENTRY 'GRAVA-JORNAL-PEDIDO' USING GRAVA-JORNAL-LNK
                                         GRAVA-JORNAL-SOLIC-LNK.
           MOVE GJ-SOLICITANTE TO WRK-SOLICITANTE.
           GO TO 0000-MAINLINE.
