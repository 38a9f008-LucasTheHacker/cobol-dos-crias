      *****************************************************************
      * NOTIFGRV.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de GRAVA-NOTIFICACAO, a rotina
      *           comum que acrescenta um aviso pendente a caixa de
      *           saida NOTIF-SAIDA (Copybooks/NOTIFIC.cpy). O chamador
      *           informa o programa de origem, o destinatario (A
      *           aluno pela matricula, R responsavel pela matricula do
      *           aluno, E empregado pelo ID, O operador pelo nome de
      *           USER-REG), o canal (E e-mail, S SMS, branco = o
      *           preferido da pessoa), o modelo e os campos de mescla,
      *           e o RC corrente do passo em GN-RC; a rotina devolve o
      *           mesmo RC em RETURN-CODE, para o aviso nao apagar o
      *           condition code de quem chamou.
      *****************************************************************
       01  GRAVA-NOTIFICACAO-LNK.
           05 GN-PROGRAMA        PIC X(20).
           05 GN-DEST-TIPO       PIC X(01).
               88 GN-DEST-ALUNO         VALUE 'A'.
               88 GN-DEST-RESPONSAVEL   VALUE 'R'.
               88 GN-DEST-EMPREGADO     VALUE 'E'.
               88 GN-DEST-OPERADOR      VALUE 'O'.
           05 GN-DEST-ID         PIC X(20).
           05 GN-DEST-NOME       PIC X(30).
           05 GN-CANAL           PIC X(01).
           05 GN-MODELO          PIC X(06).
           05 GN-CAMPOS.
              10 GN-CAMPO OCCURS 4 TIMES PIC X(30).
           05 GN-RC              PIC S9(04).
