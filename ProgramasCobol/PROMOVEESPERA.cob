      *           e regravada ao final so com os remanescentes. Aluno
      *           promovido ja matriculado no curso (por outra via) e
      *           apenas retirado da fila.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Aluno incluido no cadastro nasce com o
      *                    programa de estudo (SM-PROGRAMA) em branco; o
      *                    programa e informado por CARGA-ALUNOS ou
      *                    MANTER-ALUNO.
      * 15/10/2026 Tutu - Aluno incluido no cadastro nasce com CPF e
      *                    data de nascimento zerados (nao informados);
      *                    os dois sao informados por CARGA-ALUNOS ou
      *                    MANTER-ALUNO.
      * 15/10/2026 Tutu - Candidato promovido recebe aviso ESPERA na
      *                    caixa de saida (rotina GRAVA-NOTIFICACAO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY TRAVAARQ.
       COPY NOTIFGRV.
       77  WRK-ESPERA-STATUS PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-IDX-CURSO     PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-LIVRE     PIC 9(02) COMP VALUE ZERO.
       77  WRK-CAPACIDADE    PIC 9(04)      VALUE ZEROS.
       77  WRK-CURSO-NOME    PIC X(30)      VALUE SPACES.
       77  WRK-QTD-NO-CURSO  PIC 9(04)      VALUE ZEROS.
       77  WRK-QTD-PROMOVIDOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-MANTIDOS  PIC 9(05)      VALUE ZEROS.
      * 2100-PROMOVER-CANDIDATO - Confere a capacidade corrente do
      * curso do candidato e, havendo vaga, abre a matricula em
      * SM-CURSOS (incluindo o aluno no cadastro se preciso) e marca o
      * candidato como promovido ('P'), com aviso ao aluno (2400); sem
      * vaga, ele permanece na fila ('F').
      *****************************************************************
       2100-PROMOVER-CANDIDATO.
           MOVE 'N' TO WRK-PROMOVIDO.
           MOVE ZEROS TO WRK-CAPACIDADE.
           MOVE SPACES TO WRK-CURSO-NOME.
           IF TEM-CATALOGO
              MOVE WRK-TE-CURSO(WRK-IDX) TO CUR-CODIGO
              READ CURSO-MASTER
                     CONTINUE
                  NOT INVALID KEY
                     MOVE CUR-CAPACIDADE TO WRK-CAPACIDADE
                     MOVE CUR-NOME TO WRK-CURSO-NOME
              END-READ
           END-IF.
           IF WRK-CAPACIDADE > 0
              DISPLAY 'PROMOVIDO DA ESPERA: '
                      WRK-TE-MATRICULA(WRK-IDX) ' CURSO '
                      WRK-TE-CURSO(WRK-IDX)
              PERFORM 2400-AVISAR-PROMOCAO THRU 2400-EXIT
           ELSE
              ADD 1 TO WRK-QTD-MANTIDOS
           END-IF.
                  MOVE SPACES TO SM-SITUACAO-ANO
                  MOVE SPACES TO SM-STATUS-MATRICULA
                  MOVE SPACES TO SM-REGRA-APLICADA
                  MOVE SPACES TO SM-PROGRAMA
                  MOVE ZEROS  TO SM-CPF
                  MOVE ZEROS  TO SM-DATA-NASC
                  MOVE '01'   TO SM-CAMPUS
                  WRITE STUDENT-MASTER-REC
               NOT INVALID KEY
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2400-AVISAR-PROMOCAO - Candidato promovido: aviso ESPERA ao
      * aluno na caixa de saida (GRAVA-NOTIFICACAO). Campos de mescla:
      * #1 curso, #2 nome do curso, #3 data de entrada na fila.
      *****************************************************************
       2400-AVISAR-PROMOCAO.
           MOVE SPACES TO GRAVA-NOTIFICACAO-LNK.
           MOVE 'PROMOVE-ESPERA' TO GN-PROGRAMA.
           SET GN-DEST-ALUNO TO TRUE.
           MOVE WRK-TE-MATRICULA(WRK-IDX) TO GN-DEST-ID.
           MOVE WRK-TE-NOME(WRK-IDX)      TO GN-DEST-NOME.
           MOVE 'ESPERA'                  TO GN-MODELO.
           MOVE WRK-TE-CURSO(WRK-IDX)     TO GN-CAMPO(1).
           MOVE WRK-CURSO-NOME            TO GN-CAMPO(2).
           MOVE WRK-TE-DATA(WRK-IDX)      TO GN-CAMPO(3).
           MOVE RETURN-CODE               TO GN-RC.
           CALL 'GRAVA-NOTIFICACAO' USING GRAVA-NOTIFICACAO-LNK.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 4000-REGRAVAR-FILA - Regrava LISTA-ESPERA somente com os
      * candidatos que permanecem na fila, preservando a ordem de
