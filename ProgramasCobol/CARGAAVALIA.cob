       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CARGA-AVALIACAO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Carga das fichas da avaliacao de curso e instrutor
      *           aplicada em papel no fim do termo e digitada pela
      *           coordenacao em AVALIACAO-IN (matricula, curso, termo
      *           e as notas de 1 a 5 das 10 questoes; questao em
      *           branco = nao respondida), acumulando as contagens
      *           por termo + curso + questao no indexado AVALIACAO
      *           (Copybooks/AVALIA.cpy) em vez da planilha. A
      *           avaliacao e anonima: a matricula so confere que o
      *           respondente estava matriculado no curso no termo
      *           (nota no espelho HIST-NOTAS-IX ou, no termo
      *           corrente, curso em andamento no cadastro) e que nao
      *           entregou duas fichas do mesmo curso; ela nao e
      *           gravada em AVALIACAO nem exibida no console. Ficha
      *           com curso fora do cadastro, termo invalido, nota
      *           fora da escala, nenhuma questao respondida,
      *           respondente nao matriculado ou ficha repetida vai
      *           para AVALIACAO-SUSPENSO com o motivo, e a execucao
      *           termina com RETURN-CODE 4. O arquivo de entrada e o
      *           lote completo das fichas de cada curso: a primeira
      *           ficha aceita de um curso/termo zera a apuracao ja
      *           gravada dele, e a recarga do mesmo lote nao conta as
      *           fichas duas vezes. A data de execucao vem da data de
      *           movimento (rotina LE-DATA-MOV), nao do relogio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AVALIACAO-IN ASSIGN TO "AVALIACAO-IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AI-STATUS.
           SELECT AVALIACAO ASSIGN TO "AVALIACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-CHAVE
               FILE STATUS IS WRK-AV-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT HIST-NOTAS-IX ASSIGN TO "HIST-NOTAS-IX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-AC-STATUS.
           SELECT AVALIACAO-SUSPENSO ASSIGN TO "AVALIACAO-SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  AVALIACAO-IN
           RECORD CONTAINS 34 CHARACTERS.
       01  AVALIACAO-IN-REC.
           05 AI-MATRICULA         PIC X(10).
           05 AI-CURSO             PIC X(08).
           05 AI-TERMO.
              10 AI-TERMO-ANO      PIC X(04).
              10 AI-TERMO-PERIODO  PIC X(02).
           05 AI-RESPOSTA          PIC X(01) OCCURS 10 TIMES.
       01  AVALIACAO-IN-TXT        PIC X(34).

       FD  AVALIACAO.
           COPY AVALIA.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  AVALIACAO-SUSPENSO
           RECORD CONTAINS 65 CHARACTERS.
       01  AVALIACAO-SUSPENSO-REC.
           05 AS-REGISTRO          PIC X(34).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 AS-MOTIVO            PIC X(30).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       77  WRK-AI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AV-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-AVALIACAO  PIC X(01)      VALUE 'N'.
           88 FIM-AVALIACAO                  VALUE 'S'.
       77  WRK-TEM-CATALOGO   PIC X(01)      VALUE 'N'.
           88 TEM-CATALOGO                   VALUE 'S'.
       77  WRK-TEM-HIST-IX    PIC X(01)      VALUE 'N'.
           88 TEM-HIST-IX                    VALUE 'S'.
       77  WRK-TEM-CADASTRO   PIC X(01)      VALUE 'N'.
           88 TEM-CADASTRO                   VALUE 'S'.
       77  WRK-TEM-AC         PIC X(01)      VALUE 'N'.
           88 TEM-ALUNO-CURSO                VALUE 'S'.
       77  WRK-SUSPENSO-ABERTO PIC X(01)     VALUE 'N'.
           88 SUSPENSO-ABERTO                VALUE 'S'.
       77  WRK-MATRICULADO    PIC X(01)      VALUE 'N'.
           88 RESPONDENTE-MATRICULADO        VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       77  WRK-MOTIVO         PIC X(30)      VALUE SPACES.
       77  WRK-QTD-LIDOS      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ACEITOS    PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-SUSPENSOS  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-RESPONDIDAS PIC 9(02)     VALUE ZEROS.
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-Q          PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-SLOT       PIC 9(02) COMP VALUE ZERO.
       77  WRK-NOTA           PIC 9(01)      VALUE ZERO.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04).
           05 WRK-MES-EXEC    PIC 9(02).
           05 WRK-DIA-EXEC    PIC 9(02).
       77  WRK-TERMO-CORRENTE PIC X(06)      VALUE SPACES.
      *
      * Respondentes ja aceitos nesta execucao (matricula + curso +
      * termo), so para recusar a segunda ficha do mesmo aluno no
      * mesmo curso. A tabela vive apenas na memoria e nao e gravada.
       01  WRK-TAB-RESPONDENTES.
           05 WRK-RESP-ENT OCCURS 5000 TIMES.
              10 WRK-TR-MATRICULA   PIC X(10).
              10 WRK-TR-CURSO       PIC X(08).
              10 WRK-TR-TERMO       PIC X(06).
       77  WRK-QTD-RESPONDENTES PIC 9(04) COMP VALUE ZERO.
      *
      * Cursos/termos ja tocados nesta execucao: o primeiro toque zera
      * a apuracao anterior do curso/termo em AVALIACAO.
       01  WRK-TAB-CARGA.
           05 WRK-CARGA-ENT OCCURS 300 TIMES.
              10 WRK-TC-CURSO       PIC X(08).
              10 WRK-TC-TERMO       PIC X(06).
       77  WRK-QTD-CARGA      PIC 9(03) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-CARREGAR THRU 2000-EXIT.
           PERFORM 4000-FINALIZAR THRU 4000-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Abre as fichas digitadas, a apuracao
      * (criada vazia na primeira carga) e os arquivos da conferencia
      * de matricula. Cadastro de cursos ausente deixa a carga sem
      * conferir o curso, como CARGA-HORARIO; sem espelho do
      * historico nem cadastro de alunos nao ha como conferir o
      * respondente e nada e carregado (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-ANO-EXEC TO WRK-TERMO-CORRENTE(1:4).
           IF WRK-MES-EXEC <= 6
              MOVE '01' TO WRK-TERMO-CORRENTE(5:2)
           ELSE
              MOVE '02' TO WRK-TERMO-CORRENTE(5:2)
           END-IF.
           OPEN INPUT AVALIACAO-IN.
           IF WRK-AI-STATUS NOT = '00'
              DISPLAY 'AVALIACAO-IN AUSENTE - CARGA NAO EXECUTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT HIST-NOTAS-IX.
           IF WRK-HNI-STATUS = '00'
              SET TEM-HIST-IX TO TRUE
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS = '00'
              SET TEM-CADASTRO TO TRUE
           END-IF.
           IF NOT TEM-HIST-IX AND NOT TEM-CADASTRO
              DISPLAY 'HIST-NOTAS-IX E STUDENT-MASTER AUSENTES - '
                      'CARGA NAO EXECUTADA'
              CLOSE AVALIACAO-IN
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ALUNO-CURSO.
           IF WRK-AC-STATUS = '00'
              SET TEM-ALUNO-CURSO TO TRUE
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              SET TEM-CATALOGO TO TRUE
           ELSE
              DISPLAY 'CURSO-MASTER AUSENTE - FICHAS SEM '
                      'CONFERENCIA DE CURSO'
           END-IF.
           OPEN I-O AVALIACAO.
           IF WRK-AV-STATUS = '35'
              OPEN OUTPUT AVALIACAO
              CLOSE AVALIACAO
              OPEN I-O AVALIACAO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CARREGAR - Le AVALIACAO-IN de ponta a ponta: ficha valida
      * e somada na apuracao, invalida vai para o arquivo de
      * suspensos com o motivo.
      *****************************************************************
       2000-CARREGAR.
           PERFORM 2100-LER-FICHA THRU 2100-EXIT.
           PERFORM UNTIL FIM-AVALIACAO
              ADD 1 TO WRK-QTD-LIDOS
              PERFORM 2200-VALIDAR-FICHA THRU 2200-EXIT
              IF WRK-MOTIVO = SPACES
                 PERFORM 2300-ACUMULAR-FICHA THRU 2300-EXIT
              ELSE
                 PERFORM 2900-SUSPENDER-FICHA THRU 2900-EXIT
              END-IF
              PERFORM 2100-LER-FICHA THRU 2100-EXIT
           END-PERFORM.
           CLOSE AVALIACAO-IN.
       2000-EXIT.
           EXIT.

       2100-LER-FICHA.
           READ AVALIACAO-IN
               AT END SET FIM-AVALIACAO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-VALIDAR-FICHA - Confere a ficha lida: matricula e curso
      * informados, curso no cadastro, termo AAAAPP com periodo 01 ou
      * 02, notas de 1 a 5 (ou em branco) com ao menos uma questao
      * respondida, respondente matriculado no curso no termo e sem
      * outra ficha aceita do mesmo curso. O primeiro problema achado
      * fica em WRK-MOTIVO; em branco, a ficha e valida.
      *****************************************************************
       2200-VALIDAR-FICHA.
           MOVE SPACES TO WRK-MOTIVO.
           IF AI-MATRICULA = SPACES
              MOVE 'MATRICULA EM BRANCO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           IF AI-CURSO = SPACES
              MOVE 'CURSO EM BRANCO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           IF TEM-CATALOGO
              MOVE AI-CURSO TO CUR-CODIGO
              READ CURSO-MASTER
                  INVALID KEY
                     MOVE 'CURSO FORA DO CADASTRO' TO WRK-MOTIVO
              END-READ
              IF WRK-MOTIVO NOT = SPACES
                 GO TO 2200-EXIT
              END-IF
           END-IF.
           IF AI-TERMO-ANO NOT NUMERIC
              OR (AI-TERMO-PERIODO NOT = '01'
                  AND AI-TERMO-PERIODO NOT = '02')
              MOVE 'TERMO INVALIDO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           MOVE ZEROS TO WRK-QTD-RESPONDIDAS.
           PERFORM 2210-CONFERIR-RESPOSTA THRU 2210-EXIT
              VARYING WRK-IDX-Q FROM 1 BY 1
              UNTIL WRK-IDX-Q > 10 OR WRK-MOTIVO NOT = SPACES.
           IF WRK-MOTIVO NOT = SPACES
              GO TO 2200-EXIT
           END-IF.
           IF WRK-QTD-RESPONDIDAS = 0
              MOVE 'FICHA SEM QUESTAO RESPONDIDA' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           PERFORM 2220-CONFERIR-MATRICULA THRU 2220-EXIT.
           IF NOT RESPONDENTE-MATRICULADO
              MOVE 'RESPONDENTE NAO MATRICULADO' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2240-COMPARAR-RESPONDENTE THRU 2240-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-RESPONDENTES OR ACHOU.
           IF ACHOU
              MOVE 'FICHA REPETIDA DO RESPONDENTE' TO WRK-MOTIVO
              GO TO 2200-EXIT
           END-IF.
           IF WRK-QTD-RESPONDENTES >= 5000
              MOVE 'LIMITE DE FICHAS DA CARGA' TO WRK-MOTIVO
           END-IF.
       2200-EXIT.
           EXIT.

       2210-CONFERIR-RESPOSTA.
           IF AI-RESPOSTA(WRK-IDX-Q) = SPACE
              GO TO 2210-EXIT
           END-IF.
           IF AI-RESPOSTA(WRK-IDX-Q) < '1'
              OR AI-RESPOSTA(WRK-IDX-Q) > '5'
              MOVE 'NOTA FORA DA ESCALA 1 A 5' TO WRK-MOTIVO
              GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-RESPONDIDAS.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2220-CONFERIR-MATRICULA - O respondente estava matriculado no
      * curso no termo da ficha quando ha registro dele no espelho
      * HIST-NOTAS-IX (chave matricula + curso + termo) ou, no termo
      * corrente, quando e aluno ativo com o curso numa vaga de
      * SM-CURSOS ou na continuacao ALUNO-CURSO.
      *****************************************************************
       2220-CONFERIR-MATRICULA.
           MOVE 'N' TO WRK-MATRICULADO.
           IF TEM-HIST-IX
              MOVE AI-MATRICULA TO HNI-MATRICULA
              MOVE AI-CURSO     TO HNI-CURSO
              MOVE AI-TERMO     TO HNI-TERMO
              READ HIST-NOTAS-IX
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET RESPONDENTE-MATRICULADO TO TRUE
              END-READ
           END-IF.
           IF RESPONDENTE-MATRICULADO
              OR AI-TERMO NOT = WRK-TERMO-CORRENTE
              OR NOT TEM-CADASTRO
              GO TO 2220-EXIT
           END-IF.
           MOVE AI-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  GO TO 2220-EXIT
           END-READ.
           IF NOT SM-MAT-ATIVA
              GO TO 2220-EXIT
           END-IF.
           PERFORM 2230-COMPARAR-VAGA THRU 2230-EXIT
              VARYING WRK-IDX-SLOT FROM 1 BY 1
              UNTIL WRK-IDX-SLOT > 5 OR RESPONDENTE-MATRICULADO.
           IF RESPONDENTE-MATRICULADO OR NOT TEM-ALUNO-CURSO
              GO TO 2220-EXIT
           END-IF.
           MOVE AI-MATRICULA TO AC-MATRICULA.
           MOVE AI-CURSO     TO AC-CURSO.
           READ ALUNO-CURSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET RESPONDENTE-MATRICULADO TO TRUE
           END-READ.
       2220-EXIT.
           EXIT.

       2230-COMPARAR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-SLOT) = AI-CURSO
              SET RESPONDENTE-MATRICULADO TO TRUE
           END-IF.
       2230-EXIT.
           EXIT.

       2240-COMPARAR-RESPONDENTE.
           IF WRK-TR-MATRICULA(WRK-IDX) = AI-MATRICULA
              AND WRK-TR-CURSO(WRK-IDX) = AI-CURSO
              AND WRK-TR-TERMO(WRK-IDX) = AI-TERMO
              SET ACHOU TO TRUE
           END-IF.
       2240-EXIT.
           EXIT.

      *****************************************************************
      * 2300-ACUMULAR-FICHA - Guarda o respondente na tabela da
      * execucao, zera a apuracao anterior do curso/termo no primeiro
      * toque desta carga e soma a ficha: uma ficha na questao 00 e
      * cada nota respondida na sua questao.
      *****************************************************************
       2300-ACUMULAR-FICHA.
           ADD 1 TO WRK-QTD-RESPONDENTES.
           MOVE AI-MATRICULA TO WRK-TR-MATRICULA(WRK-QTD-RESPONDENTES).
           MOVE AI-CURSO     TO WRK-TR-CURSO(WRK-QTD-RESPONDENTES).
           MOVE AI-TERMO     TO WRK-TR-TERMO(WRK-QTD-RESPONDENTES).
           PERFORM 2310-PREPARAR-CURSO THRU 2310-EXIT.
           MOVE ZERO TO WRK-NOTA.
           MOVE ZERO TO WRK-IDX-Q.
           PERFORM 2330-SOMAR-QUESTAO THRU 2330-EXIT.
           PERFORM 2320-SOMAR-RESPOSTA THRU 2320-EXIT
              VARYING WRK-IDX-Q FROM 1 BY 1
              UNTIL WRK-IDX-Q > 10.
           ADD 1 TO WRK-QTD-ACEITOS.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2310-PREPARAR-CURSO - Primeira ficha do curso/termo nesta
      * carga: apaga as questoes 00 a 10 ja apuradas dele, para a
      * recarga do lote substituir a apuracao em vez de somar de novo.
      *****************************************************************
       2310-PREPARAR-CURSO.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2315-COMPARAR-CURSO-CARGA THRU 2315-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-CARGA OR ACHOU.
           IF ACHOU OR WRK-QTD-CARGA >= 300
              GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-CARGA.
           MOVE AI-CURSO TO WRK-TC-CURSO(WRK-QTD-CARGA).
           MOVE AI-TERMO TO WRK-TC-TERMO(WRK-QTD-CARGA).
           PERFORM 2317-APAGAR-QUESTAO THRU 2317-EXIT
              VARYING WRK-IDX-Q FROM 0 BY 1
              UNTIL WRK-IDX-Q > 10.
       2310-EXIT.
           EXIT.

       2315-COMPARAR-CURSO-CARGA.
           IF WRK-TC-CURSO(WRK-IDX) = AI-CURSO
              AND WRK-TC-TERMO(WRK-IDX) = AI-TERMO
              SET ACHOU TO TRUE
           END-IF.
       2315-EXIT.
           EXIT.

       2317-APAGAR-QUESTAO.
           MOVE AI-TERMO  TO AV-TERMO.
           MOVE AI-CURSO  TO AV-CURSO.
           MOVE WRK-IDX-Q TO AV-QUESTAO.
           DELETE AVALIACAO RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       2317-EXIT.
           EXIT.

       2320-SOMAR-RESPOSTA.
           IF AI-RESPOSTA(WRK-IDX-Q) = SPACE
              GO TO 2320-EXIT
           END-IF.
           MOVE AI-RESPOSTA(WRK-IDX-Q) TO WRK-NOTA.
           PERFORM 2330-SOMAR-QUESTAO THRU 2330-EXIT.
       2320-EXIT.
           EXIT.

      *****************************************************************
      * 2330-SOMAR-QUESTAO - Soma uma resposta (nota WRK-NOTA; zero
      * na questao 00, que conta fichas) no registro da questao
      * WRK-IDX-Q do curso/termo, gravando-o na primeira resposta.
      *****************************************************************
       2330-SOMAR-QUESTAO.
           MOVE AI-TERMO  TO AV-TERMO.
           MOVE AI-CURSO  TO AV-CURSO.
           MOVE WRK-IDX-Q TO AV-QUESTAO.
           READ AVALIACAO
               INVALID KEY
                  MOVE AI-TERMO  TO AV-TERMO
                  MOVE AI-CURSO  TO AV-CURSO
                  MOVE WRK-IDX-Q TO AV-QUESTAO
                  MOVE ZEROS TO AV-QTD-RESPOSTAS AV-SOMA-NOTAS
                  MOVE ZEROS TO AV-DISTRIBUICAO
                  MOVE WRK-DATA-EXEC TO AV-DATA-CARGA
                  WRITE AVALIACAO-REC
           END-READ.
           ADD 1 TO AV-QTD-RESPOSTAS.
           IF WRK-NOTA > 0
              ADD WRK-NOTA TO AV-SOMA-NOTAS
              ADD 1 TO AV-QTD-NOTA(WRK-NOTA)
           END-IF.
           MOVE WRK-DATA-EXEC TO AV-DATA-CARGA.
           REWRITE AVALIACAO-REC.
       2330-EXIT.
           EXIT.

      *****************************************************************
      * 2900-SUSPENDER-FICHA - Desvia a ficha invalida para
      * AVALIACAO-SUSPENSO, no proprio layout com o motivo anexado,
      * abrindo o arquivo na primeira suspensao. O console mostra so
      * o curso, o termo e o motivo, nunca as notas do respondente.
      *****************************************************************
       2900-SUSPENDER-FICHA.
           IF NOT SUSPENSO-ABERTO
              OPEN OUTPUT AVALIACAO-SUSPENSO
              SET SUSPENSO-ABERTO TO TRUE
           END-IF.
           MOVE SPACES TO AVALIACAO-SUSPENSO-REC.
           MOVE AVALIACAO-IN-TXT TO AS-REGISTRO.
           MOVE WRK-MOTIVO TO AS-MOTIVO.
           WRITE AVALIACAO-SUSPENSO-REC.
           ADD 1 TO WRK-QTD-SUSPENSOS.
           DISPLAY 'FICHA SUSPENSA: CURSO ' AI-CURSO ' TERMO '
                   AI-TERMO ' - ' WRK-MOTIVO.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FINALIZAR - Fecha os arquivos, resume a carga no console
      * e sinaliza RETURN-CODE 4 quando houve ficha suspensa.
      *****************************************************************
       4000-FINALIZAR.
           CLOSE AVALIACAO.
           IF TEM-HIST-IX
              CLOSE HIST-NOTAS-IX
           END-IF.
           IF TEM-CADASTRO
              CLOSE STUDENT-MASTER
           END-IF.
           IF TEM-ALUNO-CURSO
              CLOSE ALUNO-CURSO
           END-IF.
           IF TEM-CATALOGO
              CLOSE CURSO-MASTER
           END-IF.
           IF SUSPENSO-ABERTO
              CLOSE AVALIACAO-SUSPENSO
           END-IF.
           DISPLAY 'CARGA DA AVALIACAO DE CURSOS CONCLUIDA'.
           DISPLAY 'FICHAS LIDAS....: ' WRK-QTD-LIDOS.
           DISPLAY 'FICHAS ACEITAS..: ' WRK-QTD-ACEITOS.
           DISPLAY 'FICHAS SUSPENSAS: ' WRK-QTD-SUSPENSOS.
           IF WRK-QTD-SUSPENSOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.
