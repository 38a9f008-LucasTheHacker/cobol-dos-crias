       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IMPORTA-NOTAS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Importacao das notas exportadas pela plataforma de
      *           ensino (NOTAS-PLATAFORMA, arquivo texto delimitado)
      *           para o ROSTER-IN da gradacao, em vez de redigitar a
      *           planilha do professor. O mapeamento da exportacao -
      *           delimitador, separador decimal, linhas de cabecalho e
      *           a coluna da matricula, do curso e das tres notas -
      *           vem de PARM-IMPORTA (Copybooks/PARMIMP.cpy), e uma
      *           mudanca de layout da plataforma nao exige alterar o
      *           programa. Campo entre aspas pode conter o
      *           delimitador. A nota com casas decimais e arredondada
      *           para o inteiro mais proximo (o roster guarda notas
      *           inteiras de 00 a 10) e AU passa como ausente. Cada
      *           linha e conferida: curso igual ao da execucao
      *           (PARM-NOTA-CURSO de PARM-NOTA, como na gradacao),
      *           aluno no cadastro STUDENT-MASTER, notas numericas de
      *           0 a 10 e matricula nao repetida no arquivo. Linha
      *           recusada vai para a listagem IMPORTA-REJEITOS com o
      *           numero da linha e o motivo, e a execucao termina com
      *           RETURN-CODE 4. O roster gravado termina com o
      *           registro-trailer padrao (quantidade de alunos e soma
      *           das notas), conferido por quem le o roster. A data de
      *           execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de IMPORTA-REJEITOS guardada no arquivo de
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
           SELECT NOTAS-PLATAFORMA ASSIGN TO "NOTAS-PLATAFORMA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-NP-STATUS.
           SELECT PARM-IMPORTA-IN ASSIGN TO "PARM-IMPORTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PI-STATUS.
           SELECT PARM-NOTA-IN ASSIGN TO "PARM-NOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT ROSTER-IN ASSIGN TO "ROSTER-IN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPORTA-REJEITOS ASSIGN TO "IMPORTA-REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IMPORTA-REJEITOS-RELIDO ASSIGN TO "IMPORTA-REJEITOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NOTAS-PLATAFORMA
           RECORD CONTAINS 500 CHARACTERS.
       01  NOTAS-PLATAFORMA-REC    PIC X(500).

       FD  PARM-IMPORTA-IN
           RECORD CONTAINS 13 CHARACTERS.
           COPY PARMIMP.

       FD  PARM-NOTA-IN
           RECORD CONTAINS 27 CHARACTERS.
           COPY PARMNOTA REPLACING PARM-NOTA-REC BY PARM-NOTA-REC-IN.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  ROSTER-IN
           RECORD CONTAINS 16 TO 29 CHARACTERS.
       01  ROSTER-REC.
           05 RI-MATRICULA         PIC X(10).
           05 RI-NOTA1             PIC X(02).
           05 RI-NOTA2             PIC X(02).
           05 RI-NOTA3             PIC X(02).
           COPY TRAILER.

       FD  IMPORTA-REJEITOS
           RECORD CONTAINS 80 CHARACTERS.
       01  IMPORTA-REJEITOS-REC    PIC X(80).

       FD  IMPORTA-REJEITOS-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  IMPORTA-REJEITOS-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-NP-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PI-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PARM-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-PLATAFORMA PIC X(01)      VALUE 'N'.
           88 FIM-PLATAFORMA                 VALUE 'S'.
       77  WRK-REJEITOS-ABERTO PIC X(01)     VALUE 'N'.
           88 REJEITOS-ABERTO                VALUE 'S'.
       77  WRK-ENTRE-ASPAS    PIC X(01)      VALUE 'N'.
           88 ENTRE-ASPAS                    VALUE 'S'.
       77  WRK-NOTA-OK        PIC X(01)      VALUE 'S'.
           88 NOTA-VALIDA                    VALUE 'S'.
       77  WRK-ARREDONDA      PIC X(01)      VALUE 'N'.
           88 ARREDONDA-PARA-CIMA            VALUE 'S'.
       77  WRK-ACHOU          PIC X(01)      VALUE 'N'.
           88 ACHOU                          VALUE 'S'.
       77  WRK-FASE-NOTA      PIC X(01)      VALUE 'I'.
           88 FASE-INTEIRO                   VALUE 'I'.
           88 FASE-DECIMAL                   VALUE 'D'.
           88 FASE-FIM                       VALUE 'F'.
       77  WRK-CURSO          PIC X(08)      VALUE 'GERAL'.
       77  WRK-MOTIVO         PIC X(30)      VALUE SPACES.
       77  WRK-CARACTERE      PIC X(01)      VALUE SPACE.
       77  WRK-DIGITO         PIC 9(01)      VALUE ZERO.
       77  WRK-NOTA-TXT       PIC X(40)      VALUE SPACES.
       77  WRK-NOTA-NUM       PIC 9(03)      VALUE ZEROS.
       77  WRK-NOTA-SAIDA     PIC X(02)      VALUE SPACES.
       77  WRK-NOTA-SAIDA-N   PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-DIG-INT    PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-DIG-DEC    PIC 9(02) COMP VALUE ZERO.
       77  WRK-COL            PIC 9(02)      VALUE ZEROS.
       77  WRK-NUM-NOTA       PIC 9(01)      VALUE ZERO.
       77  WRK-NUM-LINHA      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-LIDOS      PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-IMPORTADOS PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-REJEITADOS PIC 9(05)      VALUE ZEROS.
       77  WRK-SOMA-NOTAS     PIC 9(11)V99   VALUE ZEROS.
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-CAR        PIC 9(03) COMP VALUE ZERO.
       77  WRK-POS-CAMPO      PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-CAMPOS     PIC 9(02) COMP VALUE ZERO.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04).
           05 WRK-MES-EXEC    PIC 9(02).
           05 WRK-DIA-EXEC    PIC 9(02).
      *
      * Mapeamento em uso, copiado de PARM-IMPORTA na abertura.
       01  WRK-MAPEAMENTO.
           05 WRK-DELIMITADOR     PIC X(01).
           05 WRK-DECIMAL         PIC X(01).
           05 WRK-CABECALHO       PIC 9(01).
           05 WRK-COL-MATRICULA   PIC 9(02).
           05 WRK-COL-CURSO       PIC 9(02).
           05 WRK-COL-NOTA        PIC 9(02) OCCURS 3 TIMES.
      *
      * Colunas da linha corrente, ja sem aspas e sem brancos a
      * esquerda. A 21a posicao recebe o que passar da 20a coluna,
      * que nenhum mapeamento pode apontar.
       01  WRK-TAB-CAMPOS.
           05 WRK-CAMPO           PIC X(40) OCCURS 21 TIMES.
      *
      * Linha da exportacao ja convertida para o layout do roster.
       01  WRK-IMP-ALUNO.
           05 WRK-IMP-MATRICULA   PIC X(10).
           05 WRK-IMP-NOTA        PIC X(02) OCCURS 3 TIMES.
      *
      * Matriculas ja gravadas no roster nesta execucao, para recusar
      * a linha repetida do mesmo aluno.
       01  WRK-TAB-IMPORTADOS.
           05 WRK-TI-MATRICULA    PIC X(10) OCCURS 3000 TIMES.
       77  WRK-QTD-TAB        PIC 9(04) COMP VALUE ZERO.
      *
      * Listagem de rejeitos (80 colunas).
       01  WRK-CAB1.
           05 FILLER              PIC X(49)  VALUE
              'IMPORTACAO DE NOTAS DA PLATAFORMA - REJEITOS'.
           05 FILLER              PIC X(06)  VALUE 'CURSO '.
           05 WRK-CAB-CURSO       PIC X(08).
           05 FILLER              PIC X(05)  VALUE SPACES.
           05 WRK-CAB-DATA        PIC 9(08).
           05 FILLER              PIC X(04)  VALUE SPACES.
       01  WRK-CAB2.
           05 FILLER              PIC X(40)  VALUE
              'LINHA  MATRICULA   MOTIVO               '.
           05 FILLER              PIC X(40)  VALUE
              '           CONTEUDO DA LINHA            '.
       01  WRK-DETALHE.
           05 WRK-DET-LINHA       PIC ZZZZ9.
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 WRK-DET-MATRICULA   PIC X(10).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 WRK-DET-MOTIVO      PIC X(30).
           05 FILLER              PIC X(02)  VALUE SPACES.
           05 WRK-DET-CONTEUDO    PIC X(29).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-REJEITOS-ABERTO.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-IMPORTAR THRU 2000-EXIT.
           PERFORM 4000-FINALIZAR THRU 4000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Le o mapeamento de PARM-IMPORTA e o curso da
      * execucao de PARM-NOTA (padrao GERAL) e abre a exportacao, o
      * cadastro de alunos e o roster de saida. Sem mapeamento valido,
      * sem exportacao ou sem cadastro para conferir os alunos nada e
      * importado (RC 8) e o roster anterior fica como estava.
      *****************************************************************
       1000-INICIALIZAR.
           DISPLAY INST-NOME.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           PERFORM 1100-LER-MAPEAMENTO THRU 1100-EXIT.
           IF RETURN-CODE = 8
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PARM-NOTA-IN.
           IF WRK-PARM-STATUS = '00'
              READ PARM-NOTA-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     IF PARM-NOTA-CURSO NOT = SPACES
                        MOVE PARM-NOTA-CURSO TO WRK-CURSO
                     END-IF
              END-READ
              CLOSE PARM-NOTA-IN
           END-IF.
           OPEN INPUT NOTAS-PLATAFORMA.
           IF WRK-NP-STATUS NOT = '00'
              DISPLAY 'NOTAS-PLATAFORMA AUSENTE - IMPORTACAO NAO '
                      'EXECUTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - IMPORTACAO NAO '
                      'EXECUTADA'
              CLOSE NOTAS-PLATAFORMA
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ROSTER-IN.
           DISPLAY 'IMPORTANDO NOTAS DO CURSO ' WRK-CURSO.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-LER-MAPEAMENTO - Carrega e confere PARM-IMPORTA:
      * delimitador preenchido, separador decimal virgula ou ponto e
      * diferente do delimitador, colunas numericas de 00 a 20 com a
      * matricula e a nota 1 obrigatorias.
      *****************************************************************
       1100-LER-MAPEAMENTO.
           OPEN INPUT PARM-IMPORTA-IN.
           IF WRK-PI-STATUS NOT = '00'
              DISPLAY 'PARM-IMPORTA AUSENTE - IMPORTACAO NAO EXECUTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 1100-EXIT
           END-IF.
           READ PARM-IMPORTA-IN
               AT END
                  DISPLAY 'PARM-IMPORTA VAZIO - IMPORTACAO NAO '
                          'EXECUTADA'
                  MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE PARM-IMPORTA-IN.
           IF RETURN-CODE = 8
              GO TO 1100-EXIT
           END-IF.
           IF PARM-IMP-DELIMITADOR = SPACE
              OR (PARM-IMP-DECIMAL NOT = ',' AND
                  PARM-IMP-DECIMAL NOT = '.')
              OR PARM-IMP-DECIMAL = PARM-IMP-DELIMITADOR
              OR PARM-IMP-CABECALHO NOT NUMERIC
              OR PARM-IMP-COL-MATRICULA NOT NUMERIC
              OR PARM-IMP-COL-CURSO NOT NUMERIC
              OR PARM-IMP-COL-NOTA1 NOT NUMERIC
              OR PARM-IMP-COL-NOTA2 NOT NUMERIC
              OR PARM-IMP-COL-NOTA3 NOT NUMERIC
              DISPLAY 'PARM-IMPORTA INVALIDO - IMPORTACAO NAO '
                      'EXECUTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 1100-EXIT
           END-IF.
           IF PARM-IMP-COL-MATRICULA = 0 OR PARM-IMP-COL-NOTA1 = 0
              OR PARM-IMP-COL-MATRICULA > 20
              OR PARM-IMP-COL-CURSO > 20
              OR PARM-IMP-COL-NOTA1 > 20
              OR PARM-IMP-COL-NOTA2 > 20
              OR PARM-IMP-COL-NOTA3 > 20
              DISPLAY 'PARM-IMPORTA COM COLUNA INVALIDA - IMPORTACAO '
                      'NAO EXECUTADA'
              MOVE 8 TO RETURN-CODE
              GO TO 1100-EXIT
           END-IF.
           MOVE PARM-IMP-DELIMITADOR   TO WRK-DELIMITADOR.
           MOVE PARM-IMP-DECIMAL       TO WRK-DECIMAL.
           MOVE PARM-IMP-CABECALHO     TO WRK-CABECALHO.
           MOVE PARM-IMP-COL-MATRICULA TO WRK-COL-MATRICULA.
           MOVE PARM-IMP-COL-CURSO     TO WRK-COL-CURSO.
           MOVE PARM-IMP-COL-NOTA1     TO WRK-COL-NOTA(1).
           MOVE PARM-IMP-COL-NOTA2     TO WRK-COL-NOTA(2).
           MOVE PARM-IMP-COL-NOTA3     TO WRK-COL-NOTA(3).
       1100-EXIT.
           EXIT.

      *****************************************************************
      * 2000-IMPORTAR - Le a exportacao de ponta a ponta, pulando as
      * linhas de cabecalho e as linhas em branco: linha valida vai
      * para o roster, recusada para a listagem de rejeitos.
      *****************************************************************
       2000-IMPORTAR.
           PERFORM 2100-LER-LINHA THRU 2100-EXIT.
           PERFORM UNTIL FIM-PLATAFORMA
              IF WRK-NUM-LINHA > WRK-CABECALHO
                 AND NOTAS-PLATAFORMA-REC NOT = SPACES
                 ADD 1 TO WRK-QTD-LIDOS
                 PERFORM 2200-SEPARAR-CAMPOS THRU 2200-EXIT
                 PERFORM 2300-VALIDAR-LINHA THRU 2300-EXIT
                 IF WRK-MOTIVO = SPACES
                    PERFORM 2500-GRAVAR-ALUNO THRU 2500-EXIT
                 ELSE
                    PERFORM 2900-REJEITAR-LINHA THRU 2900-EXIT
                 END-IF
              END-IF
              PERFORM 2100-LER-LINHA THRU 2100-EXIT
           END-PERFORM.
           CLOSE NOTAS-PLATAFORMA.
       2000-EXIT.
           EXIT.

       2100-LER-LINHA.
           READ NOTAS-PLATAFORMA
               AT END
                  SET FIM-PLATAFORMA TO TRUE
               NOT AT END
                  ADD 1 TO WRK-NUM-LINHA
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-SEPARAR-CAMPOS - Quebra a linha nas colunas pelo
      * delimitador do mapeamento. Aspas abrem e fecham um trecho em
      * que o delimitador e dado, e nao separador; brancos a esquerda
      * de cada coluna sao descartados.
      *****************************************************************
       2200-SEPARAR-CAMPOS.
           MOVE SPACES TO WRK-TAB-CAMPOS.
           MOVE 1 TO WRK-QTD-CAMPOS.
           MOVE ZERO TO WRK-POS-CAMPO.
           MOVE 'N' TO WRK-ENTRE-ASPAS.
           PERFORM 2210-EXAMINAR-CARACTERE THRU 2210-EXIT
              VARYING WRK-IDX-CAR FROM 1 BY 1
              UNTIL WRK-IDX-CAR > 500.
       2200-EXIT.
           EXIT.

       2210-EXAMINAR-CARACTERE.
           MOVE NOTAS-PLATAFORMA-REC(WRK-IDX-CAR:1) TO WRK-CARACTERE.
           IF WRK-CARACTERE = '"'
              IF ENTRE-ASPAS
                 MOVE 'N' TO WRK-ENTRE-ASPAS
              ELSE
                 SET ENTRE-ASPAS TO TRUE
              END-IF
              GO TO 2210-EXIT
           END-IF.
           IF WRK-CARACTERE = WRK-DELIMITADOR AND NOT ENTRE-ASPAS
              IF WRK-QTD-CAMPOS < 21
                 ADD 1 TO WRK-QTD-CAMPOS
              END-IF
              MOVE ZERO TO WRK-POS-CAMPO
              GO TO 2210-EXIT
           END-IF.
           IF WRK-CARACTERE = SPACE AND WRK-POS-CAMPO = 0
              GO TO 2210-EXIT
           END-IF.
           IF WRK-POS-CAMPO < 40
              ADD 1 TO WRK-POS-CAMPO
              MOVE WRK-CARACTERE
                TO WRK-CAMPO(WRK-QTD-CAMPOS)(WRK-POS-CAMPO:1)
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * 2300-VALIDAR-LINHA - Monta o aluno da linha no layout do
      * roster e confere: matricula preenchida e de ate 10 posicoes,
      * curso igual ao da execucao (quando a exportacao traz o curso),
      * notas validas, aluno no cadastro e matricula ainda nao gravada
      * nesta importacao. O primeiro problema achado fica em
      * WRK-MOTIVO; em branco, a linha e valida.
      *****************************************************************
       2300-VALIDAR-LINHA.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-IMP-ALUNO.
           MOVE WRK-CAMPO(WRK-COL-MATRICULA) TO WRK-IMP-MATRICULA.
           IF WRK-IMP-MATRICULA = SPACES
              MOVE 'MATRICULA EM BRANCO' TO WRK-MOTIVO
              GO TO 2300-EXIT
           END-IF.
           IF WRK-CAMPO(WRK-COL-MATRICULA)(11:30) NOT = SPACES
              MOVE 'MATRICULA COM MAIS DE 10 POS.' TO WRK-MOTIVO
              GO TO 2300-EXIT
           END-IF.
           IF WRK-COL-CURSO > 0
              IF WRK-CAMPO(WRK-COL-CURSO) NOT = WRK-CURSO
                 MOVE 'CURSO DIFERENTE DO PARM-NOTA' TO WRK-MOTIVO
                 GO TO 2300-EXIT
              END-IF
           END-IF.
           PERFORM 2400-CONVERTER-NOTA THRU 2400-EXIT
              VARYING WRK-NUM-NOTA FROM 1 BY 1
              UNTIL WRK-NUM-NOTA > 3 OR WRK-MOTIVO NOT = SPACES.
           IF WRK-MOTIVO NOT = SPACES
              GO TO 2300-EXIT
           END-IF.
           MOVE WRK-IMP-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  MOVE 'ALUNO FORA DO STUDENT-MASTER' TO WRK-MOTIVO
                  GO TO 2300-EXIT
           END-READ.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM 2350-COMPARAR-IMPORTADO THRU 2350-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-TAB OR ACHOU.
           IF ACHOU
              MOVE 'LINHA REPETIDA DO ALUNO' TO WRK-MOTIVO
              GO TO 2300-EXIT
           END-IF.
           IF WRK-QTD-TAB >= 3000
              MOVE 'LIMITE DE ALUNOS DA IMPORTACAO' TO WRK-MOTIVO
           END-IF.
       2300-EXIT.
           EXIT.

       2350-COMPARAR-IMPORTADO.
           IF WRK-TI-MATRICULA(WRK-IDX) = WRK-IMP-MATRICULA
              SET ACHOU TO TRUE
           END-IF.
       2350-EXIT.
           EXIT.

      *****************************************************************
      * 2400-CONVERTER-NOTA - Converte a nota WRK-NUM-NOTA da linha
      * para as duas posicoes do roster. Coluna 00 no mapeamento vale
      * 00; AU passa como AU; o mais e um numero de 0 a 10 com no
      * maximo duas casas inteiras e o separador decimal do
      * mapeamento, arredondado pela primeira casa decimal (5 ou
      * mais sobe). Branco ou qualquer outro caractere recusa a linha.
      *****************************************************************
       2400-CONVERTER-NOTA.
           MOVE WRK-COL-NOTA(WRK-NUM-NOTA) TO WRK-COL.
           IF WRK-COL = 0
              MOVE '00' TO WRK-IMP-NOTA(WRK-NUM-NOTA)
              GO TO 2400-EXIT
           END-IF.
           MOVE WRK-CAMPO(WRK-COL) TO WRK-NOTA-TXT.
           INSPECT WRK-NOTA-TXT CONVERTING 'au' TO 'AU'.
           IF WRK-NOTA-TXT = 'AU'
              MOVE 'AU' TO WRK-IMP-NOTA(WRK-NUM-NOTA)
              GO TO 2400-EXIT
           END-IF.
           MOVE 'S' TO WRK-NOTA-OK.
           MOVE 'N' TO WRK-ARREDONDA.
           SET FASE-INTEIRO TO TRUE.
           MOVE ZEROS TO WRK-NOTA-NUM.
           MOVE ZERO TO WRK-QTD-DIG-INT WRK-QTD-DIG-DEC.
           PERFORM 2410-EXAMINAR-DIGITO THRU 2410-EXIT
              VARYING WRK-IDX-CAR FROM 1 BY 1
              UNTIL WRK-IDX-CAR > 40 OR NOT NOTA-VALIDA.
           IF WRK-QTD-DIG-INT = 0
              MOVE 'N' TO WRK-NOTA-OK
           END-IF.
           IF NOT NOTA-VALIDA
              MOVE SPACES TO WRK-MOTIVO
              STRING 'NOTA '        DELIMITED BY SIZE
                     WRK-NUM-NOTA   DELIMITED BY SIZE
                     ' NAO NUMERICA' DELIMITED BY SIZE
                     INTO WRK-MOTIVO
              GO TO 2400-EXIT
           END-IF.
           IF ARREDONDA-PARA-CIMA
              ADD 1 TO WRK-NOTA-NUM
           END-IF.
           IF WRK-NOTA-NUM > 10
              MOVE SPACES TO WRK-MOTIVO
              STRING 'NOTA '        DELIMITED BY SIZE
                     WRK-NUM-NOTA   DELIMITED BY SIZE
                     ' FORA DA ESCALA 0 A 10' DELIMITED BY SIZE
                     INTO WRK-MOTIVO
              GO TO 2400-EXIT
           END-IF.
           MOVE WRK-NOTA-NUM TO WRK-NOTA-SAIDA-N.
           MOVE WRK-NOTA-SAIDA-N TO WRK-NOTA-SAIDA.
           MOVE WRK-NOTA-SAIDA TO WRK-IMP-NOTA(WRK-NUM-NOTA).
       2400-EXIT.
           EXIT.

       2410-EXAMINAR-DIGITO.
           MOVE WRK-NOTA-TXT(WRK-IDX-CAR:1) TO WRK-CARACTERE.
           IF FASE-FIM
              IF WRK-CARACTERE NOT = SPACE
                 MOVE 'N' TO WRK-NOTA-OK
              END-IF
              GO TO 2410-EXIT
           END-IF.
           IF WRK-CARACTERE = SPACE
              SET FASE-FIM TO TRUE
              GO TO 2410-EXIT
           END-IF.
           IF WRK-CARACTERE = WRK-DECIMAL AND FASE-INTEIRO
              SET FASE-DECIMAL TO TRUE
              GO TO 2410-EXIT
           END-IF.
           IF WRK-CARACTERE IS NOT NUMERIC
              MOVE 'N' TO WRK-NOTA-OK
              GO TO 2410-EXIT
           END-IF.
           MOVE WRK-CARACTERE TO WRK-DIGITO.
           IF FASE-DECIMAL
              IF WRK-QTD-DIG-DEC = 0 AND WRK-DIGITO >= 5
                 SET ARREDONDA-PARA-CIMA TO TRUE
              END-IF
              ADD 1 TO WRK-QTD-DIG-DEC
              GO TO 2410-EXIT
           END-IF.
           IF WRK-QTD-DIG-INT >= 2
              MOVE 'N' TO WRK-NOTA-OK
              GO TO 2410-EXIT
           END-IF.
           COMPUTE WRK-NOTA-NUM = WRK-NOTA-NUM * 10 + WRK-DIGITO.
           ADD 1 TO WRK-QTD-DIG-INT.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2500-GRAVAR-ALUNO - Grava o aluno no roster, guarda a
      * matricula na tabela da execucao e soma as notas numericas no
      * total de controle do trailer.
      *****************************************************************
       2500-GRAVAR-ALUNO.
           MOVE SPACES TO ROSTER-REC.
           MOVE WRK-IMP-MATRICULA TO RI-MATRICULA.
           MOVE WRK-IMP-NOTA(1)   TO RI-NOTA1.
           MOVE WRK-IMP-NOTA(2)   TO RI-NOTA2.
           MOVE WRK-IMP-NOTA(3)   TO RI-NOTA3.
           WRITE ROSTER-REC.
           ADD 1 TO WRK-QTD-TAB.
           MOVE WRK-IMP-MATRICULA TO WRK-TI-MATRICULA(WRK-QTD-TAB).
           ADD 1 TO WRK-QTD-IMPORTADOS.
           PERFORM 2510-SOMAR-NOTA THRU 2510-EXIT
              VARYING WRK-NUM-NOTA FROM 1 BY 1
              UNTIL WRK-NUM-NOTA > 3.
       2500-EXIT.
           EXIT.

       2510-SOMAR-NOTA.
           IF WRK-IMP-NOTA(WRK-NUM-NOTA) IS NUMERIC
              MOVE WRK-IMP-NOTA(WRK-NUM-NOTA) TO WRK-NOTA-SAIDA-N
              ADD WRK-NOTA-SAIDA-N TO WRK-SOMA-NOTAS
           END-IF.
       2510-EXIT.
           EXIT.

      *****************************************************************
      * 2900-REJEITAR-LINHA - Lista a linha recusada em
      * IMPORTA-REJEITOS com o numero da linha na exportacao, a
      * matricula lida, o motivo e o inicio do conteudo, abrindo a
      * listagem com o cabecalho no primeiro rejeito.
      *****************************************************************
       2900-REJEITAR-LINHA.
           IF NOT REJEITOS-ABERTO
              OPEN OUTPUT IMPORTA-REJEITOS
              SET REJEITOS-ABERTO TO TRUE
              MOVE WRK-CURSO TO WRK-CAB-CURSO
              MOVE WRK-DATA-EXEC TO WRK-CAB-DATA
              WRITE IMPORTA-REJEITOS-REC FROM WRK-CAB1
              WRITE IMPORTA-REJEITOS-REC FROM WRK-CAB2
           END-IF.
           MOVE WRK-NUM-LINHA TO WRK-DET-LINHA.
           MOVE WRK-IMP-MATRICULA TO WRK-DET-MATRICULA.
           MOVE WRK-MOTIVO TO WRK-DET-MOTIVO.
           MOVE NOTAS-PLATAFORMA-REC TO WRK-DET-CONTEUDO.
           WRITE IMPORTA-REJEITOS-REC FROM WRK-DETALHE.
           ADD 1 TO WRK-QTD-REJEITADOS.
           DISPLAY 'LINHA ' WRK-NUM-LINHA ' REJEITADA: '
                   WRK-IMP-MATRICULA ' - ' WRK-MOTIVO.
       2900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FINALIZAR - Fecha o roster com o registro-trailer
      * (quantidade de alunos e soma das notas), fecha a listagem de
      * rejeitos com o total, resume a importacao no console e
      * sinaliza RETURN-CODE 4 quando houve linha rejeitada.
      *****************************************************************
       4000-FINALIZAR.
           MOVE SPACES TO BATCH-TRAILER-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-IMPORTADOS TO BT-QTD-REGISTROS.
           MOVE WRK-SOMA-NOTAS TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE ROSTER-IN.
           CLOSE STUDENT-MASTER.
           IF REJEITOS-ABERTO
              MOVE SPACES TO IMPORTA-REJEITOS-REC
              STRING 'LINHAS REJEITADAS: ' DELIMITED BY SIZE
                     WRK-QTD-REJEITADOS    DELIMITED BY SIZE
                     INTO IMPORTA-REJEITOS-REC
              WRITE IMPORTA-REJEITOS-REC
              CLOSE IMPORTA-REJEITOS
           END-IF.
           DISPLAY 'IMPORTACAO DE NOTAS DA PLATAFORMA CONCLUIDA'.
           DISPLAY 'LINHAS LIDAS......: ' WRK-QTD-LIDOS.
           DISPLAY 'ALUNOS IMPORTADOS.: ' WRK-QTD-IMPORTADOS.
           DISPLAY 'LINHAS REJEITADAS.: ' WRK-QTD-REJEITADOS.
           IF WRK-QTD-REJEITADOS > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de IMPORTA-REJEITOS desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT REJEITOS-ABERTO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT IMPORTA-REJEITOS-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'IMPORTA-REJEITOS' TO AG-RELATORIO.
           MOVE 'IMPORTA-NOTAS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE IMPORTA-REJEITOS-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ IMPORTA-REJEITOS-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE IMPORTA-REJEITOS-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
