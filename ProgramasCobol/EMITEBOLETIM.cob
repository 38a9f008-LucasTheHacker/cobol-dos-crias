       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMITE-BOLETIM.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Boletim do termo, um por aluno, para os pais e
      *           responsaveis (EMITE-HISTORICO e o historico completo
      *           da secretaria, nao o boletim do periodo). Para o
      *           termo pedido, cada curso do aluno com nota em
      *           HIST-NOTAS (HN-TERMO) sai com as tres notas, a media
      *           e o resultado, mais a frequencia do curso apurada
      *           em PRESENCA dentro das datas do termo (periodo 01 =
      *           janeiro a junho, 02 = julho a dezembro). Um aluno
      *           com mais de uma nota no mesmo curso e termo (recurso,
      *           exame) sai com a ultima gravada. Os boletins vao
      *           para BOLETIM-REPORT, na ordem de matricula, e cada
      *           aluno com responsavel cadastrado em RESPONSAVEL gera
      *           um registro em MALA-DIRETA com o endereco postal e o
      *           e-mail do responsavel, para o envio. Aluno sem
      *           responsavel sai com o boletim marcado e contado no
      *           resumo. O termo vem de TERMO=AAAAPP no PARM do EXEC
      *           PGM= (branco = termo corrente). Trailer padrao:
      *           boletins emitidos e linhas de curso. A data de
      *           execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de BOLETIM-REPORT guardada no arquivo de
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
           SELECT HIST-NOTAS ASSIGN TO "HIST-NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-HN-STATUS.
           SELECT PRESENCA ASSIGN TO "PRESENCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT CURSO-MASTER ASSIGN TO "CURSO-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-CODIGO
               FILE STATUS IS WRK-CUR-STATUS.
           SELECT RESPONSAVEL ASSIGN TO "RESPONSAVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-MATRICULA
               FILE STATUS IS WRK-RS-STATUS.
           SELECT BOLETIM-REPORT ASSIGN TO "BOLETIM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOLETIM-REPORT-RELIDO ASSIGN TO "BOLETIM-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT MALA-DIRETA ASSIGN TO "MALA-DIRETA"
               ORGANIZATION IS LINE SEQUENTIAL.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-NOTAS
           RECORD CONTAINS 50 CHARACTERS.
           COPY HISTNOTA.

       FD  PRESENCA
           RECORD CONTAINS 27 CHARACTERS.
           COPY PRESENCA.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  RESPONSAVEL.
           COPY RESPONS.

       FD  BOLETIM-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  BOLETIM-REPORT-REC      PIC X(80).
           COPY TRAILER.

       FD  BOLETIM-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  BOLETIM-REPORT-RELIDO-REC PIC X(80).

       FD  MALA-DIRETA
           RECORD CONTAINS 200 CHARACTERS.
       01  MALA-DIRETA-REC.
           05 MD-MATRICULA         PIC X(10).
           05 MD-ALUNO             PIC X(20).
           05 MD-TERMO             PIC X(06).
           05 MD-RESP-NOME         PIC X(30).
           05 MD-ENDERECO          PIC X(40).
           05 MD-CIDADE            PIC X(20).
           05 MD-UF                PIC X(02).
           05 MD-CEP               PIC 9(08).
           05 MD-EMAIL             PIC X(40).
           05 MD-QTD-CURSOS        PIC 9(02).
           05 FILLER               PIC X(22).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-HN-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-PR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-RS-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-FIM-HN         PIC X(01)      VALUE 'N'.
           88 FIM-HN                         VALUE 'S'.
       77  WRK-FIM-PR         PIC X(01)      VALUE 'N'.
           88 FIM-PR                         VALUE 'S'.
       77  WRK-FIM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 FIM-ALUNOS                     VALUE 'S'.
       77  WRK-TEM-CUR        PIC X(01)      VALUE 'N'.
           88 TEM-CURSO-MASTER               VALUE 'S'.
       77  WRK-TEM-RS         PIC X(01)      VALUE 'N'.
           88 TEM-RESPONSAVEL                VALUE 'S'.
       77  WRK-ACHOU-RESP     PIC X(01)      VALUE 'N'.
           88 ACHOU-RESP                     VALUE 'S'.
       01  WRK-DATA-EXEC.
           05 WRK-ANO-EXEC    PIC 9(04)      VALUE ZEROS.
           05 WRK-MES-EXEC    PIC 9(02)      VALUE ZEROS.
           05 WRK-DIA-EXEC    PIC 9(02)      VALUE ZEROS.
       77  WRK-TERMO          PIC X(06)      VALUE SPACES.
       01  WRK-DATA-INI.
           05 WRK-INI-ANO     PIC X(04)      VALUE SPACES.
           05 WRK-INI-MMDD    PIC X(04)      VALUE SPACES.
       01  WRK-DATA-FIM.
           05 WRK-FIM-ANO     PIC X(04)      VALUE SPACES.
           05 WRK-FIM-MMDD    PIC X(04)      VALUE SPACES.
      *
      * Cursos com nota no termo (ate 3000 matricula/curso), com a
      * frequencia apurada em PRESENCA.
       01  WRK-TAB-BOLETIM.
           05 WRK-BOL-ENT OCCURS 3000 TIMES.
              10 WRK-TB-MATRICULA   PIC X(10).
              10 WRK-TB-CURSO       PIC X(08).
              10 WRK-TB-NOTA1       PIC X(02).
              10 WRK-TB-NOTA2       PIC X(02).
              10 WRK-TB-NOTA3       PIC X(02).
              10 WRK-TB-MEDIA       PIC 9(02)V9.
              10 WRK-TB-RESULTADO   PIC X(15).
              10 WRK-TB-AULAS       PIC 9(05) COMP.
              10 WRK-TB-PRESENTES   PIC 9(05) COMP.
       77  WRK-QTD-ENT        PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX            PIC 9(04) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(04) COMP VALUE ZERO.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-CURSOS-ALUNO   PIC 9(02)      VALUE ZEROS.
       77  WRK-QTD-BOLETINS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-LINHAS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-MALA       PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-SEM-RESP   PIC 9(07)      VALUE ZEROS.
       77  WRK-FREQ           PIC 9(03)      VALUE ZEROS.
       77  WRK-FREQ-ED        PIC ZZ9        VALUE ZEROS.
       77  WRK-MEDIA-ED       PIC Z9,9       VALUE ZEROS.
       77  WRK-NOME-CURSO     PIC X(20)      VALUE SPACES.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 1300-CONTAR-PRESENCA THRU 1300-EXIT.
           PERFORM 2000-EMITIR-BOLETINS THRU 2000-EXIT.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Resolve o termo (PARM ou corrente, no
      * criterio de CONDICIONAIS-IF: meses 1-6 = periodo 01, 7-12 =
      * periodo 02) e a faixa de datas dele, e carrega as notas do
      * termo. Sem HIST-NOTAS nao ha boletim a emitir (RC 8).
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-ANO-EXEC TO WRK-TERMO(1:4).
           IF WRK-MES-EXEC <= 6
              MOVE '01' TO WRK-TERMO(5:2)
           ELSE
              MOVE '02' TO WRK-TERMO(5:2)
           END-IF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:6) = 'TERMO='
              AND WRK-PARM-JCL-TEXTO(7:6) NOT = SPACES
              MOVE WRK-PARM-JCL-TEXTO(7:6) TO WRK-TERMO
           END-IF.
           MOVE WRK-TERMO(1:4) TO WRK-INI-ANO WRK-FIM-ANO.
           IF WRK-TERMO(5:2) = '01'
              MOVE '0101' TO WRK-INI-MMDD
              MOVE '0630' TO WRK-FIM-MMDD
           ELSE
              MOVE '0701' TO WRK-INI-MMDD
              MOVE '1231' TO WRK-FIM-MMDD
           END-IF.
           OPEN INPUT HIST-NOTAS.
           IF WRK-HN-STATUS NOT = '00'
              DISPLAY 'HIST-NOTAS AUSENTE - NENHUM BOLETIM A EMITIR'
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-GUARDAR-NOTA THRU 1100-EXIT
              UNTIL FIM-HN.
           CLOSE HIST-NOTAS.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'NOTAS ALEM DA TABELA (NAO EMITIDAS): '
                      WRK-QTD-DESCARTADOS
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-GUARDAR-NOTA - Cada nota do termo ocupa uma entrada por
      * matricula/curso; a nota regravada depois (recurso, exame)
      * substitui a anterior na mesma entrada.
      *****************************************************************
       1100-GUARDAR-NOTA.
           READ HIST-NOTAS
               AT END
                  SET FIM-HN TO TRUE
                  GO TO 1100-EXIT
           END-READ.
           IF HN-TERMO NOT = WRK-TERMO
              GO TO 1100-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 1200-LOCALIZAR-NOTA THRU 1200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ENT OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              IF WRK-QTD-ENT >= 3000
                 ADD 1 TO WRK-QTD-DESCARTADOS
                 GO TO 1100-EXIT
              END-IF
              ADD 1 TO WRK-QTD-ENT
              MOVE WRK-QTD-ENT TO WRK-IDX-ACHADO
              MOVE HN-MATRICULA TO WRK-TB-MATRICULA(WRK-IDX-ACHADO)
              MOVE HN-CURSO     TO WRK-TB-CURSO(WRK-IDX-ACHADO)
              MOVE ZEROS        TO WRK-TB-AULAS(WRK-IDX-ACHADO)
                                   WRK-TB-PRESENTES(WRK-IDX-ACHADO)
           END-IF.
           MOVE HN-NOTA1     TO WRK-TB-NOTA1(WRK-IDX-ACHADO).
           MOVE HN-NOTA2     TO WRK-TB-NOTA2(WRK-IDX-ACHADO).
           MOVE HN-NOTA3     TO WRK-TB-NOTA3(WRK-IDX-ACHADO).
           MOVE HN-MEDIA     TO WRK-TB-MEDIA(WRK-IDX-ACHADO).
           MOVE HN-RESULTADO TO WRK-TB-RESULTADO(WRK-IDX-ACHADO).
       1100-EXIT.
           EXIT.

       1200-LOCALIZAR-NOTA.
           IF WRK-TB-MATRICULA(WRK-IDX) = HN-MATRICULA
              AND WRK-TB-CURSO(WRK-IDX) = HN-CURSO
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 1300-CONTAR-PRESENCA - Cada registro de PRESENCA dentro das
      * datas do termo conta uma aula no curso do aluno, e uma
      * presenca quando ele compareceu. Sem PRESENCA os boletins
      * saem sem frequencia.
      *****************************************************************
       1300-CONTAR-PRESENCA.
           OPEN INPUT PRESENCA.
           IF WRK-PR-STATUS NOT = '00'
              DISPLAY 'PRESENCA AUSENTE - BOLETINS SEM FREQUENCIA'
              GO TO 1300-EXIT
           END-IF.
           PERFORM 1310-LER-PRESENCA THRU 1310-EXIT
              UNTIL FIM-PR.
           CLOSE PRESENCA.
       1300-EXIT.
           EXIT.

       1310-LER-PRESENCA.
           READ PRESENCA
               AT END
                  SET FIM-PR TO TRUE
                  GO TO 1310-EXIT
           END-READ.
           IF PR-DATA < WRK-DATA-INI OR PR-DATA > WRK-DATA-FIM
              GO TO 1310-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 1320-LOCALIZAR-PRESENCA THRU 1320-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ENT OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WRK-TB-AULAS(WRK-IDX-ACHADO).
           IF PR-COMPARECEU
              ADD 1 TO WRK-TB-PRESENTES(WRK-IDX-ACHADO)
           END-IF.
       1310-EXIT.
           EXIT.

       1320-LOCALIZAR-PRESENCA.
           IF WRK-TB-MATRICULA(WRK-IDX) = PR-MATRICULA
              AND WRK-TB-CURSO(WRK-IDX) = PR-CURSO
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       1320-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EMITIR-BOLETINS - Varre STUDENT-MASTER pela chave; cada
      * aluno com nota no termo ganha o seu boletim. CURSO-MASTER
      * (nome do curso) e RESPONSAVEL (destinatario) sao opcionais.
      *****************************************************************
       2000-EMITIR-BOLETINS.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NENHUM BOLETIM'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS = '00'
              SET TEM-CURSO-MASTER TO TRUE
           END-IF.
           OPEN INPUT RESPONSAVEL.
           IF WRK-RS-STATUS = '00'
              SET TEM-RESPONSAVEL TO TRUE
           ELSE
              DISPLAY 'RESPONSAVEL AUSENTE - MALA DIRETA VAZIA'
           END-IF.
           OPEN OUTPUT BOLETIM-REPORT.
           SET ARQREL-GERADO TO TRUE.
           OPEN OUTPUT MALA-DIRETA.
           MOVE LOW-VALUES TO SM-MATRICULA.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-MATRICULA
               INVALID KEY SET FIM-ALUNOS TO TRUE
           END-START.
           PERFORM 2100-EMITIR-BOLETIM THRU 2100-EXIT
              UNTIL FIM-ALUNOS.
           CLOSE STUDENT-MASTER.
           IF TEM-CURSO-MASTER
              CLOSE CURSO-MASTER
           END-IF.
           IF TEM-RESPONSAVEL
              CLOSE RESPONSAVEL
           END-IF.
       2000-EXIT.
           EXIT.

       2100-EMITIR-BOLETIM.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-ALUNOS TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 2110-PROCURAR-ALUNO THRU 2110-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-ENT OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CABECALHO-BOLETIM THRU 2200-EXIT.
           MOVE ZEROS TO WRK-CURSOS-ALUNO.
           PERFORM 2300-LINHA-CURSO THRU 2300-EXIT
              VARYING WRK-IDX FROM WRK-IDX-ACHADO BY 1
              UNTIL WRK-IDX > WRK-QTD-ENT.
           ADD 1 TO WRK-QTD-BOLETINS.
           IF ACHOU-RESP
              PERFORM 2400-GRAVAR-MALA THRU 2400-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-PROCURAR-ALUNO.
           IF WRK-TB-MATRICULA(WRK-IDX) = SM-MATRICULA
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * 2200-CABECALHO-BOLETIM - Instituicao, aluno, termo e o
      * responsavel a quem o boletim e enderecado.
      *****************************************************************
       2200-CABECALHO-BOLETIM.
           MOVE 'N' TO WRK-ACHOU-RESP.
           IF TEM-RESPONSAVEL
              MOVE SM-MATRICULA TO RS-MATRICULA
              READ RESPONSAVEL
                  INVALID KEY CONTINUE
                  NOT INVALID KEY SET ACHOU-RESP TO TRUE
              END-READ
           END-IF.
           MOVE ALL '=' TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           MOVE INST-NOME TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BOLETIM DO TERMO ' DELIMITED BY SIZE
                  WRK-TERMO           DELIMITED BY SIZE
                  '  ALUNO: '         DELIMITED BY SIZE
                  SM-MATRICULA        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  SM-NOME             DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           IF ACHOU-RESP
              STRING 'RESPONSAVEL: ' DELIMITED BY SIZE
                     RS-NOME         DELIMITED BY SIZE
                     INTO WRK-LINHA
           ELSE
              MOVE 'RESPONSAVEL: *** NAO CADASTRADO ***' TO WRK-LINHA
              ADD 1 TO WRK-QTD-SEM-RESP
           END-IF.
           MOVE WRK-LINHA TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           MOVE SPACES TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CURSO    DESCRICAO            ' DELIMITED BY SIZE
                  'N1 N2 N3 MEDIA RESULTADO       ' DELIMITED BY SIZE
                  'FREQ%'                           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 2300-LINHA-CURSO - Uma linha por curso do aluno no termo:
      * notas (AU = ausente), media, resultado e frequencia. Curso
      * sem aula registrada em PRESENCA sai com a frequencia em
      * branco.
      *****************************************************************
       2300-LINHA-CURSO.
           IF WRK-TB-MATRICULA(WRK-IDX) NOT = SM-MATRICULA
              GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO WRK-NOME-CURSO.
           IF TEM-CURSO-MASTER
              MOVE WRK-TB-CURSO(WRK-IDX) TO CUR-CODIGO
              READ CURSO-MASTER
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE CUR-NOME TO WRK-NOME-CURSO
              END-READ
           END-IF.
           MOVE WRK-TB-MEDIA(WRK-IDX) TO WRK-MEDIA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-TB-CURSO(WRK-IDX)     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-NOME-CURSO            DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TB-NOTA1(WRK-IDX)     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TB-NOTA2(WRK-IDX)     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TB-NOTA3(WRK-IDX)     DELIMITED BY SIZE
                  '  '                      DELIMITED BY SIZE
                  WRK-MEDIA-ED              DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-TB-RESULTADO(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           IF WRK-TB-AULAS(WRK-IDX) > 0
              COMPUTE WRK-FREQ ROUNDED =
                  (WRK-TB-PRESENTES(WRK-IDX) * 100)
                  / WRK-TB-AULAS(WRK-IDX)
              MOVE WRK-FREQ TO WRK-FREQ-ED
              MOVE WRK-FREQ-ED TO WRK-LINHA(62:3)
           ELSE
              MOVE '  -' TO WRK-LINHA(62:3)
           END-IF.
           MOVE WRK-LINHA TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           ADD 1 TO WRK-CURSOS-ALUNO.
           ADD 1 TO WRK-QTD-LINHAS.
       2300-EXIT.
           EXIT.

      *****************************************************************
      * 2400-GRAVAR-MALA - Registro de mala direta do boletim,
      * enderecado ao responsavel do aluno.
      *****************************************************************
       2400-GRAVAR-MALA.
           MOVE SPACES        TO MALA-DIRETA-REC.
           MOVE SM-MATRICULA  TO MD-MATRICULA.
           MOVE SM-NOME       TO MD-ALUNO.
           MOVE WRK-TERMO     TO MD-TERMO.
           MOVE RS-NOME       TO MD-RESP-NOME.
           MOVE RS-ENDERECO   TO MD-ENDERECO.
           MOVE RS-CIDADE     TO MD-CIDADE.
           MOVE RS-UF         TO MD-UF.
           MOVE RS-CEP        TO MD-CEP.
           MOVE RS-EMAIL      TO MD-EMAIL.
           MOVE WRK-CURSOS-ALUNO TO MD-QTD-CURSOS.
           WRITE MALA-DIRETA-REC.
           ADD 1 TO WRK-QTD-MALA.
       2400-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Resumo e trailer no relatorio (boletins
      * emitidos e linhas de curso).
      *****************************************************************
       5000-FINALIZAR.
           IF RETURN-CODE = 8
              GO TO 5000-EXIT
           END-IF.
           MOVE ALL '=' TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BOLETINS: '       DELIMITED BY SIZE
                  WRK-QTD-BOLETINS   DELIMITED BY SIZE
                  ' MALA DIRETA: '   DELIMITED BY SIZE
                  WRK-QTD-MALA       DELIMITED BY SIZE
                  ' SEM RESPONSAVEL: ' DELIMITED BY SIZE
                  WRK-QTD-SEM-RESP   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO BOLETIM-REPORT-REC.
           WRITE BOLETIM-REPORT-REC.
           DISPLAY WRK-LINHA.
           MOVE SPACES TO BOLETIM-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-BOLETINS TO BT-QTD-REGISTROS.
           MOVE WRK-QTD-LINHAS   TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE BOLETIM-REPORT.
           CLOSE MALA-DIRETA.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de BOLETIM-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT BOLETIM-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'BOLETIM-REPORT' TO AG-RELATORIO.
           MOVE 'EMITE-BOLETIM' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE BOLETIM-REPORT-RELIDO.
           MOVE WRK-QTD-BOLETINS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ BOLETIM-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE BOLETIM-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
