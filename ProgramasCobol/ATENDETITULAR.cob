       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ATENDE-TITULAR.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Atendimento ao titular de dados pessoais (LGPD) pelo
      *           CPF: PURGA-DADOS so expurga por idade, e responder
      *           ao titular "o que voces guardam sobre mim" era
      *           procurar o CPF arquivo por arquivo. Com o CPF no
      *           PARM (CPF=nnnnnnnnnnn) ou no console, localiza o
      *           titular em CPF-MASTER, os vinculos dele em
      *           EMP-MASTER (pelo EM-CPF) e, pelos IDs e nomes
      *           achados, YTD-SAL, PAY-HIST, os logs de correcao de
      *           CPF (CORR-CPF-LOG) e de nome da folha (CORR-LOG) e a
      *           trilha de auditoria (AUDIT-LOG), e grava tudo num
      *           relatorio unico do titular (TITULAR-REPORT), seguido
      *           da situacao de retencao de cada registro. Achado so
      *           pelo nome sai marcado POR NOME, pois pode ser um
      *           homonimo.
      *           Com ANONIMIZA=S no PARM (CPF=nnnnnnnnnnn,ANONIMIZA=S)
      *           e com a mesma dupla autorizacao de PURGA-DADOS (dois
      *           ADM/SUPERVISOR distintos de USER-REG e o PIN
      *           individual do segundo), anonimiza o que nao esta sob
      *           guarda legal: exclui o registro de CPF-MASTER (a
      *           chave e o proprio CPF) e troca nome, CPF e conta
      *           bancaria de EMP-MASTER e o nome de YTD-SAL por
      *           TITULAR ANONIMIZADO, mantendo os IDs. Ficam mantidos,
      *           com o motivo no relatorio: tudo do titular com
      *           vinculo empregaticio ativo; EMP-MASTER, YTD-SAL e
      *           CPF-MASTER enquanto a ultima folha dele estiver
      *           dentro do prazo de guarda de salarios de PARM-RET;
      *           PAY-HIST sempre (folha paga, obrigacao legal); os
      *           logs de correcao (registro das operacoes) e a
      *           trilha de auditoria, que e encadeada e nao pode ser
      *           reescrita. Os mestres alterados ficam marcados em
      *           TRAVA-USO durante a anonimizacao, e ela e registrada
      *           na trilha de auditoria. Autorizacao negada, mestre
      *           em uso, CPF invalido ou falha de gravacao terminam
      *           com RC 8. O relatorio lista os dados pessoais por
      *           extenso e e restrito ao encarregado de dados. A data
      *           de execucao vem da data de movimento (rotina
      *           LE-DATA-MOV), nao do relogio.
      *           Copia de TITULAR-REPORT guardada no arquivo de
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
           SELECT PARM-RET-IN ASSIGN TO "PARM-RET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT YTD-SAL-FILE ASSIGN TO "YTD-SAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YS-ID
               ALTERNATE RECORD KEY IS YS-NOME WITH DUPLICATES
               FILE STATUS IS WRK-YTD-STATUS.
           SELECT PAY-HIST ASSIGN TO "PAY-HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PH-STATUS.
           SELECT CORR-CPF-LOG ASSIGN TO "CORR-CPF-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT CORR-LOG ASSIGN TO "CORR-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LOG-STATUS.
           SELECT USER-REG ASSIGN TO "USER-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-NOME
               FILE STATUS IS WRK-UR-STATUS.
           SELECT TITULAR-REPORT ASSIGN TO "TITULAR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TITULAR-REPORT-RELIDO ASSIGN TO "TITULAR-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-RET-IN
           RECORD CONTAINS 10 CHARACTERS.
           COPY PARMRET REPLACING PARM-RET-REC BY PARM-RET-REC-IN.

       FD  CPF-MASTER.
           COPY CPFMSTR.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  YTD-SAL-FILE.
           COPY YTDSAL.

       FD  PAY-HIST
           RECORD CONTAINS 47 CHARACTERS.
           COPY PAYHIST.

       FD  CORR-CPF-LOG
           RECORD CONTAINS 65 CHARACTERS.
           COPY CORRCPF.

       FD  CORR-LOG
           RECORD CONTAINS 84 CHARACTERS.
           COPY CORRLOG.

       FD  AUDIT-LOG
           RECORD CONTAINS 71 CHARACTERS.
           COPY AUDITLOG.

       FD  USER-REG.
           COPY USERREG.

       FD  TITULAR-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  TITULAR-REPORT-REC       PIC X(80).

       FD  TITULAR-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  TITULAR-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JCLPARM.
       COPY VALIDCPF.
       COPY TRAVAARQ.
       COPY AUDITGRV.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-PARM-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-CM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-YTD-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-PH-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-LOG-STATUS    PIC X(02)      VALUE '00'.
       77  WRK-UR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQ       PIC X(01)      VALUE 'N'.
           88 FIM-ARQ                       VALUE 'S'.
       77  WRK-ANONIMIZA     PIC X(01)      VALUE 'N'.
           88 ANONIMIZACAO                  VALUE 'S'.
       77  WRK-CPF-TXT       PIC X(11)      VALUE SPACES.
       77  WRK-CPF           PIC 9(11)      VALUE ZEROS.
       77  WRK-DIAS-RET-SAL  PIC 9(05)      VALUE 2555.
       77  WRK-ACHOU-CPF     PIC X(01)      VALUE 'N'.
           88 ACHOU-CPF-MASTER              VALUE 'S'.
       77  WRK-CPF-EXCLUIDO  PIC X(01)      VALUE 'N'.
           88 CPF-EXCLUIDO                  VALUE 'S'.
       77  WRK-VINCULO       PIC X(01)      VALUE 'N'.
           88 VINCULO-ATIVO                 VALUE 'S'.
       77  WRK-GUARDA-FOLHA  PIC X(01)      VALUE 'N'.
           88 GUARDA-FOLHA                  VALUE 'S'.
       77  WRK-DATA-FOLHA    PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-FOLHA-PH PIC 9(08)      VALUE ZEROS.
       77  WRK-POR-NOME      PIC X(01)      VALUE 'N'.
           88 ACHADO-POR-NOME               VALUE 'S'.
       77  WRK-IDX           PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO    PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-IDS       PIC 9(02) COMP VALUE ZERO.
       77  WRK-QTD-NOMES     PIC 9(02) COMP VALUE ZERO.
       77  WRK-NOME          PIC X(20)      VALUE SPACES.
       77  WRK-QTD-PH        PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-CORR-CPF  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-CORR-LOG  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-AUDIT     PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-ANONIMIZADOS PIC 9(03)   VALUE ZEROS.
       77  WRK-QTD-ERROS     PIC 9(03)      VALUE ZEROS.
       77  WRK-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QTD-ED        PIC ZZZZ9      VALUE ZEROS.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-TEXTO-ANONIMO PIC X(20)      VALUE
           'TITULAR ANONIMIZADO'.
      *
      * Dupla autorizacao e marcadores de uso, como em PURGA-DADOS.
       77  WRK-AUTORIZADOR1  PIC X(20)      VALUE SPACES.
       77  WRK-AUTORIZADOR2  PIC X(20)      VALUE SPACES.
       77  WRK-DUPLA-ACESSO  PIC 9(02)      VALUE ZEROS.
           88 DUPLA-ADM-OU-SUPERVISOR       VALUES 01 02.
       77  WRK-DUPLA-OK      PIC X(01)      VALUE 'S'.
           88 DUPLA-AUTORIZADA              VALUE 'S'.
       77  WRK-IDX-DUPLA     PIC 9(01)      VALUE ZERO.
       77  WRK-PIN           PIC 9(04)      VALUE ZEROS.
       77  WRK-PIN-SEGUNDO   PIC 9(04)      VALUE ZEROS.
       77  WRK-TRAVA-OK      PIC X(01)      VALUE 'N'.
           88 TRAVAS-OBTIDAS                VALUE 'S'.
       77  WRK-IDX-TRAVA     PIC 9(01)      VALUE ZERO.
       77  WRK-QTD-TRAVAS    PIC 9(01)      VALUE ZERO.
       01  WRK-TAB-TRAVAS.
           05 FILLER         PIC X(14)      VALUE 'CPF-MASTER'.
           05 FILLER         PIC X(14)      VALUE 'EMP-MASTER'.
           05 FILLER         PIC X(14)      VALUE 'YTD-SAL'.
       01  WRK-TAB-TRAVAS-R REDEFINES WRK-TAB-TRAVAS.
           05 WRK-TRAVA-ARQ  OCCURS 3 TIMES PIC X(14).
      *
      * Vinculos do titular em EMP-MASTER (ate 5) e nomes pelos quais
      * ele aparece nos mestres e nas correcoes (ate 10).
       01  WRK-TAB-IDS.
           05 WRK-ID-ENT OCCURS 5 TIMES.
              10 WRK-ID-ID          PIC X(06).
              10 WRK-ID-ATIVO       PIC X(01).
              10 WRK-ID-TEM-YTD     PIC X(01).
              10 WRK-ID-SITUACAO    PIC X(12).
       01  WRK-TAB-NOMES.
           05 WRK-NM-NOME OCCURS 10 TIMES PIC X(20).
      *
      * Data de hoje e conversao de datas em dias absolutos, como em
      * PURGA-DADOS, para a idade da ultima folha do titular.
       01  WRK-DATA-EXEC.
           05 WRK-ANO-EXEC      PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-EXEC      PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-EXEC      PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV      PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV      PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV      PIC 9(02)     VALUE ZEROS.
       01  WRK-DATA-CONV-NUM REDEFINES WRK-DATA-CONV PIC 9(08).
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO         PIC X(01)      VALUE 'N'.
           88 ANO-BISSEXTO                     VALUE 'S'.
       77  WRK-RESTO4           PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400         PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC             PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT     PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV  PIC 9(08) COMP VALUE ZERO.
       77  WRK-DIAS-HOJE        PIC 9(08) COMP VALUE ZERO.
       77  WRK-IDADE-DIAS       PIC S9(08) COMP VALUE ZERO.
      *
      * Linha da situacao de retencao: arquivo, chave, acao e motivo.
       01  WRK-RET.
           05 WRK-RET-ARQUIVO       PIC X(13).
           05 WRK-RET-CHAVE         PIC X(20).
           05 WRK-RET-ACAO          PIC X(13).
           05 WRK-RET-MOTIVO        PIC X(34).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              GOBACK
           END-IF.
           PERFORM 2000-LOCALIZAR-TITULAR THRU 2000-EXIT.
           PERFORM 3000-AVALIAR-RETENCAO THRU 3000-EXIT.
           IF ANONIMIZACAO
              PERFORM 4000-AUTORIZAR-DUPLA THRU 4000-EXIT
              IF DUPLA-AUTORIZADA
                 PERFORM 4700-REGISTRAR-TRAVAS THRU 4700-EXIT
              END-IF
              IF DUPLA-AUTORIZADA AND TRAVAS-OBTIDAS
                 PERFORM 5000-ANONIMIZAR THRU 5000-EXIT
                 PERFORM 4800-LIBERAR-TRAVAS THRU 4800-EXIT
              ELSE
                 IF DUPLA-AUTORIZADA
                    DISPLAY 'MESTRE EM USO POR OUTRO JOB - '
                            'ANONIMIZACAO ABORTADA'
                 ELSE
                    DISPLAY 'DUPLA AUTORIZACAO NAO CONCEDIDA - '
                            'ANONIMIZACAO ABORTADA'
                 END-IF
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           PERFORM 6000-IMPRIMIR-RETENCAO THRU 6000-EXIT.
           PERFORM 7000-FINALIZAR THRU 7000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - CPF e modo do PARM (CPF=nnnnnnnnnnn e,
      * opcionalmente, ,ANONIMIZA=S); sem CPF no PARM, pede no console.
      * O CPF precisa passar pelo digito verificador (VALIDA-CPF). Le
      * o prazo de guarda de salarios de PARM-RET e abre o relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'CPF='
              MOVE WRK-PARM-JCL-TEXTO(5:11) TO WRK-CPF-TXT
              IF WRK-PARM-JCL-TEXTO(16:12) = ',ANONIMIZA=S'
                 SET ANONIMIZACAO TO TRUE
              END-IF
           ELSE
              DISPLAY 'CPF DO TITULAR (11 DIGITOS): '
              ACCEPT WRK-CPF-TXT FROM CONSOLE
           END-IF.
           IF WRK-CPF-TXT IS NOT NUMERIC
              DISPLAY 'CPF INVALIDO: ' WRK-CPF-TXT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           MOVE WRK-CPF-TXT TO WRK-CPF VC-CPF.
           CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK.
           IF NOT VC-CPF-VALIDO
              DISPLAY 'CPF COM DIGITO VERIFICADOR INVALIDO: ' WRK-CPF
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PARM-RET-IN.
           IF WRK-PARM-STATUS = '00'
              READ PARM-RET-IN
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE PARM-RET-DIAS-SAL TO WRK-DIAS-RET-SAL
              END-READ
              CLOSE PARM-RET-IN
           END-IF.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CONV.
           PERFORM 1200-CONVERTER-DATA-EM-DIAS THRU 1200-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           OPEN OUTPUT TITULAR-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO TITULAR-REPORT-REC.
           WRITE TITULAR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RELATORIO DO TITULAR DE DADOS (LGPD)  CPF: '
                  DELIMITED BY SIZE
                  WRK-CPF       DELIMITED BY SIZE
                  '  EM: '      DELIMITED BY SIZE
                  WRK-DATA-EXEC DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           IF ANONIMIZACAO
              MOVE 'MODO: ANONIMIZACAO (DUPLA AUTORIZACAO)' TO WRK-LINHA
           ELSE
              MOVE 'MODO: RELATORIO (NADA E ALTERADO)' TO WRK-LINHA
           END-IF.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-VERIFICAR-BISSEXTO / 1200-CONVERTER-DATA-EM-DIAS - Mesma
      * conta de PURGA-DADOS: a data de WRK-DATA-CONV em dias absolutos
      * (WRK-DIAS-TOTAL-CONV), com os bissextos dos anos anteriores e o
      * 29 de fevereiro do proprio ano.
      *****************************************************************
       1100-VERIFICAR-BISSEXTO.
           MOVE 'N' TO WRK-BISSEXTO.
           DIVIDE WRK-ANO-CONV BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           DIVIDE WRK-ANO-CONV BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           DIVIDE WRK-ANO-CONV BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           IF (WRK-RESTO4 = 0 AND WRK-RESTO100 NOT = 0)
                              OR WRK-RESTO400 = 0
              MOVE 'S' TO WRK-BISSEXTO
           END-IF.
       1100-EXIT.
           EXIT.

       1200-CONVERTER-DATA-EM-DIAS.
           PERFORM 1100-VERIFICAR-BISSEXTO THRU 1100-EXIT.
           COMPUTE WRK-DIAS-TOTAL-CONV =
               (WRK-ANO-CONV * 365) + WRK-DIAS-ACUM(WRK-MES-CONV)
                                     + WRK-DIA-CONV.
           COMPUTE WRK-ANO-CONV-ANT = WRK-ANO-CONV - 1.
           DIVIDE WRK-ANO-CONV-ANT BY 4
               GIVING WRK-QUOC REMAINDER WRK-RESTO4.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 100
               GIVING WRK-QUOC REMAINDER WRK-RESTO100.
           SUBTRACT WRK-QUOC FROM WRK-DIAS-TOTAL-CONV.
           DIVIDE WRK-ANO-CONV-ANT BY 400
               GIVING WRK-QUOC REMAINDER WRK-RESTO400.
           ADD WRK-QUOC TO WRK-DIAS-TOTAL-CONV.
           IF WRK-MES-CONV > 2 AND ANO-BISSEXTO
              ADD 1 TO WRK-DIAS-TOTAL-CONV
           END-IF.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * 2000-LOCALIZAR-TITULAR - Procura o titular em cada arquivo, na
      * ordem em que um achado alimenta o seguinte: CPF-MASTER e
      * EMP-MASTER (pelo CPF) dao os nomes e os IDs; CORR-CPF-LOG da
      * os nomes antigos; YTD-SAL e PAY-HIST vem pelos IDs (PAY-HIST
      * antigo, sem ID, pelo nome); CORR-LOG e AUDIT-LOG pelos nomes.
      *****************************************************************
       2000-LOCALIZAR-TITULAR.
           PERFORM 2100-PROCURAR-CPF-MASTER THRU 2100-EXIT.
           PERFORM 2200-PROCURAR-EMP-MASTER THRU 2200-EXIT.
           PERFORM 2300-PROCURAR-CORR-CPF THRU 2300-EXIT.
           PERFORM 2400-PROCURAR-YTD-SAL THRU 2400-EXIT.
           PERFORM 2500-PROCURAR-PAY-HIST THRU 2500-EXIT.
           PERFORM 2600-PROCURAR-CORR-LOG THRU 2600-EXIT.
           PERFORM 2700-PROCURAR-AUDIT-LOG THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

       2100-PROCURAR-CPF-MASTER.
           MOVE '--- CPF-MASTER' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS NOT = '00'
              MOVE 'CADASTRO AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2100-EXIT
           END-IF.
           MOVE WRK-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  MOVE 'CPF NAO CADASTRADO' TO WRK-LINHA
               NOT INVALID KEY
                  SET ACHOU-CPF-MASTER TO TRUE
                  MOVE CM-NOME TO WRK-NOME
                  PERFORM 8100-GUARDAR-NOME THRU 8100-EXIT
                  STRING 'NOME: '         DELIMITED BY SIZE
                         CM-NOME          DELIMITED BY SIZE
                         '  CADASTRO: '   DELIMITED BY SIZE
                         CM-DATA-CADASTRO DELIMITED BY SIZE
                         '  STATUS: '     DELIMITED BY SIZE
                         CM-STATUS        DELIMITED BY SIZE
                         INTO WRK-LINHA
                  END-STRING
           END-READ.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           CLOSE CPF-MASTER.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 2200-PROCURAR-EMP-MASTER - EMP-MASTER nao tem chave pelo CPF:
      * varre o cadastro e guarda cada vinculo do titular (ID, nome e
      * se esta ativo), com a conta bancaria de credito do salario.
      *****************************************************************
       2200-PROCURAR-EMP-MASTER.
           MOVE '--- EMP-MASTER' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              MOVE 'CADASTRO AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE LOW-VALUES TO EM-ID.
           START EMP-MASTER KEY IS NOT LESS THAN EM-ID
               INVALID KEY SET FIM-ARQ TO TRUE
           END-START.
           PERFORM 2210-LER-EMP THRU 2210-EXIT.
           PERFORM UNTIL FIM-ARQ
              IF EM-CPF = WRK-CPF
                 PERFORM 2220-GUARDAR-VINCULO THRU 2220-EXIT
              END-IF
              PERFORM 2210-LER-EMP THRU 2210-EXIT
           END-PERFORM.
           CLOSE EMP-MASTER.
           IF WRK-QTD-IDS = 0
              MOVE 'NENHUM VINCULO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-LER-EMP.
           READ EMP-MASTER NEXT RECORD
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

       2220-GUARDAR-VINCULO.
           STRING 'ID: '          DELIMITED BY SIZE
                  EM-ID           DELIMITED BY SIZE
                  '  NOME: '      DELIMITED BY SIZE
                  EM-NOME         DELIMITED BY SIZE
                  '  STATUS: '    DELIMITED BY SIZE
                  EM-STATUS       DELIMITED BY SIZE
                  '  ADMISSAO: '  DELIMITED BY SIZE
                  EM-DATA-ADMISSAO DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           STRING '    BANCO: '   DELIMITED BY SIZE
                  EM-BANCO        DELIMITED BY SIZE
                  '  AGENCIA: '   DELIMITED BY SIZE
                  EM-AGENCIA      DELIMITED BY SIZE
                  '  CONTA: '     DELIMITED BY SIZE
                  EM-CONTA        DELIMITED BY SIZE
                  '-'             DELIMITED BY SIZE
                  EM-CONTA-DV     DELIMITED BY SIZE
                  '  TIPO: '      DELIMITED BY SIZE
                  EM-TIPO-CONTA   DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           MOVE EM-NOME TO WRK-NOME.
           PERFORM 8100-GUARDAR-NOME THRU 8100-EXIT.
           IF WRK-QTD-IDS >= 5
              MOVE '    VINCULO ALEM DE 5 - NAO TRATADO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              ADD 1 TO WRK-QTD-ERROS
              GO TO 2220-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-IDS.
           MOVE EM-ID TO WRK-ID-ID(WRK-QTD-IDS).
           MOVE 'N'   TO WRK-ID-ATIVO(WRK-QTD-IDS)
                         WRK-ID-TEM-YTD(WRK-QTD-IDS).
           MOVE SPACES TO WRK-ID-SITUACAO(WRK-QTD-IDS).
           IF EM-ATIVO
              MOVE 'S' TO WRK-ID-ATIVO(WRK-QTD-IDS)
              SET VINCULO-ATIVO TO TRUE
           END-IF.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * 2300-PROCURAR-CORR-CPF - Correcoes de nome registradas para o
      * CPF; o nome antigo entra na lista de nomes do titular.
      *****************************************************************
       2300-PROCURAR-CORR-CPF.
           MOVE '--- CORR-CPF-LOG (CORRECOES DE NOME DO CPF)'
               TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT CORR-CPF-LOG.
           IF WRK-LOG-STATUS NOT = '00'
              MOVE 'LOG AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2310-LER-CORR-CPF THRU 2310-EXIT.
           PERFORM UNTIL FIM-ARQ
              IF CC-CPF = WRK-CPF
                 ADD 1 TO WRK-QTD-CORR-CPF
                 STRING CC-DATA        DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        CC-HORA        DELIMITED BY SIZE
                        '  DE: '       DELIMITED BY SIZE
                        CC-NOME-ANTIGO DELIMITED BY SIZE
                        ' PARA: '      DELIMITED BY SIZE
                        CC-NOME-NOVO   DELIMITED BY SIZE
                        INTO WRK-LINHA
                 END-STRING
                 PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
                 MOVE CC-NOME-ANTIGO TO WRK-NOME
                 PERFORM 8100-GUARDAR-NOME THRU 8100-EXIT
                 MOVE CC-NOME-NOVO TO WRK-NOME
                 PERFORM 8100-GUARDAR-NOME THRU 8100-EXIT
              END-IF
              PERFORM 2310-LER-CORR-CPF THRU 2310-EXIT
           END-PERFORM.
           CLOSE CORR-CPF-LOG.
           IF WRK-QTD-CORR-CPF = 0
              MOVE 'NENHUMA CORRECAO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       2300-EXIT.
           EXIT.

       2310-LER-CORR-CPF.
           READ CORR-CPF-LOG
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * 2400-PROCURAR-YTD-SAL - Acumulado do ano de cada vinculo, pelo
      * ID; a data da ultima atualizacao conta para o prazo de guarda.
      *****************************************************************
       2400-PROCURAR-YTD-SAL.
           MOVE '--- YTD-SAL (ACUMULADO DO ANO)' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT YTD-SAL-FILE.
           IF WRK-YTD-STATUS NOT = '00'
              MOVE 'ARQUIVO AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-LER-YTD THRU 2410-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-IDS.
           CLOSE YTD-SAL-FILE.
       2400-EXIT.
           EXIT.

       2410-LER-YTD.
           MOVE WRK-ID-ID(WRK-IDX) TO YS-ID.
           READ YTD-SAL-FILE
               INVALID KEY
                  GO TO 2410-EXIT
           END-READ.
           MOVE 'S' TO WRK-ID-TEM-YTD(WRK-IDX).
           MOVE YS-TOTAL-BRL TO WRK-VALOR-ED.
           STRING 'ID: '              DELIMITED BY SIZE
                  YS-ID               DELIMITED BY SIZE
                  '  NOME: '          DELIMITED BY SIZE
                  YS-NOME             DELIMITED BY SIZE
                  '  BRL: '           DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
                  '  ATUALIZ.: '      DELIMITED BY SIZE
                  YS-DATA-ULT-ATUALIZACAO DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           IF YS-DATA-ULT-ATUALIZACAO > WRK-DATA-FOLHA
              MOVE YS-DATA-ULT-ATUALIZACAO TO WRK-DATA-FOLHA
           END-IF.
       2410-EXIT.
           EXIT.

      *****************************************************************
      * 2500-PROCURAR-PAY-HIST - Cada pagamento do historico da folha
      * dos IDs do titular; lancamento antigo, sem ID, e achado pelo
      * nome. A competencia mais recente conta para o prazo de guarda
      * (a do 13o, AAAA13, vale como dezembro).
      *****************************************************************
       2500-PROCURAR-PAY-HIST.
           MOVE '--- PAY-HIST (HISTORICO DA FOLHA)' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT PAY-HIST.
           IF WRK-PH-STATUS NOT = '00'
              MOVE 'ARQUIVO AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2500-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2510-LER-PAY-HIST THRU 2510-EXIT.
           PERFORM UNTIL FIM-ARQ
              PERFORM 2520-CONFERIR-PAGAMENTO THRU 2520-EXIT
              PERFORM 2510-LER-PAY-HIST THRU 2510-EXIT
           END-PERFORM.
           CLOSE PAY-HIST.
           IF WRK-QTD-PH = 0
              MOVE 'NENHUM PAGAMENTO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       2500-EXIT.
           EXIT.

       2510-LER-PAY-HIST.
           READ PAY-HIST
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.

       2520-CONFERIR-PAGAMENTO.
           MOVE 'N' TO WRK-POR-NOME.
           MOVE ZERO TO WRK-IDX-ACHADO.
           IF PH-ID NOT = SPACES
              PERFORM 2530-PROCURAR-ID THRU 2530-EXIT
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-IDS OR WRK-IDX-ACHADO > 0
           ELSE
              MOVE PH-NOME TO WRK-NOME
              PERFORM 8200-PROCURAR-NOME THRU 8200-EXIT
              IF WRK-IDX-ACHADO > 0
                 SET ACHADO-POR-NOME TO TRUE
              END-IF
           END-IF.
           IF WRK-IDX-ACHADO = 0
              GO TO 2520-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PH.
           MOVE PH-VALOR TO WRK-VALOR-ED.
           STRING 'COMPETENCIA: ' DELIMITED BY SIZE
                  PH-COMPETENCIA  DELIMITED BY SIZE
                  '  ID: '        DELIMITED BY SIZE
                  PH-ID           DELIMITED BY SIZE
                  '  VALOR: '     DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PH-MOEDA        DELIMITED BY SIZE
                  '  TIPO: '      DELIMITED BY SIZE
                  PH-TIPO         DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           IF ACHADO-POR-NOME
              MOVE 'POR NOME' TO WRK-LINHA(73:8)
           END-IF.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           IF PH-COMPETENCIA(5:2) > '12'
              COMPUTE WRK-DATA-FOLHA-PH =
                  (PH-COMPETENCIA - 1) * 100 + 31
           ELSE
              COMPUTE WRK-DATA-FOLHA-PH = PH-COMPETENCIA * 100 + 28
           END-IF.
           IF WRK-DATA-FOLHA-PH > WRK-DATA-FOLHA
              MOVE WRK-DATA-FOLHA-PH TO WRK-DATA-FOLHA
           END-IF.
       2520-EXIT.
           EXIT.

       2530-PROCURAR-ID.
           IF WRK-ID-ID(WRK-IDX) = PH-ID
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       2530-EXIT.
           EXIT.

      *****************************************************************
      * 2600-PROCURAR-CORR-LOG - Correcoes de nome do acumulado da
      * folha em que o nome antigo ou o novo e um dos nomes do titular.
      *****************************************************************
       2600-PROCURAR-CORR-LOG.
           MOVE '--- CORR-LOG (CORRECOES DE NOME DA FOLHA)'
               TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT CORR-LOG.
           IF WRK-LOG-STATUS NOT = '00'
              MOVE 'LOG AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2610-LER-CORR-LOG THRU 2610-EXIT.
           PERFORM UNTIL FIM-ARQ
              MOVE CL-NOME-ANTIGO TO WRK-NOME
              PERFORM 8200-PROCURAR-NOME THRU 8200-EXIT
              IF WRK-IDX-ACHADO = 0
                 MOVE CL-NOME-NOVO TO WRK-NOME
                 PERFORM 8200-PROCURAR-NOME THRU 8200-EXIT
              END-IF
              IF WRK-IDX-ACHADO > 0
                 ADD 1 TO WRK-QTD-CORR-LOG
                 STRING CL-DATA        DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        CL-HORA        DELIMITED BY SIZE
                        '  DE: '       DELIMITED BY SIZE
                        CL-NOME-ANTIGO DELIMITED BY SIZE
                        ' PARA: '      DELIMITED BY SIZE
                        CL-NOME-NOVO   DELIMITED BY SIZE
                        INTO WRK-LINHA
                 END-STRING
                 MOVE 'POR NOME' TO WRK-LINHA(73:8)
                 PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              END-IF
              PERFORM 2610-LER-CORR-LOG THRU 2610-EXIT
           END-PERFORM.
           CLOSE CORR-LOG.
           IF WRK-QTD-CORR-LOG = 0
              MOVE 'NENHUMA CORRECAO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       2610-LER-CORR-LOG.
           READ CORR-LOG
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.

      *****************************************************************
      * 2700-PROCURAR-AUDIT-LOG - Registros da trilha de auditoria em
      * nome do titular (quando ele e tambem operador do sistema).
      *****************************************************************
       2700-PROCURAR-AUDIT-LOG.
           MOVE '--- AUDIT-LOG (TRILHA DE AUDITORIA)' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT AUDIT-LOG.
           IF WRK-LOG-STATUS NOT = '00'
              MOVE 'LOG AUSENTE' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              GO TO 2700-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2710-LER-AUDIT THRU 2710-EXIT.
           PERFORM UNTIL FIM-ARQ
              MOVE AL-NOME TO WRK-NOME
              PERFORM 8200-PROCURAR-NOME THRU 8200-EXIT
              IF WRK-IDX-ACHADO > 0
                 ADD 1 TO WRK-QTD-AUDIT
                 STRING AL-DATA        DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        AL-HORA        DELIMITED BY SIZE
                        '  '           DELIMITED BY SIZE
                        AL-NOME        DELIMITED BY SIZE
                        ' '            DELIMITED BY SIZE
                        AL-RESULTADO   DELIMITED BY SIZE
                        INTO WRK-LINHA
                 END-STRING
                 MOVE 'POR NOME' TO WRK-LINHA(73:8)
                 PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              END-IF
              PERFORM 2710-LER-AUDIT THRU 2710-EXIT
           END-PERFORM.
           CLOSE AUDIT-LOG.
           IF WRK-QTD-AUDIT = 0
              MOVE 'NENHUM REGISTRO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       2700-EXIT.
           EXIT.

       2710-LER-AUDIT.
           READ AUDIT-LOG
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       2710-EXIT.
           EXIT.

      *****************************************************************
      * 3000-AVALIAR-RETENCAO - Guarda legal dos mestres: vinculo
      * ativo segura tudo; sem ele, a ultima folha do titular dentro
      * do prazo de guarda de salarios (PARM-RET) segura CPF-MASTER,
      * EMP-MASTER e YTD-SAL.
      *****************************************************************
       3000-AVALIAR-RETENCAO.
           IF VINCULO-ATIVO OR WRK-DATA-FOLHA = ZEROS
              GO TO 3000-EXIT
           END-IF.
           MOVE WRK-DATA-FOLHA TO WRK-DATA-CONV-NUM.
           PERFORM 1200-CONVERTER-DATA-EM-DIAS THRU 1200-EXIT.
           COMPUTE WRK-IDADE-DIAS = WRK-DIAS-HOJE - WRK-DIAS-TOTAL-CONV.
           IF WRK-IDADE-DIAS NOT > WRK-DIAS-RET-SAL
              SET GUARDA-FOLHA TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-AUTORIZAR-DUPLA - Como em PURGA-DADOS: dois operadores
      * distintos com papel ADM ou SUPERVISOR em USER-REG e o PIN
      * individual do segundo.
      *****************************************************************
       4000-AUTORIZAR-DUPLA.
           MOVE 'S' TO WRK-DUPLA-OK.
           DISPLAY 'ANONIMIZACAO DO TITULAR EXIGE DUPLA AUTORIZACAO'.
           DISPLAY 'NOME DO PRIMEIRO AUTORIZADOR (ADM/SUPERVISOR): '.
           ACCEPT WRK-AUTORIZADOR1 FROM CONSOLE.
           DISPLAY 'NOME DO SEGUNDO AUTORIZADOR (ADM/SUPERVISOR): '.
           ACCEPT WRK-AUTORIZADOR2 FROM CONSOLE.
           IF WRK-AUTORIZADOR1 = WRK-AUTORIZADOR2
              MOVE 'N' TO WRK-DUPLA-OK
              DISPLAY 'OS DOIS AUTORIZADORES PRECISAM SER DIFERENTES'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-CONFERIR-AUTORIZADOR THRU 4100-EXIT
              VARYING WRK-IDX-DUPLA FROM 1 BY 1
              UNTIL WRK-IDX-DUPLA > 2.
           IF DUPLA-AUTORIZADA
              PERFORM 4200-CONFERIR-PIN-SEGUNDO THRU 4200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CONFERIR-AUTORIZADOR.
           IF WRK-IDX-DUPLA = 1
              MOVE WRK-AUTORIZADOR1 TO UR-NOME
           ELSE
              MOVE WRK-AUTORIZADOR2 TO UR-NOME
           END-IF.
           OPEN INPUT USER-REG.
           IF WRK-UR-STATUS NOT = '00'
              MOVE 'N' TO WRK-DUPLA-OK
              GO TO 4100-EXIT
           END-IF.
           READ USER-REG
               INVALID KEY
                  MOVE 'N' TO WRK-DUPLA-OK
               NOT INVALID KEY
                  MOVE UR-ACESSO TO WRK-DUPLA-ACESSO
                  IF NOT DUPLA-ADM-OU-SUPERVISOR
                     MOVE 'N' TO WRK-DUPLA-OK
                  END-IF
           END-READ.
           CLOSE USER-REG.
       4100-EXIT.
           EXIT.

       4200-CONFERIR-PIN-SEGUNDO.
           MOVE ZEROS TO WRK-PIN-SEGUNDO.
           MOVE WRK-AUTORIZADOR2 TO UR-NOME.
           OPEN INPUT USER-REG.
           IF WRK-UR-STATUS = '00'
              READ USER-REG
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF UR-PIN IS NUMERIC
                        MOVE UR-PIN TO WRK-PIN-SEGUNDO
                     END-IF
              END-READ
              CLOSE USER-REG
           END-IF.
           IF WRK-PIN-SEGUNDO = ZEROS
              MOVE 'N' TO WRK-DUPLA-OK
              DISPLAY 'SEGUNDO AUTORIZADOR SEM PIN INDIVIDUAL '
                      'DEFINIDO - ANONIMIZACAO NEGADA'
              GO TO 4200-EXIT
           END-IF.
           DISPLAY 'PIN INDIVIDUAL DO SEGUNDO AUTORIZADOR: '.
           ACCEPT WRK-PIN FROM CONSOLE.
           IF WRK-PIN NOT = WRK-PIN-SEGUNDO
              MOVE 'N' TO WRK-DUPLA-OK
              DISPLAY 'PIN DO SEGUNDO AUTORIZADOR NAO CONFERE'
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 4700-REGISTRAR-TRAVAS - Marcadores de uso de CPF-MASTER,
      * EMP-MASTER e YTD-SAL (TRAVA-ARQUIVO); um deles em uso devolve
      * os ja obtidos e a anonimizacao nao comeca.
      *****************************************************************
       4700-REGISTRAR-TRAVAS.
           MOVE 'N' TO WRK-TRAVA-OK.
           MOVE ZERO TO WRK-QTD-TRAVAS.
           PERFORM 4710-REGISTRAR-TRAVA THRU 4710-EXIT
              VARYING WRK-IDX-TRAVA FROM 1 BY 1
              UNTIL WRK-IDX-TRAVA > 3
                 OR WRK-QTD-TRAVAS < WRK-IDX-TRAVA - 1.
           IF WRK-QTD-TRAVAS = 3
              SET TRAVAS-OBTIDAS TO TRUE
           ELSE
              PERFORM 4800-LIBERAR-TRAVAS THRU 4800-EXIT
           END-IF.
       4700-EXIT.
           EXIT.

       4710-REGISTRAR-TRAVA.
           MOVE 'R' TO TA-FUNCAO.
           MOVE WRK-TRAVA-ARQ(WRK-IDX-TRAVA) TO TA-ARQUIVO.
           MOVE 'ATENDE-TITULAR' TO TA-JOB.
           MOVE WRK-AUTORIZADOR1 TO TA-OPERADOR.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           IF TA-ARQUIVO-EM-USO
              DISPLAY WRK-TRAVA-ARQ(WRK-IDX-TRAVA) ' EM USO POR '
                      TA-JOB-DONO ' DESDE ' TA-DATA-DONO ' '
                      TA-HORA-DONO
              GO TO 4710-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-TRAVAS.
       4710-EXIT.
           EXIT.

      *****************************************************************
      * 4800-LIBERAR-TRAVAS - Libera os marcadores obtidos.
      *****************************************************************
       4800-LIBERAR-TRAVAS.
           PERFORM 4810-LIBERAR-TRAVA THRU 4810-EXIT
              VARYING WRK-IDX-TRAVA FROM 1 BY 1
              UNTIL WRK-IDX-TRAVA > WRK-QTD-TRAVAS.
       4800-EXIT.
           EXIT.

       4810-LIBERAR-TRAVA.
           MOVE 'L' TO TA-FUNCAO.
           MOVE WRK-TRAVA-ARQ(WRK-IDX-TRAVA) TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
       4810-EXIT.
           EXIT.

      *****************************************************************
      * 5000-ANONIMIZAR - Sem guarda legal: exclui o CPF de CPF-MASTER
      * e troca nome, CPF e conta de cada vinculo em EMP-MASTER e o
      * nome em YTD-SAL, mantendo os IDs que o historico da folha
      * referencia. Registra a anonimizacao na trilha de auditoria.
      *****************************************************************
       5000-ANONIMIZAR.
           IF VINCULO-ATIVO OR GUARDA-FOLHA
              GO TO 5000-EXIT
           END-IF.
           IF ACHOU-CPF-MASTER
              OPEN I-O CPF-MASTER
              MOVE WRK-CPF TO CM-CPF
              DELETE CPF-MASTER RECORD
                  INVALID KEY
                     ADD 1 TO WRK-QTD-ERROS
                  NOT INVALID KEY
                     SET CPF-EXCLUIDO TO TRUE
                     ADD 1 TO WRK-QTD-ANONIMIZADOS
              END-DELETE
              CLOSE CPF-MASTER
           END-IF.
           IF WRK-QTD-IDS > 0
              OPEN I-O EMP-MASTER
              OPEN I-O YTD-SAL-FILE
              PERFORM 5100-ANONIMIZAR-VINCULO THRU 5100-EXIT
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-IDS
              CLOSE EMP-MASTER
              CLOSE YTD-SAL-FILE
           END-IF.
           MOVE 'G' TO GA-FUNCAO.
           MOVE WRK-AUTORIZADOR1 TO GA-NOME.
           MOVE 'ANONIMIZACAO LGPD' TO GA-RESULTADO.
           CALL 'GRAVA-AUDIT' USING GRAVA-AUDIT-LNK.
       5000-EXIT.
           EXIT.

       5100-ANONIMIZAR-VINCULO.
           MOVE WRK-ID-ID(WRK-IDX) TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  MOVE 'ERRO' TO WRK-ID-SITUACAO(WRK-IDX)
                  ADD 1 TO WRK-QTD-ERROS
                  GO TO 5100-EXIT
           END-READ.
           MOVE WRK-TEXTO-ANONIMO TO EM-NOME.
           MOVE ZEROS TO EM-CPF EM-BANCO EM-AGENCIA EM-CONTA.
           MOVE SPACES TO EM-CONTA-DV EM-TIPO-CONTA.
           MOVE 'I' TO EM-STATUS.
           REWRITE EMP-MASTER-REC
               INVALID KEY
                  MOVE 'ERRO' TO WRK-ID-SITUACAO(WRK-IDX)
                  ADD 1 TO WRK-QTD-ERROS
                  GO TO 5100-EXIT
           END-REWRITE.
           MOVE 'ANONIMIZADO' TO WRK-ID-SITUACAO(WRK-IDX).
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
           IF WRK-ID-TEM-YTD(WRK-IDX) NOT = 'S'
              GO TO 5100-EXIT
           END-IF.
           MOVE WRK-ID-ID(WRK-IDX) TO YS-ID.
           READ YTD-SAL-FILE
               INVALID KEY
                  MOVE 'N' TO WRK-ID-TEM-YTD(WRK-IDX)
                  ADD 1 TO WRK-QTD-ERROS
                  GO TO 5100-EXIT
           END-READ.
           MOVE WRK-TEXTO-ANONIMO TO YS-NOME.
           REWRITE YTD-SAL-REC
               INVALID KEY
                  MOVE 'N' TO WRK-ID-TEM-YTD(WRK-IDX)
                  ADD 1 TO WRK-QTD-ERROS
                  GO TO 5100-EXIT
           END-REWRITE.
           MOVE 'A' TO WRK-ID-TEM-YTD(WRK-IDX).
           ADD 1 TO WRK-QTD-ANONIMIZADOS.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-IMPRIMIR-RETENCAO - Situacao de cada registro achado:
      * ANONIMIZAVEL (so relatorio), ANONIMIZADO/EXCLUIDO, NAO ALTERADO
      * (autorizacao negada ou falha) ou MANTIDO, com o motivo.
      *****************************************************************
       6000-IMPRIMIR-RETENCAO.
           MOVE '--- SITUACAO DE RETENCAO' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           IF ACHOU-CPF-MASTER
              MOVE 'CPF-MASTER' TO WRK-RET-ARQUIVO
              MOVE WRK-CPF TO WRK-RET-CHAVE
              IF CPF-EXCLUIDO
                 MOVE 'EXCLUIDO' TO WRK-RET-ACAO
                 MOVE SPACES TO WRK-RET-MOTIVO
              ELSE
                 PERFORM 6100-ACAO-MESTRE THRU 6100-EXIT
              END-IF
              PERFORM 6900-GRAVAR-RETENCAO THRU 6900-EXIT
           END-IF.
           PERFORM 6200-RETENCAO-VINCULO THRU 6200-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-IDS.
           IF WRK-QTD-PH > 0
              MOVE 'PAY-HIST' TO WRK-RET-ARQUIVO
              MOVE WRK-QTD-PH TO WRK-QTD-ED
              MOVE SPACES TO WRK-RET-CHAVE
              STRING WRK-QTD-ED ' PAGAMENTOS' DELIMITED BY SIZE
                     INTO WRK-RET-CHAVE
              END-STRING
              MOVE 'MANTIDO' TO WRK-RET-ACAO
              MOVE 'FOLHA PAGA - OBRIGACAO LEGAL' TO WRK-RET-MOTIVO
              PERFORM 6900-GRAVAR-RETENCAO THRU 6900-EXIT
           END-IF.
           IF WRK-QTD-CORR-CPF > 0
              MOVE 'CORR-CPF-LOG' TO WRK-RET-ARQUIVO
              MOVE WRK-QTD-CORR-CPF TO WRK-QTD-ED
              PERFORM 6300-RETENCAO-LOG THRU 6300-EXIT
           END-IF.
           IF WRK-QTD-CORR-LOG > 0
              MOVE 'CORR-LOG' TO WRK-RET-ARQUIVO
              MOVE WRK-QTD-CORR-LOG TO WRK-QTD-ED
              PERFORM 6300-RETENCAO-LOG THRU 6300-EXIT
           END-IF.
           IF WRK-QTD-AUDIT > 0
              MOVE 'AUDIT-LOG' TO WRK-RET-ARQUIVO
              MOVE WRK-QTD-AUDIT TO WRK-QTD-ED
              MOVE SPACES TO WRK-RET-CHAVE
              STRING WRK-QTD-ED ' REGISTROS' DELIMITED BY SIZE
                     INTO WRK-RET-CHAVE
              END-STRING
              MOVE 'MANTIDO' TO WRK-RET-ACAO
              MOVE 'TRILHA ENCADEADA DE AUDITORIA' TO WRK-RET-MOTIVO
              PERFORM 6900-GRAVAR-RETENCAO THRU 6900-EXIT
           END-IF.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-ACAO-MESTRE - Acao e motivo de um mestre do titular que
      * nao foi anonimizado.
      *****************************************************************
       6100-ACAO-MESTRE.
           MOVE SPACES TO WRK-RET-MOTIVO.
           EVALUATE TRUE
              WHEN VINCULO-ATIVO
                 MOVE 'MANTIDO' TO WRK-RET-ACAO
                 MOVE 'VINCULO EMPREGATICIO ATIVO' TO WRK-RET-MOTIVO
              WHEN GUARDA-FOLHA
                 MOVE 'MANTIDO' TO WRK-RET-ACAO
                 STRING 'PRAZO DE GUARDA DA FOLHA (' DELIMITED BY SIZE
                        WRK-DATA-FOLHA              DELIMITED BY SIZE
                        ')'                         DELIMITED BY SIZE
                        INTO WRK-RET-MOTIVO
                 END-STRING
              WHEN ANONIMIZACAO
                 MOVE 'NAO ALTERADO' TO WRK-RET-ACAO
              WHEN OTHER
                 MOVE 'ANONIMIZAVEL' TO WRK-RET-ACAO
           END-EVALUATE.
       6100-EXIT.
           EXIT.

       6200-RETENCAO-VINCULO.
           MOVE 'EMP-MASTER' TO WRK-RET-ARQUIVO.
           MOVE SPACES TO WRK-RET-CHAVE.
           STRING 'ID ' WRK-ID-ID(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-RET-CHAVE
           END-STRING.
           IF WRK-ID-SITUACAO(WRK-IDX) = 'ANONIMIZADO'
              MOVE 'ANONIMIZADO' TO WRK-RET-ACAO
              MOVE SPACES TO WRK-RET-MOTIVO
           ELSE
              PERFORM 6100-ACAO-MESTRE THRU 6100-EXIT
           END-IF.
           PERFORM 6900-GRAVAR-RETENCAO THRU 6900-EXIT.
           IF WRK-ID-TEM-YTD(WRK-IDX) = 'N'
              GO TO 6200-EXIT
           END-IF.
           MOVE 'YTD-SAL' TO WRK-RET-ARQUIVO.
           IF WRK-ID-TEM-YTD(WRK-IDX) = 'A'
              MOVE 'ANONIMIZADO' TO WRK-RET-ACAO
              MOVE SPACES TO WRK-RET-MOTIVO
           ELSE
              PERFORM 6100-ACAO-MESTRE THRU 6100-EXIT
           END-IF.
           PERFORM 6900-GRAVAR-RETENCAO THRU 6900-EXIT.
       6200-EXIT.
           EXIT.

       6300-RETENCAO-LOG.
           MOVE SPACES TO WRK-RET-CHAVE.
           STRING WRK-QTD-ED ' CORRECOES' DELIMITED BY SIZE
                  INTO WRK-RET-CHAVE
           END-STRING.
           MOVE 'MANTIDO' TO WRK-RET-ACAO.
           MOVE 'REGISTRO DAS OPERACOES (ART. 37)' TO WRK-RET-MOTIVO.
           PERFORM 6900-GRAVAR-RETENCAO THRU 6900-EXIT.
       6300-EXIT.
           EXIT.

       6900-GRAVAR-RETENCAO.
           MOVE WRK-RET TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       6900-EXIT.
           EXIT.

      *****************************************************************
      * 7000-FINALIZAR - Fecha o relatorio e resume no console. RC 8
      * com falha de gravacao ou vinculo nao tratado; a autorizacao
      * negada ja deixou RC 8.
      *****************************************************************
       7000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGISTROS ANONIMIZADOS: ' DELIMITED BY SIZE
                  WRK-QTD-ANONIMIZADOS       DELIMITED BY SIZE
                  '  FALHAS: '               DELIMITED BY SIZE
                  WRK-QTD-ERROS              DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           CLOSE TITULAR-REPORT.
           DISPLAY 'ATENDIMENTO DO TITULAR CONCLUIDO - ANONIMIZADOS: '
                   WRK-QTD-ANONIMIZADOS ' FALHAS: ' WRK-QTD-ERROS.
           IF WRK-QTD-ERROS > 0
              MOVE 8 TO RETURN-CODE
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-GRAVAR-LINHA - Grava WRK-LINHA no relatorio e a limpa.
      *****************************************************************
       8000-GRAVAR-LINHA.
           MOVE WRK-LINHA TO TITULAR-REPORT-REC.
           WRITE TITULAR-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-GUARDAR-NOME - Acrescenta WRK-NOME a lista de nomes do
      * titular, sem repetir e ignorando nome em branco ou ja
      * anonimizado.
      *****************************************************************
       8100-GUARDAR-NOME.
           IF WRK-NOME = SPACES OR WRK-NOME = WRK-TEXTO-ANONIMO
              GO TO 8100-EXIT
           END-IF.
           PERFORM 8200-PROCURAR-NOME THRU 8200-EXIT.
           IF WRK-IDX-ACHADO > 0 OR WRK-QTD-NOMES >= 10
              GO TO 8100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-NOMES.
           MOVE WRK-NOME TO WRK-NM-NOME(WRK-QTD-NOMES).
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 8200-PROCURAR-NOME - WRK-IDX-ACHADO com a posicao de WRK-NOME
      * na lista de nomes do titular, ou zero.
      *****************************************************************
       8200-PROCURAR-NOME.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 8210-COMPARAR-NOME THRU 8210-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-NOMES OR WRK-IDX-ACHADO > 0.
       8200-EXIT.
           EXIT.

       8210-COMPARAR-NOME.
           IF WRK-NM-NOME(WRK-IDX) = WRK-NOME
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       8210-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de TITULAR-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT TITULAR-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'TITULAR-REPORT' TO AG-RELATORIO.
           MOVE 'ATENDE-TITULAR' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE TITULAR-REPORT-RELIDO.
           MOVE WRK-QTD-IDS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ TITULAR-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE TITULAR-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
