       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEGREGA-FUNCOES.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Relatorio periodico de conflitos de segregacao de
      *           funcoes para a auditoria interna: cruza as trilhas
      *           de quem fez o que com a tabela de pares de acoes
      *           conflitantes de PARM-SOD (Copybooks/PARMSOD.cpy) e
      *           lista em SOD-REPORT cada violacao do mes de
      *           referencia, com a regra, o operador, as duas acoes
      *           com as datas e o registro envolvido. Trilhas lidas:
      *           LOTE-NOTAS-LOG (quem lancou o lote de notas e quem o
      *           liberou ou rejeitou em APROVA-LOTE), RECURSO-LOG
      *           (quem protocolou e quem deferiu o recurso de nota),
      *           ESTORNO-LOG com EMP-MASTER (operador que estornou o
      *           proprio pagamento, pelo nome do favorecido) e
      *           USER-REG com AUDIT-LOG (usuario ativo que tem ou
      *           exerceu no mes dois papeis conflitantes). Trilha
      *           ausente e so avisada no console. Mes de referencia
      *           pelo PARM (MES=AAAAMM); PARM em branco ou invalido
      *           usa o mes corrente. Termina com RC 4 quando ha
      *           alguma violacao. A data de execucao vem da data de
      *           movimento (rotina LE-DATA-MOV), nao do relogio.
      *           Copia de SOD-REPORT guardada no arquivo de relatorios
      *           (rotina ARQUIVA-RELATORIO), com os totais de controle,
      *           para consulta e reimpressao pela opcao 43 do menu
      *           (CONSULTA-RELATORIO).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-SOD ASSIGN TO "PARM-SOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PS-STATUS.
           SELECT LOTE-NOTAS-LOG ASSIGN TO "LOTE-NOTAS-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-LL-STATUS.
           SELECT RECURSO-LOG ASSIGN TO "RECURSO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RN-STATUS.
           SELECT ESTORNO-LOG ASSIGN TO "ESTORNO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-EL-STATUS.
           SELECT EMP-MASTER ASSIGN TO "EMP-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT USER-REG ASSIGN TO "USER-REG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UR-NOME
               FILE STATUS IS WRK-UR-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-AUDIT-STATUS.
           SELECT SOD-REPORT ASSIGN TO "SOD-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SOD-REPORT-RELIDO ASSIGN TO "SOD-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-SOD
           RECORD CONTAINS 80 CHARACTERS.
           COPY PARMSOD.

       FD  LOTE-NOTAS-LOG
           RECORD CONTAINS 80 CHARACTERS.
           COPY LOTELOG.

       FD  RECURSO-LOG
           RECORD CONTAINS 138 CHARACTERS.
           COPY RECNOTA.

       FD  ESTORNO-LOG
           RECORD CONTAINS 59 CHARACTERS.
           COPY ESTLOG.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  USER-REG.
           COPY USERREG.

       FD  AUDIT-LOG
           RECORD CONTAINS 71 CHARACTERS.
           COPY AUDITLOG.

       FD  SOD-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SOD-REPORT-REC           PIC X(80).

       FD  SOD-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  SOD-REPORT-RELIDO-REC    PIC X(80).
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
       77  WRK-PS-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-LL-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-RN-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EL-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-UR-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-AUDIT-STATUS   PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQUIVO    PIC X(01)      VALUE 'N'.
           88 FIM-ARQUIVO                    VALUE 'S'.
       77  WRK-TEM-EMP-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-EMP-MASTER                 VALUE 'S'.
       01  WRK-DATA-EXEC      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-EXEC-R REDEFINES WRK-DATA-EXEC.
           05 WRK-MES-EXEC    PIC 9(06).
           05 FILLER          PIC 9(02).
       77  WRK-MES-REF        PIC 9(06)      VALUE ZEROS.
       77  WRK-IDX            PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO     PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-REGRA      PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-PAPEL      PIC 9(01) COMP VALUE ZERO.
       77  WRK-IDX-P1         PIC 9(01) COMP VALUE ZERO.
       77  WRK-IDX-P2         PIC 9(01) COMP VALUE ZERO.
       77  WRK-QTD-REGRAS     PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-USUARIOS   PIC 9(03) COMP VALUE ZERO.
       77  WRK-QTD-DESCARTADOS PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-LIDOS      PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-VIOLACOES  PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-FONTE      PIC 9(05)      VALUE ZEROS.
       77  WRK-FONTE          PIC X(14)      VALUE SPACES.
       77  WRK-QTD-ED         PIC ZZZZ9      VALUE ZEROS.
       77  WRK-LIDOS-ED       PIC ZZZZZZ9    VALUE ZEROS.
       77  WRK-LINHA          PIC X(80)      VALUE SPACES.
      *
      * Par de acoes em exame, montado por cada trilha e avaliado
      * contra a tabela de regras por 7000-AVALIAR-PAR. As datas sao
      * alfanumericas porque o recebimento do pagamento e datado pela
      * competencia (AAAAMM) e o papel corrente de USER-REG por ATUAL.
       01  WRK-EVENTO.
           05 WRK-EV-OPER-1          PIC X(20).
           05 WRK-EV-ACAO-1          PIC X(14).
           05 WRK-EV-DATA-1          PIC X(08).
           05 WRK-EV-OPER-2          PIC X(20).
           05 WRK-EV-ACAO-2          PIC X(14).
           05 WRK-EV-DATA-2          PIC X(08).
           05 WRK-EV-REGISTRO        PIC X(60).
      *
      * Regras ativas de PARM-SOD, ate 50, com a contagem de violacoes
      * de cada uma para o resumo final.
       01  WRK-TAB-REGRAS.
           05 WRK-REGRA-ENT OCCURS 50 TIMES.
              10 WRK-TR-REGRA        PIC X(04).
              10 WRK-TR-ACAO-1       PIC X(14).
              10 WRK-TR-ACAO-2       PIC X(14).
              10 WRK-TR-DESCRICAO    PIC X(40).
              10 WRK-TR-QTD          PIC 9(05).
      *
      * Regras assumidas quando PARM-SOD esta ausente ou sem nenhuma
      * regra ativa.
       01  WRK-REGRAS-PADRAO.
           05 FILLER PIC X(32) VALUE
              'R001NOTA-LANCA    NOTA-APROVA   '.
           05 FILLER PIC X(40) VALUE
              'LANCOU E LIBEROU O PROPRIO LOTE DE NOTAS'.
           05 FILLER PIC X(32) VALUE
              'R002RECURSO-PEDE  RECURSO-DEFERE'.
           05 FILLER PIC X(40) VALUE
              'PROTOCOLOU E DEFERIU O MESMO RECURSO'.
           05 FILLER PIC X(32) VALUE
              'R003PAGTO-RECEBE  PAGTO-ESTORNA '.
           05 FILLER PIC X(40) VALUE
              'ESTORNOU O PROPRIO PAGAMENTO'.
           05 FILLER PIC X(32) VALUE
              'R004PAPEL-ADM     PAPEL-AUDITOR '.
           05 FILLER PIC X(40) VALUE
              'ACUMULA ADMINISTRACAO E AUDITORIA'.
       01  WRK-REGRAS-PADRAO-R REDEFINES WRK-REGRAS-PADRAO.
           05 WRK-RP-ENT OCCURS 4 TIMES.
              10 WRK-RP-REGRA        PIC X(04).
              10 WRK-RP-ACAO-1       PIC X(14).
              10 WRK-RP-ACAO-2       PIC X(14).
              10 WRK-RP-DESCRICAO    PIC X(40).
      *
      * Papeis de USER-REG na ordem de UR-ACESSO (01 a 04): o nome
      * resolvido gravado em AL-RESULTADO e a acao correspondente
      * usada nas regras.
       01  WRK-PAPEIS.
           05 FILLER PIC X(24) VALUE 'ADM       PAPEL-ADM     '.
           05 FILLER PIC X(24) VALUE 'SUPERVISORPAPEL-SUPERV  '.
           05 FILLER PIC X(24) VALUE 'OPERADOR  PAPEL-OPERADOR'.
           05 FILLER PIC X(24) VALUE 'AUDITOR   PAPEL-AUDITOR '.
       01  WRK-TAB-PAPEIS REDEFINES WRK-PAPEIS.
           05 WRK-PAPEL-ENT OCCURS 4 TIMES.
              10 WRK-PP-RESULTADO    PIC X(10).
              10 WRK-PP-ACAO         PIC X(14).
      *
      * Usuarios ativos de USER-REG com a data em que cada papel foi
      * visto: ATUAL para o papel corrente, a primeira data do mes em
      * AUDIT-LOG para o papel exercido; brancos se nao tem o papel.
       01  WRK-TAB-USUARIOS.
           05 WRK-USUARIO-ENT OCCURS 200 TIMES.
              10 WRK-TU-NOME         PIC X(20).
              10 WRK-TU-ACESSO       PIC 9(02).
              10 WRK-TU-DATA-PAPEL   PIC X(08) OCCURS 4 TIMES.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 1100-CARREGAR-REGRAS THRU 1100-EXIT.
           MOVE 'LOTE-NOTAS-LOG' TO WRK-FONTE.
           PERFORM 7500-ABRIR-SECAO THRU 7500-EXIT.
           PERFORM 2000-CONFERIR-LOTES THRU 2000-EXIT.
           PERFORM 7600-FECHAR-SECAO THRU 7600-EXIT.
           MOVE 'RECURSO-LOG' TO WRK-FONTE.
           PERFORM 7500-ABRIR-SECAO THRU 7500-EXIT.
           PERFORM 3000-CONFERIR-RECURSOS THRU 3000-EXIT.
           PERFORM 7600-FECHAR-SECAO THRU 7600-EXIT.
           MOVE 'ESTORNO-LOG' TO WRK-FONTE.
           PERFORM 7500-ABRIR-SECAO THRU 7500-EXIT.
           PERFORM 4000-CONFERIR-ESTORNOS THRU 4000-EXIT.
           PERFORM 7600-FECHAR-SECAO THRU 7600-EXIT.
           MOVE 'USER-REG' TO WRK-FONTE.
           PERFORM 7500-ABRIR-SECAO THRU 7500-EXIT.
           PERFORM 5000-CONFERIR-PAPEIS THRU 5000-EXIT.
           PERFORM 7600-FECHAR-SECAO THRU 7600-EXIT.
           PERFORM 8000-FINALIZAR THRU 8000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Mes de referencia do PARM (MES=AAAAMM, mes
      * corrente quando em branco ou invalido) e abertura do
      * relatorio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-MES-EXEC TO WRK-MES-REF.
           MOVE SPACES TO WRK-PARM-JCL-TEXTO.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:4) = 'MES='
              AND WRK-PARM-JCL-TEXTO(5:6) IS NUMERIC
              AND WRK-PARM-JCL-TEXTO(9:2) >= '01'
              AND WRK-PARM-JCL-TEXTO(9:2) <= '12'
              MOVE WRK-PARM-JCL-TEXTO(5:6) TO WRK-MES-REF
           END-IF.
           OPEN OUTPUT SOD-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONFLITOS DE SEGREGACAO DE FUNCOES - MES '
                                        DELIMITED BY SIZE
                  WRK-MES-REF           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CARREGAR-REGRAS - Carrega as regras ativas de PARM-SOD;
      * sem o arquivo ou sem nenhuma regra ativa, assume as quatro
      * regras padrao. As regras em vigor saem no cabecalho do
      * relatorio.
      *****************************************************************
       1100-CARREGAR-REGRAS.
           OPEN INPUT PARM-SOD.
           IF WRK-PS-STATUS = '00'
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM 1110-LER-REGRA THRU 1110-EXIT
                 UNTIL FIM-ARQUIVO
              CLOSE PARM-SOD
           END-IF.
           IF WRK-QTD-REGRAS = 0
              DISPLAY 'PARM-SOD AUSENTE OU SEM REGRA ATIVA - '
                      'ASSUMIDAS AS REGRAS PADRAO'
              PERFORM 1120-ASSUMIR-PADRAO THRU 1120-EXIT
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > 4
           END-IF.
           MOVE SPACES TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE 'REGRAS EM VIGOR' TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           PERFORM 1130-LISTAR-REGRA THRU 1130-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REGRAS.
       1100-EXIT.
           EXIT.

       1110-LER-REGRA.
           READ PARM-SOD
               AT END
                  SET FIM-ARQUIVO TO TRUE
                  GO TO 1110-EXIT
           END-READ.
           IF NOT PS-REGRA-ATIVA
              OR PS-ACAO-1 = SPACES OR PS-ACAO-2 = SPACES
              GO TO 1110-EXIT
           END-IF.
           IF WRK-QTD-REGRAS >= 50
              DISPLAY 'REGRA ALEM DA TABELA DE 50 IGNORADA: '
                      PS-REGRA
              GO TO 1110-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-REGRAS.
           MOVE PS-REGRA     TO WRK-TR-REGRA(WRK-QTD-REGRAS).
           MOVE PS-ACAO-1    TO WRK-TR-ACAO-1(WRK-QTD-REGRAS).
           MOVE PS-ACAO-2    TO WRK-TR-ACAO-2(WRK-QTD-REGRAS).
           MOVE PS-DESCRICAO TO WRK-TR-DESCRICAO(WRK-QTD-REGRAS).
           MOVE ZEROS        TO WRK-TR-QTD(WRK-QTD-REGRAS).
       1110-EXIT.
           EXIT.

       1120-ASSUMIR-PADRAO.
           ADD 1 TO WRK-QTD-REGRAS.
           MOVE WRK-RP-REGRA(WRK-IDX)  TO WRK-TR-REGRA(WRK-QTD-REGRAS).
           MOVE WRK-RP-ACAO-1(WRK-IDX)
             TO WRK-TR-ACAO-1(WRK-QTD-REGRAS).
           MOVE WRK-RP-ACAO-2(WRK-IDX)
             TO WRK-TR-ACAO-2(WRK-QTD-REGRAS).
           MOVE WRK-RP-DESCRICAO(WRK-IDX)
             TO WRK-TR-DESCRICAO(WRK-QTD-REGRAS).
           MOVE ZEROS TO WRK-TR-QTD(WRK-QTD-REGRAS).
       1120-EXIT.
           EXIT.

       1130-LISTAR-REGRA.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '                     DELIMITED BY SIZE
                  WRK-TR-REGRA(WRK-IDX)    DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WRK-TR-ACAO-1(WRK-IDX)   DELIMITED BY SIZE
                  ' X '                    DELIMITED BY SIZE
                  WRK-TR-ACAO-2(WRK-IDX)   DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WRK-TR-DESCRICAO(WRK-IDX) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
       1130-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CONFERIR-LOTES - LOTE-NOTAS-LOG: em cada decisao do mes,
      * quem lancou o lote (NOTA-LANCA) contra quem o liberou
      * (NOTA-APROVA) ou rejeitou (NOTA-REJEITA).
      *****************************************************************
       2000-CONFERIR-LOTES.
           OPEN INPUT LOTE-NOTAS-LOG.
           IF WRK-LL-STATUS NOT = '00'
              DISPLAY 'LOTE-NOTAS-LOG AUSENTE - LOTES NAO CONFERIDOS'
              GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 2100-AVALIAR-LOTE THRU 2100-EXIT
              UNTIL FIM-ARQUIVO.
           CLOSE LOTE-NOTAS-LOG.
       2000-EXIT.
           EXIT.

       2100-AVALIAR-LOTE.
           READ LOTE-NOTAS-LOG
               AT END
                  SET FIM-ARQUIVO TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           IF LL-DATA(1:6) NOT = WRK-MES-REF
              GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE LL-LANCADOR   TO WRK-EV-OPER-1.
           MOVE 'NOTA-LANCA'  TO WRK-EV-ACAO-1.
           MOVE LL-DATA-LANC  TO WRK-EV-DATA-1.
           MOVE LL-APROVADOR  TO WRK-EV-OPER-2.
           IF LL-LIBERADO
              MOVE 'NOTA-APROVA'  TO WRK-EV-ACAO-2
           ELSE
              MOVE 'NOTA-REJEITA' TO WRK-EV-ACAO-2
           END-IF.
           MOVE LL-DATA       TO WRK-EV-DATA-2.
           MOVE SPACES TO WRK-EV-REGISTRO.
           STRING 'LOTE-NOTAS-LOG ' DELIMITED BY SIZE
                  LL-DATA           DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  LL-HORA           DELIMITED BY SIZE
                  ' DECISAO '       DELIMITED BY SIZE
                  LL-DECISAO        DELIMITED BY SIZE
                  ' REGISTROS '     DELIMITED BY SIZE
                  LL-QTD-REGISTROS  DELIMITED BY SIZE
                  INTO WRK-EV-REGISTRO.
           PERFORM 7000-AVALIAR-PAR THRU 7000-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CONFERIR-RECURSOS - RECURSO-LOG: em cada recurso deferido
      * no mes, quem protocolou o pedido (RECURSO-PEDE) contra quem o
      * deferiu (RECURSO-DEFERE).
      *****************************************************************
       3000-CONFERIR-RECURSOS.
           OPEN INPUT RECURSO-LOG.
           IF WRK-RN-STATUS NOT = '00'
              DISPLAY 'RECURSO-LOG AUSENTE - RECURSOS NAO CONFERIDOS'
              GO TO 3000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 3100-AVALIAR-RECURSO THRU 3100-EXIT
              UNTIL FIM-ARQUIVO.
           CLOSE RECURSO-LOG.
       3000-EXIT.
           EXIT.

       3100-AVALIAR-RECURSO.
           READ RECURSO-LOG
               AT END
                  SET FIM-ARQUIVO TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF RN-DATA(1:6) NOT = WRK-MES-REF
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE RN-SOLICITANTE   TO WRK-EV-OPER-1.
           MOVE 'RECURSO-PEDE'   TO WRK-EV-ACAO-1.
           MOVE RN-DATA          TO WRK-EV-DATA-1.
           MOVE RN-OPERADOR      TO WRK-EV-OPER-2.
           MOVE 'RECURSO-DEFERE' TO WRK-EV-ACAO-2.
           MOVE RN-DATA          TO WRK-EV-DATA-2.
           MOVE SPACES TO WRK-EV-REGISTRO.
           STRING 'RECURSO-LOG '  DELIMITED BY SIZE
                  RN-DATA         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  RN-HORA         DELIMITED BY SIZE
                  ' MATRICULA '   DELIMITED BY SIZE
                  RN-MATRICULA    DELIMITED BY SIZE
                  ' CURSO '       DELIMITED BY SIZE
                  RN-CURSO        DELIMITED BY SIZE
                  INTO WRK-EV-REGISTRO.
           PERFORM 7000-AVALIAR-PAR THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CONFERIR-ESTORNOS - ESTORNO-LOG: em cada estorno do mes,
      * o favorecido do pagamento (nome de EL-ID em EMP-MASTER,
      * PAGTO-RECEBE datado pela competencia) contra o operador que
      * estornou (PAGTO-ESTORNA). Sem EMP-MASTER o favorecido nao e
      * resolvido e os estornos nao sao conferidos.
      *****************************************************************
       4000-CONFERIR-ESTORNOS.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS NOT = '00'
              DISPLAY 'EMP-MASTER AUSENTE - ESTORNOS NAO CONFERIDOS'
              GO TO 4000-EXIT
           END-IF.
           SET TEM-EMP-MASTER TO TRUE.
           OPEN INPUT ESTORNO-LOG.
           IF WRK-EL-STATUS NOT = '00'
              DISPLAY 'ESTORNO-LOG AUSENTE - ESTORNOS NAO CONFERIDOS'
              GO TO 4000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           PERFORM 4100-AVALIAR-ESTORNO THRU 4100-EXIT
              UNTIL FIM-ARQUIVO.
           CLOSE ESTORNO-LOG.
       4000-EXIT.
           EXIT.

       4100-AVALIAR-ESTORNO.
           READ ESTORNO-LOG
               AT END
                  SET FIM-ARQUIVO TO TRUE
                  GO TO 4100-EXIT
           END-READ.
           IF EL-DATA(1:6) NOT = WRK-MES-REF
              GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE EL-ID TO EM-ID.
           READ EMP-MASTER
               INVALID KEY
                  GO TO 4100-EXIT
           END-READ.
           MOVE EM-NOME          TO WRK-EV-OPER-1.
           MOVE 'PAGTO-RECEBE'   TO WRK-EV-ACAO-1.
           MOVE EL-COMPETENCIA   TO WRK-EV-DATA-1.
           MOVE EL-OPERADOR      TO WRK-EV-OPER-2.
           MOVE 'PAGTO-ESTORNA'  TO WRK-EV-ACAO-2.
           MOVE EL-DATA          TO WRK-EV-DATA-2.
           MOVE SPACES TO WRK-EV-REGISTRO.
           STRING 'ESTORNO-LOG '  DELIMITED BY SIZE
                  EL-DATA         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  EL-HORA         DELIMITED BY SIZE
                  ' EMPREGADO '   DELIMITED BY SIZE
                  EL-ID           DELIMITED BY SIZE
                  ' COMPETENCIA ' DELIMITED BY SIZE
                  EL-COMPETENCIA  DELIMITED BY SIZE
                  INTO WRK-EV-REGISTRO.
           PERFORM 7000-AVALIAR-PAR THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-CONFERIR-PAPEIS - Usuarios ativos de USER-REG: o papel
      * corrente (UR-ACESSO) mais todo papel resolvido para o nome em
      * AUDIT-LOG no mes; cada par de papeis que o mesmo usuario tem
      * e avaliado contra as regras.
      *****************************************************************
       5000-CONFERIR-PAPEIS.
           OPEN INPUT USER-REG.
           IF WRK-UR-STATUS NOT = '00'
              DISPLAY 'USER-REG AUSENTE - PAPEIS NAO CONFERIDOS'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO UR-NOME.
           START USER-REG KEY IS NOT LESS THAN UR-NOME
               INVALID KEY SET FIM-ARQUIVO TO TRUE
           END-START.
           PERFORM 5100-CARREGAR-USUARIO THRU 5100-EXIT
              UNTIL FIM-ARQUIVO.
           CLOSE USER-REG.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'USUARIOS ALEM DA TABELA DE 200: '
                      WRK-QTD-DESCARTADOS
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WRK-AUDIT-STATUS = '00'
              MOVE 'N' TO WRK-FIM-ARQUIVO
              PERFORM 5200-APURAR-PAPEL-EXERCIDO THRU 5200-EXIT
                 UNTIL FIM-ARQUIVO
              CLOSE AUDIT-LOG
           ELSE
              DISPLAY 'AUDIT-LOG AUSENTE - SO O PAPEL ATUAL CONFERIDO'
           END-IF.
           PERFORM 5300-AVALIAR-USUARIO THRU 5300-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-USUARIOS.
       5000-EXIT.
           EXIT.

       5100-CARREGAR-USUARIO.
           READ USER-REG NEXT RECORD
               AT END
                  SET FIM-ARQUIVO TO TRUE
                  GO TO 5100-EXIT
           END-READ.
           IF NOT UR-ATIVO
              GO TO 5100-EXIT
           END-IF.
           IF WRK-QTD-USUARIOS >= 200
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 5100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-USUARIOS.
           ADD 1 TO WRK-QTD-LIDOS.
           MOVE UR-NOME   TO WRK-TU-NOME(WRK-QTD-USUARIOS).
           MOVE UR-ACESSO TO WRK-TU-ACESSO(WRK-QTD-USUARIOS).
           MOVE SPACES TO WRK-TU-DATA-PAPEL(WRK-QTD-USUARIOS, 1)
                          WRK-TU-DATA-PAPEL(WRK-QTD-USUARIOS, 2)
                          WRK-TU-DATA-PAPEL(WRK-QTD-USUARIOS, 3)
                          WRK-TU-DATA-PAPEL(WRK-QTD-USUARIOS, 4).
           IF UR-ACESSO >= 01 AND UR-ACESSO <= 04
              MOVE 'ATUAL'
                TO WRK-TU-DATA-PAPEL(WRK-QTD-USUARIOS, UR-ACESSO)
           END-IF.
       5100-EXIT.
           EXIT.

       5200-APURAR-PAPEL-EXERCIDO.
           READ AUDIT-LOG
               AT END
                  SET FIM-ARQUIVO TO TRUE
                  GO TO 5200-EXIT
           END-READ.
           IF AL-DATA(1:6) NOT = WRK-MES-REF
              GO TO 5200-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-PAPEL.
           PERFORM 5210-PROCURAR-PAPEL THRU 5210-EXIT
              VARYING WRK-IDX-P1 FROM 1 BY 1
              UNTIL WRK-IDX-P1 > 4 OR WRK-IDX-PAPEL > 0.
           IF WRK-IDX-PAPEL = 0
              GO TO 5200-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 5220-PROCURAR-USUARIO THRU 5220-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-USUARIOS
                 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              GO TO 5200-EXIT
           END-IF.
           IF WRK-TU-DATA-PAPEL(WRK-IDX-ACHADO, WRK-IDX-PAPEL) = SPACES
              OR WRK-TU-DATA-PAPEL(WRK-IDX-ACHADO, WRK-IDX-PAPEL)
                 = 'ATUAL'
              MOVE AL-DATA
                TO WRK-TU-DATA-PAPEL(WRK-IDX-ACHADO, WRK-IDX-PAPEL)
           END-IF.
       5200-EXIT.
           EXIT.

       5210-PROCURAR-PAPEL.
           IF AL-RESULTADO = WRK-PP-RESULTADO(WRK-IDX-P1)
              MOVE WRK-IDX-P1 TO WRK-IDX-PAPEL
           END-IF.
       5210-EXIT.
           EXIT.

       5220-PROCURAR-USUARIO.
           IF WRK-TU-NOME(WRK-IDX) = AL-NOME
              MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
       5220-EXIT.
           EXIT.

       5300-AVALIAR-USUARIO.
           PERFORM 5310-AVALIAR-PAR-PAPEIS THRU 5310-EXIT
              VARYING WRK-IDX-P1 FROM 1 BY 1 UNTIL WRK-IDX-P1 > 3
                AFTER WRK-IDX-P2 FROM 2 BY 1 UNTIL WRK-IDX-P2 > 4.
       5300-EXIT.
           EXIT.

       5310-AVALIAR-PAR-PAPEIS.
           IF WRK-IDX-P2 NOT > WRK-IDX-P1
              OR WRK-TU-DATA-PAPEL(WRK-IDX, WRK-IDX-P1) = SPACES
              OR WRK-TU-DATA-PAPEL(WRK-IDX, WRK-IDX-P2) = SPACES
              GO TO 5310-EXIT
           END-IF.
           MOVE WRK-TU-NOME(WRK-IDX)    TO WRK-EV-OPER-1
                                           WRK-EV-OPER-2.
           MOVE WRK-PP-ACAO(WRK-IDX-P1) TO WRK-EV-ACAO-1.
           MOVE WRK-TU-DATA-PAPEL(WRK-IDX, WRK-IDX-P1)
             TO WRK-EV-DATA-1.
           MOVE WRK-PP-ACAO(WRK-IDX-P2) TO WRK-EV-ACAO-2.
           MOVE WRK-TU-DATA-PAPEL(WRK-IDX, WRK-IDX-P2)
             TO WRK-EV-DATA-2.
           MOVE SPACES TO WRK-EV-REGISTRO.
           STRING 'USER-REG PAPEL ATUAL ' DELIMITED BY SIZE
                  WRK-TU-ACESSO(WRK-IDX)  DELIMITED BY SIZE
                  ' / AUDIT-LOG DO MES'   DELIMITED BY SIZE
                  INTO WRK-EV-REGISTRO.
           PERFORM 7000-AVALIAR-PAR THRU 7000-EXIT.
       5310-EXIT.
           EXIT.

      *****************************************************************
      * 7000-AVALIAR-PAR - O par em WRK-EVENTO e violacao quando os
      * dois operadores sao o mesmo nome (nao em branco) e alguma
      * regra ativa tem as duas acoes, em qualquer ordem. Cada
      * violacao sai em tres linhas: regra, operador com as acoes e
      * datas, e o registro envolvido.
      *****************************************************************
       7000-AVALIAR-PAR.
           IF WRK-EV-OPER-1 = SPACES
              OR WRK-EV-OPER-1 NOT = WRK-EV-OPER-2
              GO TO 7000-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 7100-PROCURAR-REGRA THRU 7100-EXIT
              VARYING WRK-IDX-REGRA FROM 1 BY 1
              UNTIL WRK-IDX-REGRA > WRK-QTD-REGRAS
                 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              GO TO 7000-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-VIOLACOES.
           ADD 1 TO WRK-QTD-FONTE.
           ADD 1 TO WRK-TR-QTD(WRK-IDX-ACHADO).
           MOVE SPACES TO WRK-LINHA.
           STRING 'REGRA '                       DELIMITED BY SIZE
                  WRK-TR-REGRA(WRK-IDX-ACHADO)   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  WRK-TR-DESCRICAO(WRK-IDX-ACHADO) DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '            DELIMITED BY SIZE
                  WRK-EV-OPER-1   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-EV-ACAO-1   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-EV-DATA-1   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-EV-ACAO-2   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-EV-DATA-2   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING '  REGISTRO: '  DELIMITED BY SIZE
                  WRK-EV-REGISTRO DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
       7000-EXIT.
           EXIT.

       7100-PROCURAR-REGRA.
           IF (WRK-TR-ACAO-1(WRK-IDX-REGRA) = WRK-EV-ACAO-1
               AND WRK-TR-ACAO-2(WRK-IDX-REGRA) = WRK-EV-ACAO-2)
              OR (WRK-TR-ACAO-1(WRK-IDX-REGRA) = WRK-EV-ACAO-2
               AND WRK-TR-ACAO-2(WRK-IDX-REGRA) = WRK-EV-ACAO-1)
              MOVE WRK-IDX-REGRA TO WRK-IDX-ACHADO
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 7500-ABRIR-SECAO - Titulo de cada trilha conferida.
      *****************************************************************
       7500-ABRIR-SECAO.
           MOVE ZEROS TO WRK-QTD-LIDOS WRK-QTD-FONTE.
           MOVE SPACES TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TRILHA '   DELIMITED BY SIZE
                  WRK-FONTE   DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
       7500-EXIT.
           EXIT.

      *****************************************************************
      * 7600-FECHAR-SECAO - Ao final de cada trilha, a contagem de
      * registros do mes e de violacoes encontradas nela.
      *****************************************************************
       7600-FECHAR-SECAO.
           MOVE WRK-QTD-LIDOS TO WRK-LIDOS-ED.
           MOVE WRK-QTD-FONTE TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  REGISTROS CONFERIDOS: ' DELIMITED BY SIZE
                  WRK-LIDOS-ED               DELIMITED BY SIZE
                  ' VIOLACOES: '             DELIMITED BY SIZE
                  WRK-QTD-ED                 DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           DISPLAY WRK-FONTE WRK-LINHA.
       7600-EXIT.
           EXIT.

      *****************************************************************
      * 8000-FINALIZAR - Resumo por regra e total de violacoes no
      * relatorio e no console; RC 4 quando ha alguma.
      *****************************************************************
       8000-FINALIZAR.
           MOVE SPACES TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           MOVE 'VIOLACOES POR REGRA' TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           PERFORM 8100-RESUMIR-REGRA THRU 8100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-QTD-REGRAS.
           MOVE WRK-QTD-VIOLACOES TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE VIOLACOES DE SEGREGACAO: ' DELIMITED BY SIZE
                  WRK-QTD-ED                           DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
           DISPLAY WRK-LINHA.
           CLOSE SOD-REPORT.
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           IF WRK-QTD-VIOLACOES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-RESUMIR-REGRA.
           MOVE WRK-TR-QTD(WRK-IDX) TO WRK-QTD-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '                  DELIMITED BY SIZE
                  WRK-TR-REGRA(WRK-IDX) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QTD-ED            DELIMITED BY SIZE
                  INTO WRK-LINHA.
           MOVE WRK-LINHA TO SOD-REPORT-REC.
           WRITE SOD-REPORT-REC.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de SOD-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT SOD-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'SOD-REPORT' TO AG-RELATORIO.
           MOVE 'SEGREGA-FUNCOES' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE SOD-REPORT-RELIDO.
           MOVE WRK-QTD-USUARIOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ SOD-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE SOD-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
