       IDENTIFICATION DIVISION.
       PROGRAM-ID.  IMPORTA-RECEITA.
       AUTHOR. Batista.
      *****************************************************************
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Importacao do retorno periodico da consulta de
      *           situacao cadastral de CPF na Receita Federal
      *           (SITUACAO-RFB, Copybooks/SITRFB.cpy). VALIDA-CPF so
      *           prova os digitos verificadores: um CPF suspenso,
      *           cancelado ou de titular falecido continuava valido em
      *           CPF-MASTER e recebendo pela folha. O arquivo e
      *           conferido primeiro contra o trailer '9' (quantidade de
      *           registros '1'); sem trailer ou com contagem divergente
      *           nada e gravado e a execucao termina com RC 8.
      *           Conferido, cada CPF consultado que esta em CPF-MASTER
      *           recebe a situacao oficial e a data da consulta
      *           (CM-SITUACAO-RF / CM-DATA-CONSULTA-RF); uma consulta
      *           mais antiga que a ja gravada e ignorada, e CPF fora do
      *           cadastro ou com codigo de situacao desconhecido sai no
      *           relatorio. Em seguida o relatorio SITCPF-REPORT lista
      *           as excecoes: todo CPF ativo em CPF-MASTER e todo
      *           empregado ativo em EMP-MASTER cujo CPF nao esta
      *           regular na Receita, com a marca PAGAMENTO RETIDO
      *           quando a situacao (falecido, cancelada ou nula) faz
      *           VIRGULAMASCARA e GERA-REMESSA reterem o pagamento para
      *           revisao. Excecao ou registro nao aplicado terminam com
      *           RC 4. O uso de CPF-MASTER fica registrado em TRAVA-USO
      *           durante a gravacao. A data de execucao vem da data de
      *           movimento (rotina LE-DATA-MOV), nao do relogio. Inicio
      *           e fim de cada execucao ficam no historico de execucao
      *           dos lotes (rotina GRAVA-EXECUCAO), com os registros
      *           processados e o RC, para o relatorio semanal
      *           RELAT-EXECUCAO.
      *           Copia de SITCPF-REPORT guardada no arquivo de
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
           SELECT SITUACAO-RFB ASSIGN TO "SITUACAO-RFB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-SR-STATUS.
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
           SELECT SITCPF-REPORT ASSIGN TO "SITCPF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITCPF-REPORT-RELIDO ASSIGN TO "SITCPF-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  SITUACAO-RFB
           RECORD CONTAINS 80 CHARACTERS.
           COPY SITRFB.

       FD  CPF-MASTER.
           COPY CPFMSTR.

       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  SITCPF-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  SITCPF-REPORT-REC        PIC X(80).

       FD  SITCPF-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  SITCPF-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY TRAVAARQ.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-SR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-EM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQ       PIC X(01)      VALUE 'N'.
           88 FIM-ARQ                       VALUE 'S'.
       77  WRK-TEM-TRAILER   PIC X(01)      VALUE 'N'.
           88 TEM-TRAILER                   VALUE 'S'.
       77  WRK-TRL-QTD       PIC 9(07)      VALUE ZEROS.
       77  WRK-DATA-GERACAO  PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-QTD-LIDOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-GRAVADOS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-MUDARAM   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ANTIGOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-NAO-APLICADOS PIC 9(07)  VALUE ZEROS.
       77  WRK-QTD-EXC-CPF   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-EXC-EMP   PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-RETIDOS   PIC 9(07)      VALUE ZEROS.
       77  WRK-SITUACAO-ANT  PIC X(01)      VALUE SPACE.
       77  WRK-COD-SITUACAO  PIC X(01)      VALUE SPACE.
       77  WRK-DESC-SITUACAO PIC X(19)      VALUE SPACES.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
       77  WRK-RC-ANTERIOR   PIC S9(04) COMP VALUE ZERO.
      *
      * Linha de excecao: origem, ID do empregado (EMP-MASTER), CPF,
      * nome, situacao na Receita e data da consulta.
       01  WRK-EXC.
           05 WRK-EX-ORIGEM         PIC X(11).
           05 WRK-EX-ID             PIC X(07).
           05 WRK-EX-CPF            PIC 9(11).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-EX-NOME           PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-EX-SITUACAO       PIC X(19).
           05 FILLER                PIC X(01)  VALUE SPACE.
           05 WRK-EX-DATA           PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACE.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'IMPORTA-RECEITA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           PERFORM 2000-CONFERIR-ARQUIVO THRU 2000-EXIT.
           IF RETURN-CODE NOT = 8
              PERFORM 3000-APLICAR-SITUACAO THRU 3000-EXIT
           END-IF.
           IF RETURN-CODE NOT = 8
              PERFORM 4000-LISTAR-EXCECOES THRU 4000-EXIT
           END-IF.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Abre o relatorio com o cabecalho.
      *****************************************************************
       1000-INICIALIZAR.
           MOVE 0 TO RETURN-CODE.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           OPEN OUTPUT SITCPF-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE INST-NOME TO SITCPF-REPORT-REC.
           WRITE SITCPF-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SITUACAO CADASTRAL DE CPF NA RECEITA FEDERAL - '
                  DELIMITED BY SIZE
                  'IMPORTACAO DE ' DELIMITED BY SIZE
                  WRK-DATA-EXEC    DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CONFERIR-ARQUIVO - Primeira passada: conta os registros
      * '1' e confere contra o trailer '9'. Arquivo ausente, sem
      * trailer ou com contagem divergente termina com RC 8 antes de
      * qualquer gravacao.
      *****************************************************************
       2000-CONFERIR-ARQUIVO.
           OPEN INPUT SITUACAO-RFB.
           IF WRK-SR-STATUS NOT = '00'
              MOVE 'RETORNO DA CONSULTA AUSENTE - NADA IMPORTADO'
                TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
           PERFORM UNTIL FIM-ARQ
              EVALUATE TRUE
                 WHEN SR-CABECALHO
                    MOVE SRH-DATA-GERACAO TO WRK-DATA-GERACAO
                 WHEN SR-DETALHE
                    ADD 1 TO WRK-QTD-LIDOS
                 WHEN SR-TRAILER
                    SET TEM-TRAILER TO TRUE
                    MOVE SRT-QTD-REGISTROS TO WRK-TRL-QTD
              END-EVALUATE
              PERFORM 2100-LER-RETORNO THRU 2100-EXIT
           END-PERFORM.
           CLOSE SITUACAO-RFB.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LOTE DE CONSULTA GERADO EM ' DELIMITED BY SIZE
                  WRK-DATA-GERACAO DELIMITED BY SIZE
                  ' - CPFS CONSULTADOS: ' DELIMITED BY SIZE
                  WRK-QTD-LIDOS    DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           IF NOT TEM-TRAILER OR WRK-TRL-QTD NOT = WRK-QTD-LIDOS
              MOVE 'RETORNO NAO CONFERE COM O TRAILER - NADA IMPORTADO'
                TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LER-RETORNO.
           READ SITUACAO-RFB
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-APLICAR-SITUACAO - Segunda passada: grava a situacao e a
      * data da consulta de cada CPF em CPF-MASTER, com o uso do
      * cadastro registrado em TRAVA-USO. Marcador vivo de outro job
      * recusa a importacao com RC 8. O RC e guardado em volta do CALL
      * que libera o marcador, para CPF-MASTER ausente seguir com RC 8.
      *****************************************************************
       3000-APLICAR-SITUACAO.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'CPF-MASTER' TO TA-ARQUIVO.
           MOVE 'IMPORTA-RECEITA' TO TA-JOB.
           MOVE SPACES TO TA-OPERADOR.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           IF TA-ARQUIVO-EM-USO
              DISPLAY 'CPF-MASTER EM USO POR ' TA-JOB-DONO ' DESDE '
                      TA-DATA-DONO ' ' TA-HORA-DONO
                      ' - IMPORTACAO RECUSADA'
              MOVE 'CPF-MASTER EM USO POR OUTRO JOB - NADA IMPORTADO'
                TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 3000-EXIT
           END-IF.
           OPEN I-O CPF-MASTER.
           IF WRK-CM-STATUS NOT = '00'
              MOVE 'CPF-MASTER AUSENTE - NADA IMPORTADO' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
              MOVE 8 TO RETURN-CODE
              GO TO 3000-LIBERAR
           END-IF.
           MOVE '--- REGISTROS NAO APLICADOS' TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT SITUACAO-RFB.
           MOVE 'N' TO WRK-FIM-ARQ.
           PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
           PERFORM UNTIL FIM-ARQ
              IF SR-DETALHE
                 PERFORM 3100-APLICAR-CPF THRU 3100-EXIT
              END-IF
              PERFORM 2100-LER-RETORNO THRU 2100-EXIT
           END-PERFORM.
           CLOSE SITUACAO-RFB.
           CLOSE CPF-MASTER.
           IF WRK-QTD-NAO-APLICADOS = 0
              MOVE 'NENHUM' TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       3000-LIBERAR.
           MOVE RETURN-CODE TO WRK-RC-ANTERIOR.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'CPF-MASTER' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           MOVE WRK-RC-ANTERIOR TO RETURN-CODE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 3100-APLICAR-CPF - Um CPF consultado: codigo desconhecido ou
      * CPF fora do cadastro saem no relatorio; consulta mais antiga
      * que a gravada e ignorada; mudanca de situacao e contada.
      *****************************************************************
       3100-APLICAR-CPF.
           IF SR-CPF NOT NUMERIC OR NOT SR-SITUACAO-VALIDA
              MOVE 'CODIGO DE SITUACAO OU CPF INVALIDO NO RETORNO: '
                TO WRK-LINHA
              MOVE SITUACAO-RFB-REC(2:12) TO WRK-LINHA(49:12)
              PERFORM 3900-NAO-APLICADO THRU 3900-EXIT
              GO TO 3100-EXIT
           END-IF.
           MOVE SR-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  STRING 'CPF NAO CADASTRADO EM CPF-MASTER: '
                         DELIMITED BY SIZE
                         SR-CPF           DELIMITED BY SIZE
                         ' '              DELIMITED BY SIZE
                         SR-NOME(1:20)    DELIMITED BY SIZE
                         INTO WRK-LINHA
                  END-STRING
                  PERFORM 3900-NAO-APLICADO THRU 3900-EXIT
                  GO TO 3100-EXIT
           END-READ.
           IF CM-DATA-CONSULTA-RF NOT NUMERIC
              MOVE ZEROS TO CM-DATA-CONSULTA-RF
           END-IF.
           IF SR-DATA-CONSULTA < CM-DATA-CONSULTA-RF
              ADD 1 TO WRK-QTD-ANTIGOS
              GO TO 3100-EXIT
           END-IF.
           MOVE CM-SITUACAO-RF TO WRK-SITUACAO-ANT.
           MOVE SR-COD-SITUACAO  TO CM-SITUACAO-RF.
           MOVE SR-DATA-CONSULTA TO CM-DATA-CONSULTA-RF.
           REWRITE CPF-MASTER-REC
               INVALID KEY
                  STRING 'FALHA AO GRAVAR CPF-MASTER: '
                         DELIMITED BY SIZE
                         SR-CPF           DELIMITED BY SIZE
                         INTO WRK-LINHA
                  END-STRING
                  PERFORM 3900-NAO-APLICADO THRU 3900-EXIT
                  GO TO 3100-EXIT
           END-REWRITE.
           ADD 1 TO WRK-QTD-GRAVADOS.
           IF WRK-SITUACAO-ANT NOT = SR-COD-SITUACAO
              ADD 1 TO WRK-QTD-MUDARAM
           END-IF.
       3100-EXIT.
           EXIT.

       3900-NAO-APLICADO.
           ADD 1 TO WRK-QTD-NAO-APLICADOS.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR-EXCECOES - CPF ativo em CPF-MASTER com situacao
      * irregular na Receita (4100) e empregado ativo em EMP-MASTER
      * cujo CPF esta irregular (4200).
      *****************************************************************
       4000-LISTAR-EXCECOES.
           MOVE '--- EXCECOES: CPF ATIVO NAO REGULAR NA RECEITA'
             TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           MOVE 'ORIGEM     ID     CPF         NOME                 '
             TO WRK-LINHA.
           MOVE 'SITUACAO RECEITA    CONSULTA' TO WRK-LINHA(53:28).
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS NOT = '00'
              GO TO 4000-EXIT
           END-IF.
           PERFORM 4100-VARRER-CPF-MASTER THRU 4100-EXIT.
           OPEN INPUT EMP-MASTER.
           IF WRK-EM-STATUS = '00'
              PERFORM 4200-VARRER-EMP-MASTER THRU 4200-EXIT
              CLOSE EMP-MASTER
           ELSE
              MOVE 'EMP-MASTER AUSENTE - EMPREGADOS NAO CONFERIDOS'
                TO WRK-LINHA
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
           CLOSE CPF-MASTER.
       4000-EXIT.
           EXIT.

       4100-VARRER-CPF-MASTER.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE LOW-VALUES TO CM-CPF.
           START CPF-MASTER KEY IS NOT LESS THAN CM-CPF
               INVALID KEY SET FIM-ARQ TO TRUE
           END-START.
           PERFORM 4110-LER-CPF THRU 4110-EXIT.
           PERFORM UNTIL FIM-ARQ
              IF CM-ATIVO AND CM-RF-IRREGULAR
                 ADD 1 TO WRK-QTD-EXC-CPF
                 MOVE 'CPF-MASTER' TO WRK-EX-ORIGEM
                 MOVE SPACES TO WRK-EX-ID
                 PERFORM 4300-GRAVAR-EXCECAO THRU 4300-EXIT
              END-IF
              PERFORM 4110-LER-CPF THRU 4110-EXIT
           END-PERFORM.
       4100-EXIT.
           EXIT.

       4110-LER-CPF.
           READ CPF-MASTER NEXT RECORD
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       4110-EXIT.
           EXIT.

       4200-VARRER-EMP-MASTER.
           MOVE 'N' TO WRK-FIM-ARQ.
           MOVE LOW-VALUES TO EM-ID.
           START EMP-MASTER KEY IS NOT LESS THAN EM-ID
               INVALID KEY SET FIM-ARQ TO TRUE
           END-START.
           PERFORM 4210-LER-EMP THRU 4210-EXIT.
           PERFORM UNTIL FIM-ARQ
              IF EM-ATIVO
                 PERFORM 4220-CONFERIR-EMPREGADO THRU 4220-EXIT
              END-IF
              PERFORM 4210-LER-EMP THRU 4210-EXIT
           END-PERFORM.
       4200-EXIT.
           EXIT.

       4210-LER-EMP.
           READ EMP-MASTER NEXT RECORD
               AT END SET FIM-ARQ TO TRUE
           END-READ.
       4210-EXIT.
           EXIT.

       4220-CONFERIR-EMPREGADO.
           MOVE EM-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  GO TO 4220-EXIT
           END-READ.
           IF NOT CM-RF-IRREGULAR
              GO TO 4220-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-EXC-EMP.
           MOVE 'EMP-MASTER' TO WRK-EX-ORIGEM.
           MOVE EM-ID TO WRK-EX-ID.
           PERFORM 4300-GRAVAR-EXCECAO THRU 4300-EXIT.
           IF CM-RF-RETEM-PAGAMENTO
              ADD 1 TO WRK-QTD-RETIDOS
              MOVE 'PAGAMENTO RETIDO PARA REVISAO NA FOLHA E NA REMESSA'
                TO WRK-LINHA(19:52)
              PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT
           END-IF.
       4220-EXIT.
           EXIT.

      *****************************************************************
      * 4300-GRAVAR-EXCECAO - Completa e grava a linha de excecao com
      * o CPF-MASTER corrente.
      *****************************************************************
       4300-GRAVAR-EXCECAO.
           MOVE CM-CPF              TO WRK-EX-CPF.
           MOVE CM-NOME             TO WRK-EX-NOME.
           MOVE CM-SITUACAO-RF      TO WRK-COD-SITUACAO.
           PERFORM 8100-DESCREVER-SITUACAO THRU 8100-EXIT.
           MOVE WRK-DESC-SITUACAO   TO WRK-EX-SITUACAO.
           MOVE CM-DATA-CONSULTA-RF TO WRK-EX-DATA.
           MOVE WRK-EXC TO WRK-LINHA.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Totais no relatorio e no console. RC 4 com
      * excecao ou registro nao aplicado; RC 8 ja vem da conferencia.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRAVADOS: '      DELIMITED BY SIZE
                  WRK-QTD-GRAVADOS  DELIMITED BY SIZE
                  '  MUDARAM: '     DELIMITED BY SIZE
                  WRK-QTD-MUDARAM   DELIMITED BY SIZE
                  '  CONSULTA ANTIGA: ' DELIMITED BY SIZE
                  WRK-QTD-ANTIGOS   DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NAO APLICADOS: ' DELIMITED BY SIZE
                  WRK-QTD-NAO-APLICADOS DELIMITED BY SIZE
                  '  EXCECOES CPF: ' DELIMITED BY SIZE
                  WRK-QTD-EXC-CPF   DELIMITED BY SIZE
                  '  EMPREGADOS: '  DELIMITED BY SIZE
                  WRK-QTD-EXC-EMP   DELIMITED BY SIZE
                  INTO WRK-LINHA
           END-STRING.
           PERFORM 8000-GRAVAR-LINHA THRU 8000-EXIT.
           CLOSE SITCPF-REPORT.
           DISPLAY 'IMPORTACAO DA SITUACAO CADASTRAL NA RECEITA'.
           DISPLAY 'CPFS NO RETORNO.....: ' WRK-QTD-LIDOS.
           DISPLAY 'GRAVADOS............: ' WRK-QTD-GRAVADOS.
           DISPLAY 'NAO APLICADOS.......: ' WRK-QTD-NAO-APLICADOS.
           DISPLAY 'CPFS IRREGULARES....: ' WRK-QTD-EXC-CPF.
           DISPLAY 'EMPREGADOS IRREG....: ' WRK-QTD-EXC-EMP.
           DISPLAY 'COM PAGAMENTO RETIDO: ' WRK-QTD-RETIDOS.
           IF RETURN-CODE = 8
              GO TO 5000-EXIT
           END-IF.
           IF WRK-QTD-NAO-APLICADOS > 0 OR WRK-QTD-EXC-CPF > 0
              OR WRK-QTD-EXC-EMP > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-GRAVAR-LINHA - Grava WRK-LINHA no relatorio e a limpa.
      *****************************************************************
       8000-GRAVAR-LINHA.
           MOVE WRK-LINHA TO SITCPF-REPORT-REC.
           WRITE SITCPF-REPORT-REC.
           MOVE SPACES TO WRK-LINHA.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8100-DESCREVER-SITUACAO - Texto do codigo oficial da Receita
      * em WRK-COD-SITUACAO.
      *****************************************************************
       8100-DESCREVER-SITUACAO.
           EVALUATE WRK-COD-SITUACAO
              WHEN '0'   MOVE 'REGULAR'             TO WRK-DESC-SITUACAO
              WHEN '2'   MOVE 'SUSPENSA'            TO WRK-DESC-SITUACAO
              WHEN '3'   MOVE 'TITULAR FALECIDO'    TO WRK-DESC-SITUACAO
              WHEN '4'   MOVE 'PENDENTE REGULARIZ.' TO WRK-DESC-SITUACAO
              WHEN '5'   MOVE 'CANCELADA (MULTIPL)' TO WRK-DESC-SITUACAO
              WHEN '8'   MOVE 'NULA'                TO WRK-DESC-SITUACAO
              WHEN '9'   MOVE 'CANCELADA DE OFICIO' TO WRK-DESC-SITUACAO
              WHEN OTHER MOVE 'NAO CONSULTADO'      TO WRK-DESC-SITUACAO
           END-EVALUATE.
       8100-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de SITCPF-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT SITCPF-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'SITCPF-REPORT' TO AG-RELATORIO.
           MOVE 'IMPORTA-RECEITA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE SITCPF-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ SITCPF-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE SITCPF-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-QTD-LIDOS TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'IMPORTA-RECEITA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
