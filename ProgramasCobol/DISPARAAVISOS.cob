       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPARA-AVISOS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Envio dos avisos da caixa de saida NOTIF-SAIDA
      *           (Copybooks/NOTIFIC.cpy), gravados pelos lotes e
      *           programas de console pela rotina GRAVA-NOTIFICACAO.
      *           Roda no DAILYJOB, em tres tempos:
      *             1. aplica o retorno do provedor de mensagens
      *                (RETORNO-AVISOS) aos avisos enviados na noite
      *                anterior: E entregue ou F falhou, com o codigo;
      *             2. para cada aviso pendente, acha o contato da
      *                pessoa em CONTATO (o responsavel sem contato
      *                cadastrado usa o e-mail de RESPONSAVEL), respeita
      *                a recusa de avisos, escolhe o canal (o do aviso
      *                ou o preferido; sem endereco naquele canal, o
      *                outro), monta assunto e texto pelo modelo de
      *                MODELO-AVISO trocando #1 a #4 pelos campos de
      *                mescla e grava a mensagem no arquivo que o
      *                provedor apanha (ENVIO-AVISOS);
      *             3. apaga da caixa de saida os avisos encerrados ha
      *                mais dias que a retencao (PARM RETENCAO=nnn,
      *                padrao 090, pela data de movimento).
      *           Recusados, sem contato e sem modelo sao encerrados
      *           sem envio (situacoes O, S e M). O relatorio
      *           AVISOS-REPORT lista as falhas do provedor, os avisos
      *           sem contato e os de modelo nao cadastrado, com os
      *           totais. Falha do provedor ou modelo nao cadastrado
      *           termina com RC 4; sem MODELO-AVISO nada e enviado e
      *           a execucao termina com RC 8, com os avisos pendentes
      *           intactos para a noite seguinte.
      *           Copia de AVISOS-REPORT guardada no arquivo de
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
           SELECT NOTIF-SAIDA ASSIGN TO "NOTIF-SAIDA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NT-CHAVE
               FILE STATUS IS WRK-NT-STATUS.
           SELECT CONTATO ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS WRK-CT-STATUS.
           SELECT RESPONSAVEL ASSIGN TO "RESPONSAVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RS-MATRICULA
               FILE STATUS IS WRK-RS-STATUS.
           SELECT MODELO-AVISO ASSIGN TO "MODELO-AVISO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-MA-STATUS.
           SELECT RETORNO-AVISOS ASSIGN TO "RETORNO-AVISOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-RA-STATUS.
           SELECT ENVIO-AVISOS ASSIGN TO "ENVIO-AVISOS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISOS-REPORT ASSIGN TO "AVISOS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVISOS-REPORT-RELIDO ASSIGN TO "AVISOS-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  NOTIF-SAIDA.
           COPY NOTIFIC.

       FD  CONTATO.
           COPY CONTATO.

       FD  RESPONSAVEL.
           COPY RESPONS.

      *    Modelo de mensagem: codigo, assunto (e-mail) e texto, com
      *    #1 a #4 marcando onde entram os campos de mescla do aviso.
       FD  MODELO-AVISO
           RECORD CONTAINS 210 CHARACTERS.
       01  MODELO-AVISO-REC.
           05 MA-CODIGO            PIC X(06).
           05 MA-ASSUNTO           PIC X(40).
           05 MA-TEXTO             PIC X(160).
           05 FILLER               PIC X(04).

      *    Retorno do provedor: a chave do aviso enviado, E entregue
      *    ou F falhou, o codigo do provedor e a data da entrega.
       FD  RETORNO-AVISOS
           RECORD CONTAINS 40 CHARACTERS.
       01  RETORNO-AVISOS-REC.
           05 RA-ID                PIC X(20).
           05 RA-SITUACAO          PIC X(01).
              88 RA-ENTREGUE         VALUE 'E'.
           05 RA-CODIGO            PIC X(04).
           05 RA-DATA              PIC 9(08).
           05 FILLER               PIC X(07).

      *    Mensagem para o provedor: a chave do aviso (devolvida no
      *    retorno), o canal, o e-mail ou o celular, o nome, o assunto
      *    e o texto ja mesclados.
       FD  ENVIO-AVISOS
           RECORD CONTAINS 310 CHARACTERS.
       01  ENVIO-AVISOS-REC.
           05 EA-ID                PIC X(20).
           05 EA-CANAL             PIC X(01).
           05 EA-DESTINO           PIC X(50).
           05 EA-NOME              PIC X(30).
           05 EA-ASSUNTO           PIC X(40).
           05 EA-TEXTO             PIC X(160).
           05 FILLER               PIC X(09).

       FD  AVISOS-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  AVISOS-REPORT-REC       PIC X(80).

       FD  AVISOS-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  AVISOS-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY JCLPARM.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-NT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-CT-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-RS-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-MA-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-RA-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-TEM-CAIXA     PIC X(01)      VALUE 'N'.
           88 TEM-CAIXA                     VALUE 'S'.
       77  WRK-TEM-CONTATOS  PIC X(01)      VALUE 'N'.
           88 TEM-CONTATOS                  VALUE 'S'.
       77  WRK-TEM-RESPONS   PIC X(01)      VALUE 'N'.
           88 TEM-RESPONSAVEIS              VALUE 'S'.
       77  WRK-FIM-MODELO    PIC X(01)      VALUE 'N'.
           88 FIM-MODELO                    VALUE 'S'.
       77  WRK-FIM-RETORNO   PIC X(01)      VALUE 'N'.
           88 FIM-RETORNO                   VALUE 'S'.
       77  WRK-FIM-CAIXA     PIC X(01)      VALUE 'N'.
           88 FIM-CAIXA                     VALUE 'S'.
       77  WRK-DATA-EXEC     PIC 9(08)      VALUE ZEROS.
       77  WRK-RETENCAO      PIC 9(03)      VALUE 090.
       77  WRK-RETENCAO-TXT  PIC X(03)      VALUE SPACES.
       77  WRK-DIAS-HOJE     PIC 9(08) COMP VALUE ZERO.
       77  WRK-IDADE         PIC S9(08) COMP VALUE ZERO.
       77  WRK-LINHA         PIC X(80)      VALUE SPACES.
      *
      * Contato resolvido para o aviso corrente.
       77  WRK-EMAIL         PIC X(50)      VALUE SPACES.
       77  WRK-CELULAR       PIC 9(11)      VALUE ZEROS.
       77  WRK-CANAL         PIC X(01)      VALUE SPACE.
       77  WRK-TEM-ENDERECO  PIC X(01)      VALUE 'N'.
           88 TEM-ENDERECO                  VALUE 'S'.
       77  WRK-RECUSOU       PIC X(01)      VALUE 'N'.
           88 PESSOA-RECUSOU                VALUE 'S'.
      *
      * Contadores do relatorio.
       77  WRK-QTD-RETORNOS  PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-ENTREGUES PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-FALHAS    PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-NAO-LOCALIZADOS PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-PENDENTES PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-EMAIL     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-SMS       PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-RECUSADOS PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-SEM-CONTATO PIC 9(07)    VALUE ZEROS.
       77  WRK-QTD-SEM-MODELO PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-AGUARDANDO PIC 9(07)     VALUE ZEROS.
       77  WRK-QTD-APAGADOS  PIC 9(07)      VALUE ZEROS.
      *
      * Modelos de mensagem de MODELO-AVISO. Ate 50 modelos.
       77  WRK-QTD-MODELOS   PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-MOD       PIC 9(03) COMP VALUE ZERO.
       77  WRK-IDX-ACHADO    PIC 9(03) COMP VALUE ZERO.
       01  WRK-TAB-MODELOS.
           05 WRK-MODELO-ENT OCCURS 50 TIMES.
              10 WRK-TM-CODIGO      PIC X(06).
              10 WRK-TM-ASSUNTO     PIC X(40).
              10 WRK-TM-TEXTO       PIC X(160).
      *
      * Mescla: o texto do modelo e copiado caractere a caractere para
      * a saida, com #1 a #4 trocados pelo campo correspondente sem os
      * brancos das pontas; o que passar de 160 posicoes e cortado.
       01  WRK-FMT-ENTRADA   PIC X(160)     VALUE SPACES.
       01  WRK-FMT-SAIDA     PIC X(160)     VALUE SPACES.
       01  WRK-MEDIR         PIC X(160)     VALUE SPACES.
       77  WRK-TAM-ENTRADA   PIC 9(03) COMP VALUE ZERO.
       77  WRK-POS-ENTRADA   PIC 9(03) COMP VALUE ZERO.
       77  WRK-POS-SAIDA     PIC 9(03) COMP VALUE ZERO.
       77  WRK-INI-MEDIDO    PIC 9(03) COMP VALUE ZERO.
       77  WRK-TAM-MEDIDO    PIC 9(03) COMP VALUE ZERO.
       77  WRK-MEDIDO        PIC X(01)      VALUE 'N'.
           88 TEXTO-MEDIDO                  VALUE 'S'.
       77  WRK-CHAR          PIC X(01)      VALUE SPACE.
       77  WRK-CHAR-SEG      PIC X(01)      VALUE SPACE.
       77  WRK-IDX-CAMPO     PIC 9(01)      VALUE ZERO.
      *
      * Conversao de data em dias absolutos, como em PURGA-DADOS, para
      * medir a idade dos avisos encerrados contra a retencao.
       01  WRK-DATA-CONV.
           05 WRK-ANO-CONV    PIC 9(04)     VALUE ZEROS.
           05 WRK-MES-CONV    PIC 9(02)     VALUE ZEROS.
           05 WRK-DIA-CONV    PIC 9(02)     VALUE ZEROS.
       01  WRK-TAB-ACUM-MES VALUE
           '000031059090120151181212243273304334'.
           05 WRK-DIAS-ACUM OCCURS 12 TIMES PIC 9(03).
       77  WRK-BISSEXTO       PIC X(01)     VALUE 'N'.
           88 ANO-BISSEXTO                  VALUE 'S'.
       77  WRK-RESTO4         PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO100       PIC 9(02) COMP VALUE ZERO.
       77  WRK-RESTO400       PIC 9(03) COMP VALUE ZERO.
       77  WRK-QUOC           PIC 9(06) COMP VALUE ZERO.
       77  WRK-ANO-CONV-ANT   PIC 9(04) COMP VALUE ZERO.
       77  WRK-DIAS-TOTAL-CONV PIC 9(08) COMP VALUE ZERO.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'DISPARA-AVISOS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           DISPLAY INST-NOME.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF RETURN-CODE = 8
              PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT
              GOBACK
           END-IF.
           IF TEM-CAIXA
              PERFORM 2000-APLICAR-RETORNO THRU 2000-EXIT
              PERFORM 3000-ENVIAR-PENDENTES THRU 3000-EXIT
           END-IF.
           PERFORM 5000-FINALIZAR THRU 5000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * 1000-INICIALIZAR - Data de movimento e retencao (PARM
      * RETENCAO=nnn), carga dos modelos e abertura dos arquivos. Sem
      * modelos nada e enviado (RC 8); sem caixa de saida nao ha o
      * que enviar, e o arquivo do provedor sai vazio.
      *****************************************************************
       1000-INICIALIZAR.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           MOVE WRK-DIAS-TOTAL-CONV TO WRK-DIAS-HOJE.
           MOVE ZERO TO RETURN-CODE.
           ACCEPT WRK-PARM-JCL-TEXTO FROM COMMAND-LINE.
           IF WRK-PARM-JCL-TEXTO(1:9) = 'RETENCAO='
              MOVE WRK-PARM-JCL-TEXTO(10:3) TO WRK-RETENCAO-TXT
              IF WRK-RETENCAO-TXT IS NUMERIC
                 MOVE WRK-RETENCAO-TXT TO WRK-RETENCAO
              END-IF
           END-IF.
           DISPLAY 'ENVIO DE AVISOS - DATA DE MOVIMENTO '
                   WRK-DATA-EXEC ' - RETENCAO ' WRK-RETENCAO ' DIAS'.
           OPEN OUTPUT AVISOS-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE 'ENVIO DE AVISOS DA CAIXA DE SAIDA'
             TO AVISOS-REPORT-REC.
           WRITE AVISOS-REPORT-REC.
           PERFORM 1100-CARREGAR-MODELOS THRU 1100-EXIT.
           IF WRK-QTD-MODELOS = 0
              MOVE 'MODELO-AVISO AUSENTE OU VAZIO - NADA ENVIADO'
                TO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              CLOSE AVISOS-REPORT
              MOVE 8 TO RETURN-CODE
              GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT ENVIO-AVISOS.
           OPEN I-O NOTIF-SAIDA.
           IF WRK-NT-STATUS = '00'
              SET TEM-CAIXA TO TRUE
           ELSE
              MOVE 'CAIXA DE SAIDA NOTIF-SAIDA AUSENTE - NADA A ENVIAR'
                TO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
           END-IF.
           OPEN INPUT CONTATO.
           IF WRK-CT-STATUS = '00'
              SET TEM-CONTATOS TO TRUE
           ELSE
              DISPLAY 'CONTATO INDISPONIVEL (STATUS ' WRK-CT-STATUS
                      ') - SO RESPONSAVEIS COM E-MAIL RECEBEM'
           END-IF.
           OPEN INPUT RESPONSAVEL.
           IF WRK-RS-STATUS = '00'
              SET TEM-RESPONSAVEIS TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-CARREGAR-MODELOS - Le MODELO-AVISO para a tabela; acima
      * de 50 modelos os excedentes sao avisados e ignorados.
      *****************************************************************
       1100-CARREGAR-MODELOS.
           OPEN INPUT MODELO-AVISO.
           IF WRK-MA-STATUS NOT = '00'
              GO TO 1100-EXIT
           END-IF.
           PERFORM 1110-LER-MODELO THRU 1110-EXIT.
           PERFORM UNTIL FIM-MODELO
              IF MA-CODIGO NOT = SPACES
                 IF WRK-QTD-MODELOS < 50
                    ADD 1 TO WRK-QTD-MODELOS
                    MOVE MA-CODIGO  TO WRK-TM-CODIGO(WRK-QTD-MODELOS)
                    MOVE MA-ASSUNTO TO WRK-TM-ASSUNTO(WRK-QTD-MODELOS)
                    MOVE MA-TEXTO   TO WRK-TM-TEXTO(WRK-QTD-MODELOS)
                 ELSE
                    DISPLAY 'MODELO ALEM DE 50 IGNORADO: ' MA-CODIGO
                 END-IF
              END-IF
              PERFORM 1110-LER-MODELO THRU 1110-EXIT
           END-PERFORM.
           CLOSE MODELO-AVISO.
       1100-EXIT.
           EXIT.

       1110-LER-MODELO.
           READ MODELO-AVISO
               AT END SET FIM-MODELO TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.

      *****************************************************************
      * 2000-APLICAR-RETORNO - Le o retorno do provedor e grava a
      * situacao devolvida no aviso enviado correspondente. Aviso ja
      * encerrado (retorno reapresentado) fica como esta; chave que
      * nao esta na caixa de saida sai no relatorio.
      *****************************************************************
       2000-APLICAR-RETORNO.
           OPEN INPUT RETORNO-AVISOS.
           IF WRK-RA-STATUS NOT = '00'
              DISPLAY 'RETORNO-AVISOS AUSENTE - NENHUM RETORNO A '
                      'APLICAR'
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-LER-RETORNO THRU 2100-EXIT.
           PERFORM UNTIL FIM-RETORNO
              PERFORM 2200-APLICAR-UM-RETORNO THRU 2200-EXIT
              PERFORM 2100-LER-RETORNO THRU 2100-EXIT
           END-PERFORM.
           CLOSE RETORNO-AVISOS.
       2000-EXIT.
           EXIT.

       2100-LER-RETORNO.
           READ RETORNO-AVISOS
               AT END SET FIM-RETORNO TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-APLICAR-UM-RETORNO.
           IF RA-ID = SPACES
              GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-RETORNOS.
           MOVE RA-ID TO NT-CHAVE.
           READ NOTIF-SAIDA
               INVALID KEY
                  ADD 1 TO WRK-QTD-NAO-LOCALIZADOS
                  MOVE SPACES TO WRK-LINHA
                  STRING 'RETORNO SEM AVISO NA CAIXA DE SAIDA: '
                         DELIMITED BY SIZE
                         RA-ID DELIMITED BY SIZE
                         INTO WRK-LINHA
                  PERFORM 8000-IMPRIMIR THRU 8000-EXIT
                  GO TO 2200-EXIT
           END-READ.
           IF NOT NT-ENVIADA
              GO TO 2200-EXIT
           END-IF.
           IF RA-ENTREGUE
              SET NT-ENTREGUE TO TRUE
              ADD 1 TO WRK-QTD-ENTREGUES
           ELSE
              SET NT-FALHOU TO TRUE
              ADD 1 TO WRK-QTD-FALHAS
           END-IF.
           MOVE RA-CODIGO TO NT-COD-RETORNO.
           IF RA-DATA IS NUMERIC AND RA-DATA NOT = ZEROS
              MOVE RA-DATA TO NT-DATA-RETORNO
           ELSE
              MOVE WRK-DATA-EXEC TO NT-DATA-RETORNO
           END-IF.
           REWRITE NOTIF-SAIDA-REC.
           IF NT-FALHOU
              MOVE SPACES TO WRK-LINHA
              STRING 'FALHA ' DELIMITED BY SIZE
                     NT-COD-RETORNO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-MODELO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-TIPO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-NOME DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * 3000-ENVIAR-PENDENTES - Percorre a caixa de saida pela chave:
      * aviso pendente e preparado e enviado (3100); aviso encerrado
      * mais velho que a retencao e apagado; enviado ainda sem
      * retorno so e contado.
      *****************************************************************
       3000-ENVIAR-PENDENTES.
           MOVE LOW-VALUES TO NT-CHAVE.
           START NOTIF-SAIDA KEY IS NOT LESS THAN NT-CHAVE
               INVALID KEY SET FIM-CAIXA TO TRUE
           END-START.
           PERFORM 3010-LER-CAIXA THRU 3010-EXIT.
           PERFORM UNTIL FIM-CAIXA
              EVALUATE TRUE
                 WHEN NT-PENDENTE
                    PERFORM 3100-PREPARAR-AVISO THRU 3100-EXIT
                    REWRITE NOTIF-SAIDA-REC
                 WHEN NT-ENVIADA
                    ADD 1 TO WRK-QTD-AGUARDANDO
                 WHEN NT-ENCERRADA
                    PERFORM 3900-APAGAR-VENCIDO THRU 3900-EXIT
              END-EVALUATE
              PERFORM 3010-LER-CAIXA THRU 3010-EXIT
           END-PERFORM.
       3000-EXIT.
           EXIT.

       3010-LER-CAIXA.
           READ NOTIF-SAIDA NEXT RECORD
               AT END SET FIM-CAIXA TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.

      *****************************************************************
      * 3100-PREPARAR-AVISO - Modelo, contato, recusa e canal do
      * aviso pendente; passando por tudo, a mensagem mesclada vai
      * para o provedor e o aviso fica enviado, aguardando retorno.
      *****************************************************************
       3100-PREPARAR-AVISO.
           ADD 1 TO WRK-QTD-PENDENTES.
           MOVE ZERO TO WRK-IDX-ACHADO.
           PERFORM 3110-PROCURAR-MODELO THRU 3110-EXIT
              VARYING WRK-IDX-MOD FROM 1 BY 1
              UNTIL WRK-IDX-MOD > WRK-QTD-MODELOS
                 OR WRK-IDX-ACHADO > 0.
           IF WRK-IDX-ACHADO = 0
              SET NT-SEM-MODELO TO TRUE
              ADD 1 TO WRK-QTD-SEM-MODELO
              MOVE SPACES TO WRK-LINHA
              STRING 'MODELO NAO CADASTRADO ' DELIMITED BY SIZE
                     NT-MODELO DELIMITED BY SIZE
                     ' - ' DELIMITED BY SIZE
                     NT-PROGRAMA DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-TIPO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-ID DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3200-RESOLVER-CONTATO THRU 3200-EXIT.
           IF PESSOA-RECUSOU
              SET NT-RECUSADA TO TRUE
              ADD 1 TO WRK-QTD-RECUSADOS
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3300-ESCOLHER-CANAL THRU 3300-EXIT.
           IF NOT TEM-ENDERECO
              SET NT-SEM-CONTATO TO TRUE
              ADD 1 TO WRK-QTD-SEM-CONTATO
              MOVE SPACES TO WRK-LINHA
              STRING 'SEM CONTATO ' DELIMITED BY SIZE
                     NT-MODELO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-TIPO DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-ID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     NT-DEST-NOME DELIMITED BY SIZE
                     INTO WRK-LINHA
              PERFORM 8000-IMPRIMIR THRU 8000-EXIT
              GO TO 3100-EXIT
           END-IF.
           PERFORM 3400-GRAVAR-MENSAGEM THRU 3400-EXIT.
       3100-EXIT.
           EXIT.

       3110-PROCURAR-MODELO.
           IF WRK-TM-CODIGO(WRK-IDX-MOD) = NT-MODELO
              MOVE WRK-IDX-MOD TO WRK-IDX-ACHADO
           END-IF.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * 3200-RESOLVER-CONTATO - E-mail, celular, canal preferido e
      * recusa da pessoa em CONTATO. O aviso ao responsavel chega com
      * a matricula do aluno: nome e e-mail vem do cadastro de
      * responsaveis, e o e-mail de CONTATO, se houver, prevalece.
      *****************************************************************
       3200-RESOLVER-CONTATO.
           MOVE SPACES TO WRK-EMAIL.
           MOVE ZEROS  TO WRK-CELULAR.
           MOVE 'E'    TO WRK-CANAL.
           MOVE 'N'    TO WRK-RECUSOU.
           IF NT-DEST-RESPONSAVEL AND TEM-RESPONSAVEIS
              MOVE NT-DEST-ID TO RS-MATRICULA
              READ RESPONSAVEL
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     MOVE RS-NOME  TO NT-DEST-NOME
                     MOVE RS-EMAIL TO WRK-EMAIL
              END-READ
           END-IF.
           IF TEM-CONTATOS
              MOVE NT-DEST-TIPO TO CT-TIPO
              MOVE NT-DEST-ID   TO CT-ID
              READ CONTATO
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF CT-EMAIL NOT = SPACES
                        MOVE CT-EMAIL TO WRK-EMAIL
                     END-IF
                     MOVE CT-CELULAR TO WRK-CELULAR
                     IF CT-PREFERE-SMS
                        MOVE 'S' TO WRK-CANAL
                     END-IF
                     IF CT-RECUSA-AVISOS
                        SET PESSOA-RECUSOU TO TRUE
                     END-IF
              END-READ
           END-IF.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 3300-ESCOLHER-CANAL - O canal pedido no aviso, ou o preferido
      * da pessoa; sem endereco no canal escolhido, o outro.
      *****************************************************************
       3300-ESCOLHER-CANAL.
           MOVE 'N' TO WRK-TEM-ENDERECO.
           IF NOT NT-CANAL-PREFERIDO
              MOVE NT-CANAL TO WRK-CANAL
           END-IF.
           IF WRK-CANAL = 'S' AND WRK-CELULAR = ZEROS
              MOVE 'E' TO WRK-CANAL
           END-IF.
           IF WRK-CANAL NOT = 'S' AND WRK-EMAIL = SPACES
              MOVE 'S' TO WRK-CANAL
           END-IF.
           IF WRK-CANAL = 'S' AND WRK-CELULAR = ZEROS
              GO TO 3300-EXIT
           END-IF.
           SET TEM-ENDERECO TO TRUE.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * 3400-GRAVAR-MENSAGEM - Mescla assunto e texto do modelo com os
      * campos do aviso e grava a mensagem no arquivo do provedor. O
      * SMS leva so o texto; o e-mail, assunto e texto.
      *****************************************************************
       3400-GRAVAR-MENSAGEM.
           MOVE SPACES TO ENVIO-AVISOS-REC.
           MOVE NT-CHAVE     TO EA-ID.
           MOVE WRK-CANAL    TO EA-CANAL.
           MOVE NT-DEST-NOME TO EA-NOME.
           IF WRK-CANAL = 'S'
              MOVE WRK-CELULAR TO EA-DESTINO
              ADD 1 TO WRK-QTD-SMS
           ELSE
              MOVE WRK-EMAIL TO EA-DESTINO
              MOVE WRK-TM-ASSUNTO(WRK-IDX-ACHADO) TO WRK-FMT-ENTRADA
              PERFORM 6000-MESCLAR THRU 6000-EXIT
              MOVE WRK-FMT-SAIDA TO EA-ASSUNTO
              ADD 1 TO WRK-QTD-EMAIL
           END-IF.
           MOVE WRK-TM-TEXTO(WRK-IDX-ACHADO) TO WRK-FMT-ENTRADA.
           PERFORM 6000-MESCLAR THRU 6000-EXIT.
           MOVE WRK-FMT-SAIDA TO EA-TEXTO.
           WRITE ENVIO-AVISOS-REC.
           SET NT-ENVIADA TO TRUE.
           MOVE WRK-CANAL TO NT-CANAL-USADO.
           MOVE WRK-DATA-EXEC TO NT-DATA-ENVIO.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * 3900-APAGAR-VENCIDO - Aviso encerrado ha mais dias que a
      * retencao, contados da data de movimento em que foi gerado, e
      * apagado da caixa de saida.
      *****************************************************************
       3900-APAGAR-VENCIDO.
           IF NT-DATA-MOV IS NOT NUMERIC OR NT-DATA-MOV = ZEROS
              GO TO 3900-EXIT
           END-IF.
           MOVE NT-DATA-MOV TO WRK-DATA-CONV.
           PERFORM 7000-CONVERTER-DATA-EM-DIAS THRU 7000-EXIT.
           COMPUTE WRK-IDADE = WRK-DIAS-HOJE - WRK-DIAS-TOTAL-CONV.
           IF WRK-IDADE > WRK-RETENCAO
              DELETE NOTIF-SAIDA RECORD
              ADD 1 TO WRK-QTD-APAGADOS
           END-IF.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * 5000-FINALIZAR - Totais no relatorio e no console e fecho dos
      * arquivos. Falha do provedor ou modelo nao cadastrado: RC 4.
      *****************************************************************
       5000-FINALIZAR.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RETORNOS: ' DELIMITED BY SIZE
                  WRK-QTD-RETORNOS DELIMITED BY SIZE
                  ' ENTREGUES: ' DELIMITED BY SIZE
                  WRK-QTD-ENTREGUES DELIMITED BY SIZE
                  ' FALHAS: ' DELIMITED BY SIZE
                  WRK-QTD-FALHAS DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PENDENTES: ' DELIMITED BY SIZE
                  WRK-QTD-PENDENTES DELIMITED BY SIZE
                  ' E-MAIL: ' DELIMITED BY SIZE
                  WRK-QTD-EMAIL DELIMITED BY SIZE
                  ' SMS: ' DELIMITED BY SIZE
                  WRK-QTD-SMS DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RECUSADOS: ' DELIMITED BY SIZE
                  WRK-QTD-RECUSADOS DELIMITED BY SIZE
                  ' SEM CONTATO: ' DELIMITED BY SIZE
                  WRK-QTD-SEM-CONTATO DELIMITED BY SIZE
                  ' SEM MODELO: ' DELIMITED BY SIZE
                  WRK-QTD-SEM-MODELO DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AGUARDANDO RETORNO: ' DELIMITED BY SIZE
                  WRK-QTD-AGUARDANDO DELIMITED BY SIZE
                  ' APAGADOS: ' DELIMITED BY SIZE
                  WRK-QTD-APAGADOS DELIMITED BY SIZE
                  ' RETORNO SEM AVISO: ' DELIMITED BY SIZE
                  WRK-QTD-NAO-LOCALIZADOS DELIMITED BY SIZE
                  INTO WRK-LINHA.
           PERFORM 8000-IMPRIMIR THRU 8000-EXIT.
           CLOSE AVISOS-REPORT.
           CLOSE ENVIO-AVISOS.
           IF TEM-CAIXA
              CLOSE NOTIF-SAIDA
           END-IF.
           IF TEM-CONTATOS
              CLOSE CONTATO
           END-IF.
           IF TEM-RESPONSAVEIS
              CLOSE RESPONSAVEL
           END-IF.
           IF WRK-QTD-FALHAS > 0 OR WRK-QTD-SEM-MODELO > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 6000-MESCLAR - Copia WRK-FMT-ENTRADA para WRK-FMT-SAIDA
      * trocando #1 a #4 pelos campos de mescla do aviso.
      *****************************************************************
       6000-MESCLAR.
           MOVE SPACES TO WRK-FMT-SAIDA.
           MOVE WRK-FMT-ENTRADA TO WRK-MEDIR.
           PERFORM 6300-MEDIR-TEXTO THRU 6300-EXIT.
           MOVE WRK-TAM-MEDIDO TO WRK-TAM-ENTRADA.
           MOVE 1 TO WRK-POS-ENTRADA.
           MOVE 1 TO WRK-POS-SAIDA.
           PERFORM 6100-COPIAR-CARACTERE THRU 6100-EXIT
              UNTIL WRK-POS-ENTRADA > WRK-TAM-ENTRADA
                 OR WRK-POS-SAIDA > 160.
       6000-EXIT.
           EXIT.

       6100-COPIAR-CARACTERE.
           MOVE WRK-FMT-ENTRADA(WRK-POS-ENTRADA:1) TO WRK-CHAR.
           IF WRK-CHAR = '#' AND WRK-POS-ENTRADA < WRK-TAM-ENTRADA
              MOVE WRK-FMT-ENTRADA(WRK-POS-ENTRADA + 1:1)
                TO WRK-CHAR-SEG
              IF WRK-CHAR-SEG >= '1' AND WRK-CHAR-SEG <= '4'
                 MOVE WRK-CHAR-SEG TO WRK-IDX-CAMPO
                 PERFORM 6200-INSERIR-CAMPO THRU 6200-EXIT
                 ADD 2 TO WRK-POS-ENTRADA
                 GO TO 6100-EXIT
              END-IF
           END-IF.
           MOVE WRK-CHAR TO WRK-FMT-SAIDA(WRK-POS-SAIDA:1).
           ADD 1 TO WRK-POS-SAIDA.
           ADD 1 TO WRK-POS-ENTRADA.
       6100-EXIT.
           EXIT.

       6200-INSERIR-CAMPO.
           MOVE SPACES TO WRK-MEDIR.
           MOVE NT-CAMPO(WRK-IDX-CAMPO) TO WRK-MEDIR.
           PERFORM 6300-MEDIR-TEXTO THRU 6300-EXIT.
           IF WRK-TAM-MEDIDO = 0
              GO TO 6200-EXIT
           END-IF.
           STRING WRK-MEDIR(WRK-INI-MEDIDO:WRK-TAM-MEDIDO)
                  DELIMITED BY SIZE
                  INTO WRK-FMT-SAIDA
                  WITH POINTER WRK-POS-SAIDA
               ON OVERFLOW
                  MOVE 161 TO WRK-POS-SAIDA
           END-STRING.
       6200-EXIT.
           EXIT.

      *****************************************************************
      * 6300-MEDIR-TEXTO - Primeira posicao nao branca de WRK-MEDIR
      * (WRK-INI-MEDIDO) e o tamanho dali ate a ultima nao branca
      * (WRK-TAM-MEDIDO; zero quando o texto e todo branco).
      *****************************************************************
       6300-MEDIR-TEXTO.
           MOVE 160 TO WRK-TAM-MEDIDO.
           MOVE 'N' TO WRK-MEDIDO.
           PERFORM 6310-RECUAR-FIM THRU 6310-EXIT
              UNTIL TEXTO-MEDIDO OR WRK-TAM-MEDIDO = 0.
           IF WRK-TAM-MEDIDO = 0
              MOVE 1 TO WRK-INI-MEDIDO
              GO TO 6300-EXIT
           END-IF.
           MOVE 1 TO WRK-INI-MEDIDO.
           MOVE 'N' TO WRK-MEDIDO.
           PERFORM 6320-AVANCAR-INICIO THRU 6320-EXIT
              UNTIL TEXTO-MEDIDO.
           COMPUTE WRK-TAM-MEDIDO = WRK-TAM-MEDIDO - WRK-INI-MEDIDO + 1.
       6300-EXIT.
           EXIT.

       6310-RECUAR-FIM.
           IF WRK-MEDIR(WRK-TAM-MEDIDO:1) NOT = SPACE
              SET TEXTO-MEDIDO TO TRUE
           ELSE
              SUBTRACT 1 FROM WRK-TAM-MEDIDO
           END-IF.
       6310-EXIT.
           EXIT.

       6320-AVANCAR-INICIO.
           IF WRK-MEDIR(WRK-INI-MEDIDO:1) NOT = SPACE
              SET TEXTO-MEDIDO TO TRUE
           ELSE
              ADD 1 TO WRK-INI-MEDIDO
           END-IF.
       6320-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONVERTER-DATA-EM-DIAS - Converte WRK-DATA-CONV em dias
      * absolutos, como em PURGA-DADOS.
      *****************************************************************
       7000-CONVERTER-DATA-EM-DIAS.
           PERFORM 7100-VERIFICAR-BISSEXTO THRU 7100-EXIT.
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
       7000-EXIT.
           EXIT.

       7100-VERIFICAR-BISSEXTO.
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
       7100-EXIT.
           EXIT.

      *****************************************************************
      * 8000-IMPRIMIR - Linha montada em WRK-LINHA no relatorio e no
      * console.
      *****************************************************************
       8000-IMPRIMIR.
           MOVE WRK-LINHA TO AVISOS-REPORT-REC.
           WRITE AVISOS-REPORT-REC.
           DISPLAY WRK-LINHA.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de AVISOS-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT AVISOS-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'AVISOS-REPORT' TO AG-RELATORIO.
           MOVE 'DISPARA-AVISOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE AVISOS-REPORT-RELIDO.
           COMPUTE AG-QTD-REGISTROS = WRK-QTD-RETORNOS
               + WRK-QTD-PENDENTES.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ AVISOS-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE AVISOS-REPORT-RELIDO-REC TO AG-LINHA.
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
           COMPUTE GE-QTD-REGISTROS = WRK-QTD-RETORNOS
               + WRK-QTD-PENDENTES.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'DISPARA-AVISOS' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
