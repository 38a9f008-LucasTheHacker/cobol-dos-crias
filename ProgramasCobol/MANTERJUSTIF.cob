       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-JUSTIFICATIVA.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro e decisao das justificativas de falta
      *           (JUSTIFICATIVA, Copybooks/JUSTIF.cpy), no mesmo
      *           molde de console de MANTER-RESPONSAVEL. A secretaria
      *           registra o atestado (matricula, curso, periodo e
      *           tipo de documento), que entra pendente; o supervisor
      *           aprova ou nega cada pendente, e so a aprovada abona
      *           as faltas do periodo na apuracao de frequencia de
      *           APURA-PRESENCA. A decisao so e aceita com papel ADM
      *           ou SUPERVISOR no contexto do operador (chamada pelo
      *           MENU-PRINCIPAL via MANTER-JUSTIFICATIVA-CTX) e de
      *           operador diferente de quem registrou; quem decide e
      *           a data ficam gravados na justificativa.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador do contexto do menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JUSTIFICATIVA ASSIGN TO "JUSTIFICATIVA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JU-CHAVE
               FILE STATUS IS WRK-JU-STATUS.
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  JUSTIFICATIVA.
           COPY JUSTIF.

       FD  STUDENT-MASTER.
           COPY STUMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       77  WRK-JU-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-JUST       PIC X(01)      VALUE 'N'.
           88 FIM-JUST                       VALUE 'S'.
       77  WRK-TEM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 TEM-STUDENT-MASTER             VALUE 'S'.
       77  WRK-DECISAO-AUTORIZADA PIC X(01)  VALUE 'N'.
           88 DECISAO-AUTORIZADA             VALUE 'S'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-MATRICULA      PIC X(10)      VALUE SPACES.
       77  WRK-CURSO          PIC X(08)      VALUE SPACES.
       77  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       77  WRK-DECISAO        PIC X(01)      VALUE SPACE.
       77  WRK-DATA-OK        PIC X(01)      VALUE 'N'.
           88 DATA-CONFERIDA                 VALUE 'S'.
       01  WRK-DATA-CONF      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-CONF-R REDEFINES WRK-DATA-CONF.
           05 WRK-CONF-ANO    PIC 9(04).
           05 WRK-CONF-MES    PIC 9(02).
           05 WRK-CONF-DIA    PIC 9(02).
       77  WRK-SITUACAO-ED    PIC X(08)      VALUE SPACES.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRIR-CADASTRO THRU 1000-EXIT.
           MOVE 'N' TO WRK-SAIR.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE JUSTIFICATIVA.
           IF TEM-STUDENT-MASTER
              CLOSE STUDENT-MASTER
           END-IF.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao, e o cadastro de
      * alunos so para leitura, para conferir a matricula.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O JUSTIFICATIVA.
           IF WRK-JU-STATUS = '35'
              OPEN OUTPUT JUSTIFICATIVA
              CLOSE JUSTIFICATIVA
              OPEN I-O JUSTIFICATIVA
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS = '00'
              MOVE 'S' TO WRK-TEM-ALUNOS
           ELSE
              DISPLAY 'STUDENT-MASTER AUSENTE - REGISTRO BLOQUEADO'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes e captura a escolha
      * do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' JUSTIFICATIVAS DE FALTA (ATESTADOS)'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR PENDENTES DE DECISAO'.
           DISPLAY ' 2 - REGISTRAR JUSTIFICATIVA'.
           DISPLAY ' 3 - APROVAR/NEGAR JUSTIFICATIVA'.
           DISPLAY ' 4 - CONSULTAR JUSTIFICATIVAS DO ALUNO'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR-PENDENTES THRU 4000-EXIT
              WHEN 2 PERFORM 5000-REGISTRAR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-DECIDIR THRU 6000-EXIT
              WHEN 4 PERFORM 7000-CONSULTAR-ALUNO THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR-PENDENTES - Varre o cadastro pela chave exibindo
      * as justificativas ainda sem decisao.
      *****************************************************************
       4000-LISTAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-JUST.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO JU-CHAVE.
           START JUSTIFICATIVA KEY IS NOT LESS THAN JU-CHAVE
               INVALID KEY SET FIM-JUST TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-JUST
              IF JU-PENDENTE
                 PERFORM 4200-EXIBIR-JUSTIFICATIVA THRU 4200-EXIT
                 ADD 1 TO WRK-QTD-LISTADOS
              END-IF
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA JUSTIFICATIVA PENDENTE'
           ELSE
              DISPLAY 'JUSTIFICATIVAS PENDENTES: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ JUSTIFICATIVA NEXT RECORD
               AT END SET FIM-JUST TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-JUSTIFICATIVA.
           EVALUATE TRUE
              WHEN JU-APROVADA
                 MOVE 'APROVADA' TO WRK-SITUACAO-ED
              WHEN JU-NEGADA
                 MOVE 'NEGADA'   TO WRK-SITUACAO-ED
              WHEN OTHER
                 MOVE 'PENDENTE' TO WRK-SITUACAO-ED
           END-EVALUATE.
           DISPLAY JU-MATRICULA ' ' JU-CURSO ' ' JU-DATA-INI
                   ' A ' JU-DATA-FIM ' ' JU-TIPO-DOC ' '
                   JU-DOCUMENTO ' ' WRK-SITUACAO-ED.
           IF JU-NEGADA
              DISPLAY '   MOTIVO: ' JU-MOTIVO-NEGACAO
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REGISTRAR - Registra uma justificativa pendente: aluno
      * cadastrado, curso, periodo valido (data final nao anterior a
      * inicial) e tipo de documento conhecido. Periodo repetido do
      * mesmo aluno e curso e recusado pelo proprio WRITE.
      *****************************************************************
       5000-REGISTRAR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           IF WRK-MATRICULA = SPACES
              DISPLAY 'MATRICULA EM BRANCO - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           IF NOT TEM-STUDENT-MASTER
              DISPLAY 'STUDENT-MASTER AUSENTE - MATRICULA NAO CONFERE'
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
                  GO TO 5000-EXIT
               NOT INVALID KEY
                  DISPLAY 'ALUNO: ' SM-NOME
           END-READ.
           MOVE SPACES TO JUSTIFICATIVA-REC.
           MOVE WRK-MATRICULA TO JU-MATRICULA.
           DISPLAY 'CURSO: '.
           ACCEPT JU-CURSO FROM CONSOLE.
           IF JU-CURSO = SPACES
              DISPLAY 'CURSO EM BRANCO - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'DATA INICIAL (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 5100-CAPTURAR-DATA THRU 5100-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO JU-DATA-INI.
           MOVE 'DATA FINAL (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 5100-CAPTURAR-DATA THRU 5100-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO JU-DATA-FIM.
           IF JU-DATA-FIM < JU-DATA-INI
              DISPLAY 'DATA FINAL ANTERIOR A INICIAL - NADA '
                      'REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'TIPO DE DOCUMENTO (AM-ATESTADO MEDICO  '
                   'OB-OBITO NA FAMILIA  SM-SERVICO MILITAR  '
                   'CJ-CONVOCACAO JUDICIAL  OU-OUTRO): '.
           ACCEPT JU-TIPO-DOC FROM CONSOLE.
           IF NOT JU-TIPO-VALIDO
              DISPLAY 'TIPO DE DOCUMENTO INVALIDO - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'NUMERO/IDENTIFICACAO DO DOCUMENTO: '.
           ACCEPT JU-DOCUMENTO FROM CONSOLE.
           SET JU-PENDENTE TO TRUE.
           MOVE WRK-DATA-HOJE TO JU-DATA-REGISTRO.
           MOVE WRK-OPERADOR  TO JU-REGISTRADO-POR.
           MOVE ZEROS         TO JU-DATA-DECISAO.
           WRITE JUSTIFICATIVA-REC
               INVALID KEY
                  DISPLAY 'JA EXISTE JUSTIFICATIVA DO ALUNO NO CURSO '
                          'COM ESTA DATA INICIAL'
               NOT INVALID KEY
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
                  DISPLAY 'JUSTIFICATIVA REGISTRADA - PENDENTE DE '
                          'DECISAO DO SUPERVISOR'
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CAPTURAR-DATA - Data AAAAMMDD pela rotina comum de
      * entrada numerica (VE-PROMPT preenchido pelo chamador), com
      * mes de 01 a 12 e dia de 01 a 31.
      *****************************************************************
       5100-CAPTURAR-DATA.
           MOVE 'N' TO WRK-DATA-OK.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           IF VE-TAMANHO NOT = 8
              DISPLAY 'DATA INVALIDA - INFORME 8 DIGITOS'
              GO TO 5100-EXIT
           END-IF.
           MOVE VE-VALOR(1:8) TO WRK-DATA-CONF.
           IF WRK-CONF-MES < 1 OR WRK-CONF-MES > 12
              OR WRK-CONF-DIA < 1 OR WRK-CONF-DIA > 31
              DISPLAY 'DATA INVALIDA: ' WRK-DATA-CONF
              GO TO 5100-EXIT
           END-IF.
           MOVE 'S' TO WRK-DATA-OK.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 6000-DECIDIR - Aprovacao ou negacao de uma justificativa
      * pendente, pela chave completa. So com papel ADM/SUPERVISOR e
      * por operador diferente de quem registrou; a negacao exige o
      * motivo.
      *****************************************************************
       6000-DECIDIR.
           IF NOT DECISAO-AUTORIZADA
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA A DECISAO DE '
                      'JUSTIFICATIVA'
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT JU-MATRICULA FROM CONSOLE.
           DISPLAY 'CURSO: '.
           ACCEPT JU-CURSO FROM CONSOLE.
           MOVE 'DATA INICIAL (AAAAMMDD): ' TO VE-PROMPT.
           PERFORM 5100-CAPTURAR-DATA THRU 5100-EXIT.
           IF NOT DATA-CONFERIDA
              GO TO 6000-EXIT
           END-IF.
           MOVE WRK-DATA-CONF TO JU-DATA-INI.
           READ JUSTIFICATIVA
               INVALID KEY
                  DISPLAY 'JUSTIFICATIVA NAO CADASTRADA'
                  GO TO 6000-EXIT
               NOT INVALID KEY
                  PERFORM 4200-EXIBIR-JUSTIFICATIVA THRU 4200-EXIT
           END-READ.
           IF NOT JU-PENDENTE
              DISPLAY 'JUSTIFICATIVA JA DECIDIDA - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           IF JU-REGISTRADO-POR = WRK-OPERADOR
              DISPLAY 'QUEM REGISTROU NAO PODE DECIDIR A '
                      'JUSTIFICATIVA'
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'APROVAR (A), NEGAR (N) OU SAIR SEM DECIDIR (S): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
              WHEN 'A'
                 SET JU-APROVADA TO TRUE
                 MOVE SPACES TO JU-MOTIVO-NEGACAO
              WHEN 'N'
                 DISPLAY 'MOTIVO DA NEGACAO: '
                 ACCEPT JU-MOTIVO-NEGACAO FROM CONSOLE
                 IF JU-MOTIVO-NEGACAO = SPACES
                    DISPLAY 'MOTIVO EM BRANCO - JUSTIFICATIVA MANTIDA '
                            'PENDENTE'
                    GO TO 6000-EXIT
                 END-IF
                 SET JU-NEGADA TO TRUE
              WHEN OTHER
                 DISPLAY 'JUSTIFICATIVA MANTIDA PENDENTE'
                 GO TO 6000-EXIT
           END-EVALUATE.
           MOVE WRK-OPERADOR  TO JU-DECIDIDO-POR.
           MOVE WRK-DATA-HOJE TO JU-DATA-DECISAO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE JUSTIFICATIVA-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           PERFORM 4200-EXIBIR-JUSTIFICATIVA THRU 4200-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONSULTAR-ALUNO - Todas as justificativas de uma
      * matricula, em qualquer situacao.
      *****************************************************************
       7000-CONSULTAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE 'N' TO WRK-FIM-JUST.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE SPACES TO JUSTIFICATIVA-REC.
           MOVE WRK-MATRICULA TO JU-MATRICULA.
           MOVE LOW-VALUES TO JU-CURSO.
           MOVE ZEROS TO JU-DATA-INI.
           START JUSTIFICATIVA KEY IS NOT LESS THAN JU-CHAVE
               INVALID KEY SET FIM-JUST TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-JUST
              IF JU-MATRICULA NOT = WRK-MATRICULA
                 SET FIM-JUST TO TRUE
              ELSE
                 PERFORM 4200-EXIBIR-JUSTIFICATIVA THRU 4200-EXIT
                 ADD 1 TO WRK-QTD-LISTADOS
                 PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
              END-IF
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUMA JUSTIFICATIVA DO ALUNO: ' WRK-MATRICULA
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE JU-CHAVE TO GJ-CHAVE.
           MOVE JUSTIFICATIVA-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ JUSTIFICATIVA KEY IS JU-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE JUSTIFICATIVA-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO JUSTIFICATIVA-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'JUSTIFICATIVA' TO GJ-ARQUIVO.
           MOVE 'MANTER-JUSTIFICATIVA' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 143 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE JU-CHAVE TO GJ-CHAVE
              MOVE JUSTIFICATIVA-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta. Sem contexto (entrada
      * direta) a decisao fica bloqueada, porque nao ha papel nem
      * nome de supervisor a registrar.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'MANTER-JUSTIFICATIVA-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           IF OC-ADM OR OC-SUPERVISOR
              MOVE 'S' TO WRK-DECISAO-AUTORIZADA
           ELSE
              MOVE 'N' TO WRK-DECISAO-AUTORIZADA
           END-IF.
           GO TO 0000-MAINLINE.
