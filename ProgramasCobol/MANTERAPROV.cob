       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-APROVEITAMENTO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Aproveitamento de estudos do aluno que chega de
      *           outra instituicao com cursos ja concluidos, no
      *           molde de console de MANTER-JUSTIFICATIVA. A
      *           secretaria registra a equivalencia (curso e ano de
      *           origem, instituicao e nota obtida la) contra um
      *           CUR-CODIGO do cadastro de cursos, que entra pendente
      *           em APROVEITAMENTO (Copybooks/APROVEIT.cpy). O
      *           supervisor aprova ou nega cada pendente; so com papel
      *           ADM ou SUPERVISOR no contexto do operador (chamada
      *           pelo MENU-PRINCIPAL via MANTER-APROVEITAMENTO-CTX) e
      *           de operador diferente de quem registrou. Aprovada, a
      *           equivalencia e lancada como os demais resultados:
      *           registro APROVEITADO em HIST-NOTAS (fechado com o
      *           trailer padrao) espelhado em HIST-NOTAS-IX no termo
      *           corrente, e o curso gravado no cadastro do aluno (a
      *           vaga do curso em SM-CURSOS ou o arquivo de
      *           continuacao ALUNO-CURSO), para o pre-requisito de
      *           CARGA-ALUNOS, o certificado e a auditoria curricular
      *           o reconhecerem como cumprido. Registro, aprovacao e
      *           negacao ficam na trilha APROVEITAMENTO-LOG.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador do contexto do menu.
      * 15/10/2026 Tutu - O lancamento da equivalencia aprovada tambem
      *                    vai ao jornal de alteracoes: o curso no
      *                    cadastro do aluno (STUDENT-MASTER ou
      *                    ALUNO-CURSO) e o espelho em HIST-NOTAS-IX,
      *                    com a imagem lida e a gravada. Falha ao
      *                    regravar o aluno ou ALUNO-CURSO deixa a
      *                    equivalencia pendente.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVEITAMENTO ASSIGN TO "APROVEITAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AP-CHAVE
               FILE STATUS IS WRK-AP-STATUS.
           SELECT APROVEITAMENTO-LOG ASSIGN TO "APROVEITAMENTO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT ALUNO-CURSO ASSIGN TO "ALUNO-CURSO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-CHAVE
               FILE STATUS IS WRK-AC-STATUS.
           SELECT HIST-NOTAS ASSIGN TO "HIST-NOTAS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HIST-NOTAS-IX ASSIGN TO "HIST-NOTAS-IX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HNI-CHAVE
               FILE STATUS IS WRK-HNI-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  APROVEITAMENTO.
           COPY APROVEIT.

       FD  APROVEITAMENTO-LOG
           RECORD CONTAINS 125 CHARACTERS.
           COPY APROVLOG.

       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  CURSO-MASTER.
           COPY CRSMSTR.

       FD  ALUNO-CURSO.
           COPY ALUNOCUR.

       FD  HIST-NOTAS
           RECORD CONTAINS 50 CHARACTERS.
           COPY HISTNOTA.
           COPY TRAILER.

       FD  HIST-NOTAS-IX.
           COPY HISTIX.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY TRAVAARQ.
       77  WRK-AP-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-CUR-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-AC-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-HNI-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-APROV      PIC X(01)      VALUE 'N'.
           88 FIM-APROV                      VALUE 'S'.
       77  WRK-FIM-HNI        PIC X(01)      VALUE 'N'.
           88 FIM-HNI                        VALUE 'S'.
       77  WRK-JA-CUMPRIDO    PIC X(01)      VALUE 'N'.
           88 CURSO-JA-CUMPRIDO              VALUE 'S'.
       77  WRK-LANCADO        PIC X(01)      VALUE 'N'.
           88 APROVEITAMENTO-LANCADO         VALUE 'S'.
       77  WRK-CURSO-GRAVADO  PIC X(01)      VALUE 'N'.
           88 CURSO-GRAVADO                  VALUE 'S'.
       77  WRK-AC-ACHOU       PIC X(01)      VALUE 'N'.
           88 AC-REGISTRO-EXISTE             VALUE 'S'.
       77  WRK-HNI-ACHOU      PIC X(01)      VALUE 'N'.
           88 HNI-REGISTRO-EXISTE            VALUE 'S'.
       77  WRK-DECISAO-AUTORIZADA PIC X(01)  VALUE 'N'.
           88 DECISAO-AUTORIZADA             VALUE 'S'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-MATRICULA      PIC X(10)      VALUE SPACES.
       77  WRK-DECISAO        PIC X(01)      VALUE SPACE.
       77  WRK-IDX-BUSCA      PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX-CURSO      PIC 9(02) COMP VALUE ZERO.
       77  WRK-NOTA-INTEIRO   PIC 9(02)      VALUE ZEROS.
       77  WRK-NOTA-DECIMAL   PIC 9(01)      VALUE ZEROS.
       77  WRK-NOTA-ED        PIC Z9,9       VALUE ZEROS.
       77  WRK-SITUACAO-ED    PIC X(08)      VALUE SPACES.
       01  WRK-DATA-HOJE      PIC 9(08)      VALUE ZEROS.
       01  WRK-DATA-HOJE-R REDEFINES WRK-DATA-HOJE.
           05 WRK-ANO-HOJE    PIC 9(04).
           05 WRK-MES-HOJE    PIC 9(02).
           05 WRK-DIA-HOJE    PIC 9(02).
       01  WRK-TERMO          PIC X(06)      VALUE SPACES.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-ANO-HOJE TO WRK-TERMO(1:4).
           IF WRK-MES-HOJE <= 6
              MOVE '01' TO WRK-TERMO(5:2)
           ELSE
              MOVE '02' TO WRK-TERMO(5:2)
           END-IF.
           PERFORM 1000-ABRIR-CADASTRO THRU 1000-EXIT.
           MOVE 'N' TO WRK-SAIR.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE APROVEITAMENTO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O APROVEITAMENTO.
           IF WRK-AP-STATUS = '35'
              OPEN OUTPUT APROVEITAMENTO
              CLOSE APROVEITAMENTO
              OPEN I-O APROVEITAMENTO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes e captura a escolha
      * do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' APROVEITAMENTO DE ESTUDOS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR PENDENTES DE DECISAO'.
           DISPLAY ' 2 - REGISTRAR EQUIVALENCIA'.
           DISPLAY ' 3 - APROVAR/NEGAR EQUIVALENCIA'.
           DISPLAY ' 4 - CONSULTAR APROVEITAMENTOS DO ALUNO'.
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
      * as equivalencias ainda sem decisao.
      *****************************************************************
       4000-LISTAR-PENDENTES.
           MOVE 'N' TO WRK-FIM-APROV.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO AP-CHAVE.
           START APROVEITAMENTO KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY SET FIM-APROV TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-APROV
              IF AP-PENDENTE
                 PERFORM 4200-EXIBIR-APROVEITAMENTO THRU 4200-EXIT
                 ADD 1 TO WRK-QTD-LISTADOS
              END-IF
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM APROVEITAMENTO PENDENTE'
           ELSE
              DISPLAY 'APROVEITAMENTOS PENDENTES: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ APROVEITAMENTO NEXT RECORD
               AT END SET FIM-APROV TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-EXIBIR-APROVEITAMENTO.
           EVALUATE TRUE
              WHEN AP-APROVADO
                 MOVE 'APROVADO' TO WRK-SITUACAO-ED
              WHEN AP-NEGADO
                 MOVE 'NEGADO'   TO WRK-SITUACAO-ED
              WHEN OTHER
                 MOVE 'PENDENTE' TO WRK-SITUACAO-ED
           END-EVALUATE.
           MOVE AP-NOTA-ORIGEM TO WRK-NOTA-ED.
           DISPLAY AP-MATRICULA ' ' AP-CURSO ' NOTA ' WRK-NOTA-ED
                   ' ' WRK-SITUACAO-ED ' REGISTRADO POR '
                   AP-REGISTRADO-POR.
           DISPLAY '   ORIGEM: ' AP-INSTITUICAO ' ' AP-ANO-ORIGEM.
           DISPLAY '   CURSO DE ORIGEM: ' AP-CURSO-ORIGEM.
           IF AP-APROVADO
              DISPLAY '   LANCADO NO TERMO ' AP-TERMO
           END-IF.
           IF AP-NEGADO
              DISPLAY '   MOTIVO: ' AP-MOTIVO-NEGACAO
           END-IF.
       4200-EXIT.
           EXIT.

      *****************************************************************
      * 5000-REGISTRAR - Registra uma equivalencia pendente: aluno
      * cadastrado, curso da casa existente no cadastro de cursos e
      * ainda nao cumprido (APROVADO ou APROVEITADO em HIST-NOTAS-IX),
      * instituicao e curso de origem preenchidos e nota de 0 a 10.
      * Equivalencia repetida do mesmo aluno e curso e recusada pelo
      * proprio WRITE.
      *****************************************************************
       5000-REGISTRAR.
           MOVE SPACES TO APROVEITAMENTO-REC.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT AP-MATRICULA FROM CONSOLE.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - MATRICULA NAO CONFERE'
              GO TO 5000-EXIT
           END-IF.
           MOVE AP-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' AP-MATRICULA
                  CLOSE STUDENT-MASTER
                  GO TO 5000-EXIT
               NOT INVALID KEY
                  DISPLAY 'ALUNO: ' SM-NOME
           END-READ.
           CLOSE STUDENT-MASTER.
           DISPLAY 'CURSO DA CASA (CUR-CODIGO) EQUIVALENTE: '.
           ACCEPT AP-CURSO FROM CONSOLE.
           OPEN INPUT CURSO-MASTER.
           IF WRK-CUR-STATUS NOT = '00'
              DISPLAY 'CURSO-MASTER AUSENTE - CURSO NAO CONFERE'
              GO TO 5000-EXIT
           END-IF.
           MOVE AP-CURSO TO CUR-CODIGO.
           READ CURSO-MASTER
               INVALID KEY
                  DISPLAY 'CURSO NAO CADASTRADO: ' AP-CURSO
                  CLOSE CURSO-MASTER
                  GO TO 5000-EXIT
               NOT INVALID KEY
                  DISPLAY 'CURSO: ' CUR-NOME
           END-READ.
           CLOSE CURSO-MASTER.
           PERFORM 5100-CONFERIR-CUMPRIDO THRU 5100-EXIT.
           IF CURSO-JA-CUMPRIDO
              DISPLAY 'ALUNO JA CUMPRIU O CURSO ' AP-CURSO
                      ' - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           DISPLAY 'INSTITUICAO DE ORIGEM: '.
           ACCEPT AP-INSTITUICAO FROM CONSOLE.
           DISPLAY 'CURSO CONCLUIDO NA ORIGEM: '.
           ACCEPT AP-CURSO-ORIGEM FROM CONSOLE.
           IF AP-INSTITUICAO = SPACES OR AP-CURSO-ORIGEM = SPACES
              DISPLAY 'ORIGEM INCOMPLETA - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'ANO DE CONCLUSAO NA ORIGEM (AAAA): ' TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           IF VE-TAMANHO NOT = 4
              DISPLAY 'ANO INVALIDO - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE VE-VALOR(1:4) TO AP-ANO-ORIGEM.
           IF AP-ANO-ORIGEM > WRK-ANO-HOJE
              DISPLAY 'ANO DE CONCLUSAO FUTURO - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'NOTA OBTIDA NA ORIGEM (0 A 10, ex. 7,5): '
             TO VE-PROMPT.
           MOVE 'S' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE ZEROS TO WRK-NOTA-INTEIRO WRK-NOTA-DECIMAL.
           UNSTRING VE-VALOR(1:VE-TAMANHO) DELIMITED BY ','
               INTO WRK-NOTA-INTEIRO WRK-NOTA-DECIMAL.
           COMPUTE AP-NOTA-ORIGEM =
                    WRK-NOTA-INTEIRO + (WRK-NOTA-DECIMAL / 10).
           IF AP-NOTA-ORIGEM > 10
              DISPLAY 'NOTA ACIMA DE 10 - NADA REGISTRADO'
              GO TO 5000-EXIT
           END-IF.
           SET AP-PENDENTE TO TRUE.
           MOVE WRK-DATA-HOJE TO AP-DATA-REGISTRO.
           MOVE WRK-OPERADOR  TO AP-REGISTRADO-POR.
           MOVE ZEROS         TO AP-DATA-DECISAO.
           WRITE APROVEITAMENTO-REC
               INVALID KEY
                  DISPLAY 'JA EXISTE APROVEITAMENTO DO ALUNO NO CURSO '
                          AP-CURSO
                  GO TO 5000-EXIT
           END-WRITE.
           SET GJ-INCLUSAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           MOVE 'REGISTRO' TO AL-ACAO.
           PERFORM 8000-GRAVAR-LOG THRU 8000-EXIT.
           DISPLAY 'EQUIVALENCIA REGISTRADA - PENDENTE DE DECISAO DO '
                   'SUPERVISOR'.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CONFERIR-CUMPRIDO - Liga CURSO-JA-CUMPRIDO quando o
      * espelho HIST-NOTAS-IX ja tem APROVADO ou APROVEITADO do aluno
      * no curso, em qualquer termo.
      *****************************************************************
       5100-CONFERIR-CUMPRIDO.
           MOVE 'N' TO WRK-JA-CUMPRIDO.
           OPEN INPUT HIST-NOTAS-IX.
           IF WRK-HNI-STATUS NOT = '00'
              GO TO 5100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-HNI.
           MOVE AP-MATRICULA TO HNI-MATRICULA.
           MOVE AP-CURSO     TO HNI-CURSO.
           MOVE LOW-VALUES   TO HNI-TERMO.
           START HIST-NOTAS-IX KEY IS NOT LESS THAN HNI-CHAVE
               INVALID KEY SET FIM-HNI TO TRUE
           END-START.
           PERFORM 5110-LER-HNI THRU 5110-EXIT
              UNTIL FIM-HNI OR CURSO-JA-CUMPRIDO.
           CLOSE HIST-NOTAS-IX.
       5100-EXIT.
           EXIT.

       5110-LER-HNI.
           READ HIST-NOTAS-IX NEXT RECORD
               AT END
                  SET FIM-HNI TO TRUE
                  GO TO 5110-EXIT
           END-READ.
           IF HNI-MATRICULA NOT = AP-MATRICULA
              OR HNI-CURSO NOT = AP-CURSO
              SET FIM-HNI TO TRUE
              GO TO 5110-EXIT
           END-IF.
           IF HNI-RESULTADO = 'APROVADO'
              OR HNI-RESULTADO = 'APROVEITADO'
              MOVE 'S' TO WRK-JA-CUMPRIDO
           END-IF.
       5110-EXIT.
           EXIT.

      *****************************************************************
      * 6000-DECIDIR - Aprovacao ou negacao de uma equivalencia
      * pendente. So com papel ADM/SUPERVISOR e por operador diferente
      * de quem registrou; a negacao exige o motivo. A aprovacao so e
      * gravada depois de o lancamento no historico e no cadastro do
      * aluno dar certo.
      *****************************************************************
       6000-DECIDIR.
           IF NOT DECISAO-AUTORIZADA
              DISPLAY 'PAPEL DO OPERADOR NAO AUTORIZA A DECISAO DE '
                      'APROVEITAMENTO'
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT AP-MATRICULA FROM CONSOLE.
           DISPLAY 'CURSO DA CASA: '.
           ACCEPT AP-CURSO FROM CONSOLE.
           READ APROVEITAMENTO
               INVALID KEY
                  DISPLAY 'APROVEITAMENTO NAO CADASTRADO'
                  GO TO 6000-EXIT
               NOT INVALID KEY
                  PERFORM 4200-EXIBIR-APROVEITAMENTO THRU 4200-EXIT
           END-READ.
           IF NOT AP-PENDENTE
              DISPLAY 'APROVEITAMENTO JA DECIDIDO - NADA ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           IF AP-REGISTRADO-POR = WRK-OPERADOR
              DISPLAY 'QUEM REGISTROU NAO PODE DECIDIR O '
                      'APROVEITAMENTO'
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'APROVAR (A), NEGAR (N) OU SAIR SEM DECIDIR (S): '.
           ACCEPT WRK-DECISAO FROM CONSOLE.
           EVALUATE WRK-DECISAO
              WHEN 'A'
                 PERFORM 6100-LANCAR-APROVEITAMENTO THRU 6100-EXIT
                 IF NOT APROVEITAMENTO-LANCADO
                    DISPLAY 'APROVEITAMENTO MANTIDO PENDENTE'
                    GO TO 6000-EXIT
                 END-IF
                 SET AP-APROVADO TO TRUE
                 MOVE WRK-TERMO TO AP-TERMO
                 MOVE SPACES TO AP-MOTIVO-NEGACAO
                 MOVE 'APROVACAO' TO AL-ACAO
              WHEN 'N'
                 DISPLAY 'MOTIVO DA NEGACAO: '
                 ACCEPT AP-MOTIVO-NEGACAO FROM CONSOLE
                 IF AP-MOTIVO-NEGACAO = SPACES
                    DISPLAY 'MOTIVO EM BRANCO - APROVEITAMENTO MANTIDO '
                            'PENDENTE'
                    GO TO 6000-EXIT
                 END-IF
                 SET AP-NEGADO TO TRUE
                 MOVE 'NEGACAO' TO AL-ACAO
              WHEN OTHER
                 DISPLAY 'APROVEITAMENTO MANTIDO PENDENTE'
                 GO TO 6000-EXIT
           END-EVALUATE.
           MOVE WRK-OPERADOR  TO AP-DECIDIDO-POR.
           MOVE WRK-DATA-HOJE TO AP-DATA-DECISAO.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE APROVEITAMENTO-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           PERFORM 8000-GRAVAR-LOG THRU 8000-EXIT.
           PERFORM 4200-EXIBIR-APROVEITAMENTO THRU 4200-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-LANCAR-APROVEITAMENTO - Lanca a equivalencia aprovada:
      * com STUDENT-MASTER registrado em TRAVA-USO, grava o curso no
      * cadastro do aluno (a vaga do curso, se ele ja ocupa uma, ou
      * ALUNO-CURSO), acrescenta o registro APROVEITADO a HIST-NOTAS
      * com o trailer padrao do corte e o espelha em HIST-NOTAS-IX. A
      * nota de origem vai como media; as tres notas levam o literal
      * AP. Arquivo em uso por outro job, ou curso que nao pode ser
      * gravado no cadastro do aluno, deixa a equivalencia pendente.
      * Cada registro mudado em STUDENT-MASTER, ALUNO-CURSO e
      * HIST-NOTAS-IX vai ao jornal de alteracoes com as duas imagens.
      *****************************************************************
       6100-LANCAR-APROVEITAMENTO.
           MOVE 'N' TO WRK-LANCADO.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'STUDENT-MASTER' TO TA-ARQUIVO.
           MOVE 'MANTER-APROVEIT' TO TA-JOB.
           MOVE WRK-OPERADOR TO TA-OPERADOR.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           IF TA-ARQUIVO-EM-USO
              DISPLAY 'STUDENT-MASTER EM USO POR ' TA-JOB-DONO
                      ' DESDE ' TA-DATA-DONO ' ' TA-HORA-DONO
              GO TO 6100-EXIT
           END-IF.
           OPEN I-O STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA LANCADO'
              PERFORM 6900-LIBERAR-TRAVA THRU 6900-EXIT
              GO TO 6100-EXIT
           END-IF.
           MOVE AP-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' AP-MATRICULA
                  CLOSE STUDENT-MASTER
                  PERFORM 6900-LIBERAR-TRAVA THRU 6900-EXIT
                  GO TO 6100-EXIT
               NOT INVALID KEY
                  MOVE STUDENT-MASTER-REC TO GJ-ANTES
           END-READ.
           MOVE ZERO TO WRK-IDX-CURSO.
           PERFORM 6110-PROCURAR-VAGA THRU 6110-EXIT
              VARYING WRK-IDX-BUSCA FROM 1 BY 1
              UNTIL WRK-IDX-BUSCA > 5 OR WRK-IDX-CURSO > 0.
           IF WRK-IDX-CURSO > 0
              MOVE AP-NOTA-ORIGEM
                TO SM-CURSO-MEDIA(WRK-IDX-CURSO)
              MOVE 'APROVEITADO'
                TO SM-CURSO-RESULTADO(WRK-IDX-CURSO)
              PERFORM 6150-REGRAVAR-ALUNO THRU 6150-EXIT
           ELSE
              PERFORM 6200-GRAVAR-CURSO-EXCEDENTE THRU 6200-EXIT
           END-IF.
           CLOSE STUDENT-MASTER.
           IF NOT CURSO-GRAVADO
              PERFORM 6900-LIBERAR-TRAVA THRU 6900-EXIT
              GO TO 6100-EXIT
           END-IF.
           PERFORM 6300-GRAVAR-HISTORICO THRU 6300-EXIT.
           PERFORM 6400-ESPELHAR-HISTORICO THRU 6400-EXIT.
           PERFORM 6900-LIBERAR-TRAVA THRU 6900-EXIT.
           MOVE 'S' TO WRK-LANCADO.
       6100-EXIT.
           EXIT.

       6110-PROCURAR-VAGA.
           IF SM-CURSO-ID(WRK-IDX-BUSCA) = AP-CURSO
              MOVE WRK-IDX-BUSCA TO WRK-IDX-CURSO
           END-IF.
       6110-EXIT.
           EXIT.

      *****************************************************************
      * 6150-REGRAVAR-ALUNO - Regrava o aluno com o curso aproveitado
      * na vaga e leva ao jornal a imagem lida e a regravada.
      *****************************************************************
       6150-REGRAVAR-ALUNO.
           MOVE 'N' TO WRK-CURSO-GRAVADO.
           REWRITE STUDENT-MASTER-REC.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'FALHA AO REGRAVAR STUDENT-MASTER (STATUS '
                      WRK-SM-STATUS ') - NADA LANCADO'
              GO TO 6150-EXIT
           END-IF.
           SET CURSO-GRAVADO TO TRUE.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8910-JORNAL-ALUNO THRU 8910-EXIT.
       6150-EXIT.
           EXIT.

      *****************************************************************
      * 6200-GRAVAR-CURSO-EXCEDENTE - Curso aproveitado fora das vagas
      * de SM-CURSOS: regrava (ou grava) o resultado no arquivo de
      * continuacao ALUNO-CURSO, criado vazio na primeira ocorrencia.
      *****************************************************************
       6200-GRAVAR-CURSO-EXCEDENTE.
           MOVE 'N' TO WRK-CURSO-GRAVADO.
           OPEN I-O ALUNO-CURSO.
           IF WRK-AC-STATUS = '35'
              OPEN OUTPUT ALUNO-CURSO
              CLOSE ALUNO-CURSO
              OPEN I-O ALUNO-CURSO
           END-IF.
           MOVE 'N' TO WRK-AC-ACHOU.
           MOVE AP-MATRICULA TO AC-MATRICULA.
           MOVE AP-CURSO     TO AC-CURSO.
           MOVE SPACES TO GJ-ANTES.
           READ ALUNO-CURSO
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET AC-REGISTRO-EXISTE TO TRUE
                  MOVE ALUNO-CURSO-REC TO GJ-ANTES
           END-READ.
           MOVE AP-MATRICULA   TO AC-MATRICULA.
           MOVE AP-CURSO       TO AC-CURSO.
           MOVE AP-NOTA-ORIGEM TO AC-MEDIA.
           MOVE 'APROVEITADO'  TO AC-RESULTADO.
           IF AC-REGISTRO-EXISTE
              SET GJ-ALTERACAO TO TRUE
              REWRITE ALUNO-CURSO-REC
           ELSE
              SET GJ-INCLUSAO TO TRUE
              WRITE ALUNO-CURSO-REC
           END-IF.
           IF WRK-AC-STATUS = '00'
              SET CURSO-GRAVADO TO TRUE
              PERFORM 8920-JORNAL-CURSO-EXCEDENTE THRU 8920-EXIT
           ELSE
              DISPLAY 'FALHA AO GRAVAR ALUNO-CURSO (STATUS '
                      WRK-AC-STATUS ') - NADA LANCADO'
           END-IF.
           CLOSE ALUNO-CURSO.
       6200-EXIT.
           EXIT.

      *****************************************************************
      * 6300-GRAVAR-HISTORICO - Acrescenta a HIST-NOTAS o registro
      * APROVEITADO e fecha o corte com o trailer padrao (um
      * registro), como RECURSO-NOTA. BATCH-TRAILER-REC compartilha o
      * buffer da FD com HIST-NOTA-REC, entao o literal BT-TIPO e
      * refeito aqui.
      *****************************************************************
       6300-GRAVAR-HISTORICO.
           OPEN EXTEND HIST-NOTAS.
           MOVE SPACES TO HIST-NOTA-REC.
           MOVE AP-MATRICULA   TO HN-MATRICULA.
           MOVE 'AP' TO HN-NOTA1 HN-NOTA2 HN-NOTA3.
           MOVE AP-NOTA-ORIGEM TO HN-MEDIA.
           MOVE 'APROVEITADO'  TO HN-RESULTADO.
           MOVE AP-CURSO       TO HN-CURSO.
           MOVE WRK-TERMO      TO HN-TERMO.
           MOVE SM-CAMPUS      TO HN-CAMPUS.
           WRITE HIST-NOTA-REC.
           MOVE SPACES TO HIST-NOTA-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE 1 TO BT-QTD-REGISTROS.
           MOVE AP-NOTA-ORIGEM TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE HIST-NOTAS.
       6300-EXIT.
           EXIT.

      *****************************************************************
      * 6400-ESPELHAR-HISTORICO - Espelha o registro recem gravado no
      * indexado HIST-NOTAS-IX (chave matricula + curso + termo);
      * chave repetida regrava, ficando o resultado mais recente.
      *****************************************************************
       6400-ESPELHAR-HISTORICO.
           OPEN I-O HIST-NOTAS-IX.
           IF WRK-HNI-STATUS = '35'
              OPEN OUTPUT HIST-NOTAS-IX
              CLOSE HIST-NOTAS-IX
              OPEN I-O HIST-NOTAS-IX
           END-IF.
           MOVE 'N' TO WRK-HNI-ACHOU.
           MOVE AP-MATRICULA TO HNI-MATRICULA.
           MOVE AP-CURSO     TO HNI-CURSO.
           MOVE WRK-TERMO    TO HNI-TERMO.
           MOVE SPACES TO GJ-ANTES.
           READ HIST-NOTAS-IX
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET HNI-REGISTRO-EXISTE TO TRUE
                  MOVE HIST-NOTA-IX-REC TO GJ-ANTES
           END-READ.
           MOVE AP-MATRICULA   TO HNI-MATRICULA.
           MOVE AP-CURSO       TO HNI-CURSO.
           MOVE WRK-TERMO      TO HNI-TERMO.
           MOVE 'AP' TO HNI-NOTA1 HNI-NOTA2 HNI-NOTA3.
           MOVE AP-NOTA-ORIGEM TO HNI-MEDIA.
           MOVE 'APROVEITADO'  TO HNI-RESULTADO.
           IF HNI-REGISTRO-EXISTE
              SET GJ-ALTERACAO TO TRUE
              REWRITE HIST-NOTA-IX-REC
           ELSE
              SET GJ-INCLUSAO TO TRUE
              WRITE HIST-NOTA-IX-REC
           END-IF.
           IF WRK-HNI-STATUS = '00'
              PERFORM 8930-JORNAL-HISTORICO-IX THRU 8930-EXIT
           ELSE
              DISPLAY 'FALHA AO ESPELHAR EM HIST-NOTAS-IX (STATUS '
                      WRK-HNI-STATUS ')'
           END-IF.
           CLOSE HIST-NOTAS-IX.
       6400-EXIT.
           EXIT.

       6900-LIBERAR-TRAVA.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'STUDENT-MASTER' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
       6900-EXIT.
           EXIT.

      *****************************************************************
      * 7000-CONSULTAR-ALUNO - Todos os aproveitamentos de uma
      * matricula, em qualquer situacao.
      *****************************************************************
       7000-CONSULTAR-ALUNO.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE 'N' TO WRK-FIM-APROV.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE WRK-MATRICULA TO AP-MATRICULA.
           MOVE LOW-VALUES TO AP-CURSO.
           START APROVEITAMENTO KEY IS NOT LESS THAN AP-CHAVE
               INVALID KEY SET FIM-APROV TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-APROV
              IF AP-MATRICULA NOT = WRK-MATRICULA
                 SET FIM-APROV TO TRUE
              ELSE
                 PERFORM 4200-EXIBIR-APROVEITAMENTO THRU 4200-EXIT
                 ADD 1 TO WRK-QTD-LISTADOS
                 PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
              END-IF
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM APROVEITAMENTO DO ALUNO: ' WRK-MATRICULA
           END-IF.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * 8000-GRAVAR-LOG - Grava em APROVEITAMENTO-LOG a acao corrente
      * (AL-ACAO preenchida pelo chamador) com data, hora, operador e
      * os dados da equivalencia.
      *****************************************************************
       8000-GRAVAR-LOG.
           ACCEPT AL-DATA FROM DATE YYYYMMDD.
           ACCEPT AL-HORA FROM TIME.
           MOVE WRK-OPERADOR      TO AL-OPERADOR.
           MOVE AP-MATRICULA      TO AL-MATRICULA.
           MOVE AP-CURSO          TO AL-CURSO.
           MOVE AP-INSTITUICAO    TO AL-INSTITUICAO.
           MOVE AP-NOTA-ORIGEM    TO AL-NOTA.
           MOVE AP-MOTIVO-NEGACAO TO AL-MOTIVO.
           OPEN EXTEND APROVEITAMENTO-LOG.
           WRITE APROVEITAMENTO-LOG-REC.
           CLOSE APROVEITAMENTO-LOG.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * 8800-GUARDAR-ANTES - Antes de um REWRITE ou DELETE, guarda
      * para o jornal de alteracoes a imagem do registro como esta
      * gravado: o registro montado vai para a imagem posterior, o
      * gravado e relido pela chave para a anterior e o montado volta
      * para a area do arquivo.
      *****************************************************************
       8800-GUARDAR-ANTES.
           MOVE AP-CHAVE TO GJ-CHAVE.
           MOVE APROVEITAMENTO-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ APROVEITAMENTO KEY IS AP-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE APROVEITAMENTO-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO APROVEITAMENTO-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'APROVEITAMENTO' TO GJ-ARQUIVO.
           MOVE 'MANTER-APROVEITAMENTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 178 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE AP-CHAVE TO GJ-CHAVE
              MOVE APROVEITAMENTO-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 8910-JORNAL-ALUNO / 8920-JORNAL-CURSO-EXCEDENTE /
      * 8930-JORNAL-HISTORICO-IX - Jornal do lancamento de uma
      * equivalencia aprovada no cadastro do aluno, em ALUNO-CURSO e
      * em HIST-NOTAS-IX. A imagem anterior (brancos na inclusao) foi
      * guardada em GJ-ANTES logo depois da leitura do registro; a
      * posterior e o registro como acabou de ser gravado.
      *****************************************************************
       8910-JORNAL-ALUNO.
           MOVE 'STUDENT-MASTER' TO GJ-ARQUIVO.
           MOVE 'MANTER-APROVEITAMENTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 206 TO GJ-TAMANHO.
           MOVE SM-MATRICULA TO GJ-CHAVE.
           MOVE STUDENT-MASTER-REC TO GJ-DEPOIS.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8910-EXIT.
           EXIT.

       8920-JORNAL-CURSO-EXCEDENTE.
           MOVE 'ALUNO-CURSO' TO GJ-ARQUIVO.
           MOVE 'MANTER-APROVEITAMENTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 36 TO GJ-TAMANHO.
           MOVE AC-CHAVE TO GJ-CHAVE.
           MOVE ALUNO-CURSO-REC TO GJ-DEPOIS.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8920-EXIT.
           EXIT.

       8930-JORNAL-HISTORICO-IX.
           MOVE 'HIST-NOTAS-IX' TO GJ-ARQUIVO.
           MOVE 'MANTER-APROVEITAMENTO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 48 TO GJ-TAMANHO.
           MOVE HNI-CHAVE TO GJ-CHAVE.
           MOVE HIST-NOTA-IX-REC TO GJ-DEPOIS.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8930-EXIT.
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
       ENTRY 'MANTER-APROVEITAMENTO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           IF OC-ADM OR OC-SUPERVISOR
              MOVE 'S' TO WRK-DECISAO-AUTORIZADA
           ELSE
              MOVE 'N' TO WRK-DECISAO-AUTORIZADA
           END-IF.
           GO TO 0000-MAINLINE.
