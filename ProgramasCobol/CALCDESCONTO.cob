      *           INSS - a mesma conta que VARIAVELNIVEL77 sempre fez
      *           na consulta individual, agora em um unico lugar para
      *           a folha em lote usar tambem.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - INSS e IRRF passam a sair das tabelas
      *                       vigentes na competencia paga
      *                       (CD-COMPETENCIA) em TABELA-FISCAL, mantida
      *                       por MANTER-TABELA-FISCAL, em vez das
      *                       aliquotas fixas no programa: INSS
      *                       progressivo por faixa ate o teto e IRRF
      *                       pela tabela oficial com parcela a deduzir.
      *                       A base do IRRF abate a deducao por
      *                       dependente vigente no cadastro DEPENDENTE
      *                       do empregado (CD-EM-ID). As tabelas sao
      *                       lidas uma vez por competencia; sem tabela
      *                       vigente os descontos voltam zerados com
      *                       CD-RETORNO 23 (35 sem o arquivo).
      * 15/10/2026 Batista - A base do IRRF abate tambem a pensao
      *                       alimenticia descontada por ordem judicial,
      *                       informada pelo chamador em
      *                       CD-DEDUCAO-PENSAO (zeros = sem pensao).
      * 15/10/2026 Batista - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TABELA-FISCAL ASSIGN TO "TABELA-FISCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TF-CHAVE
               FILE STATUS IS WRK-TF-STATUS.
           SELECT DEPENDENTE ASSIGN TO "DEPENDENTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP-CHAVE
               FILE STATUS IS WRK-DP-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-FISCAL.
           COPY TABFISC.

       FD  DEPENDENTE.
           COPY DEPEND.
      *****************************************************************
       WORKING-STORAGE SECTION.
       COPY DATAMOVL.
       77  WRK-TF-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-DP-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-TABELA    PIC X(01)      VALUE 'N'.
           88 FIM-TABELA                    VALUE 'S'.
       77  WRK-FIM-DEPEND    PIC X(01)      VALUE 'N'.
           88 FIM-DEPEND                    VALUE 'S'.
       77  WRK-DATA-HOJE     PIC 9(08)      VALUE ZEROS.
       01  WRK-COMPETENCIA   PIC 9(06)      VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO   PIC 9(04).
           05 WRK-COMP-MES   PIC 9(02).
      * Competencia cujas tabelas estao carregadas abaixo; a folha
      * inteira de um mes faz uma unica leitura de TABELA-FISCAL.
       77  WRK-COMP-CARREGADA PIC 9(06)     VALUE ZEROS.
       77  WRK-RETORNO-TABELA PIC X(02)     VALUE '00'.
       77  WRK-DATA-LIMITE   PIC 9(08)      VALUE ZEROS.
       77  WRK-DATA-INICIO-MES PIC 9(08)    VALUE ZEROS.
       77  WRK-TIPO-PEDIDO   PIC X(01)      VALUE SPACE.
       77  WRK-ACHOU-INSS    PIC X(01)      VALUE 'N'.
           88 ACHOU-INSS                    VALUE 'S'.
       77  WRK-ACHOU-IRRF    PIC X(01)      VALUE 'N'.
           88 ACHOU-IRRF                    VALUE 'S'.
       77  WRK-IDX           PIC 9(01) COMP VALUE ZERO.
       77  WRK-IDX-FAIXA     PIC 9(01) COMP VALUE ZERO.
       77  WRK-LIMITE-ANT    PIC 9(06)V99   VALUE ZEROS.
       77  WRK-PARCELA       PIC 9(06)V99   VALUE ZEROS.
       77  WRK-INSS-ACUM     PIC 9(06)V9(06) VALUE ZEROS.
       77  WRK-BASE-IRRF     PIC S9(07)V99  VALUE ZEROS.
       77  WRK-IRRF          PIC S9(07)V99  VALUE ZEROS.
      *
      * Tabela de INSS vigente na competencia carregada.
       01  WRK-INSS.
           05 WRK-INSS-VIGENCIA     PIC 9(08).
           05 WRK-INSS-QTD          PIC 9(01).
           05 WRK-INSS-FAIXA OCCURS 5 TIMES.
              10 WRK-INSS-LIMITE    PIC 9(06)V99.
              10 WRK-INSS-ALIQ      PIC 9V9999.
      *
      * Tabela de IRRF vigente na competencia carregada.
       01  WRK-IRRF-TAB.
           05 WRK-IRRF-VIGENCIA     PIC 9(08).
           05 WRK-IRRF-QTD          PIC 9(01).
           05 WRK-IRRF-DEDUCAO-DEP  PIC 9(04)V99.
           05 WRK-IRRF-FAIXA OCCURS 5 TIMES.
              10 WRK-IRRF-LIMITE    PIC 9(06)V99.
              10 WRK-IRRF-ALIQ      PIC 9V9999.
              10 WRK-IRRF-DEDUZIR   PIC 9(05)V99.
      *****************************************************************
       LINKAGE SECTION.
       COPY CALCDESC.
      *****************************************************************
       PROCEDURE DIVISION USING CALC-DESCONTO-LNK.
       0000-MAINLINE.
           MOVE '00' TO CD-RETORNO.
           MOVE ZEROS TO CD-DESC-INSS CD-DESC-IRRF CD-QTD-DEPENDENTES.
           MOVE CD-COMPETENCIA TO WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
              CALL 'LE-DATA-MOV' USING DATA-MOV-LNK
              MOVE MV-DATA TO WRK-DATA-HOJE
              MOVE WRK-DATA-HOJE(1:6) TO WRK-COMPETENCIA
           END-IF.
      *    Competencia 13 (13o salario) usa a tabela de dezembro.
           IF WRK-COMP-MES > 12
              MOVE 12 TO WRK-COMP-MES
           END-IF.
           IF WRK-COMPETENCIA NOT = WRK-COMP-CARREGADA
              PERFORM 1000-CARREGAR-TABELAS THRU 1000-EXIT
           END-IF.
           IF WRK-RETORNO-TABELA NOT = '00'
              MOVE WRK-RETORNO-TABELA TO CD-RETORNO
              MOVE CD-SALARIO-BRUTO TO CD-SALARIO-LIQUIDO
              GOBACK
           END-IF.
           PERFORM 2000-CALCULAR-INSS THRU 2000-EXIT.
           PERFORM 3000-CONTAR-DEPENDENTES THRU 3000-EXIT.
           PERFORM 4000-CALCULAR-IRRF THRU 4000-EXIT.
           COMPUTE CD-SALARIO-LIQUIDO =
                    CD-SALARIO-BRUTO - CD-DESC-INSS - CD-DESC-IRRF.
           GOBACK.

      *****************************************************************
      * 1000-CARREGAR-TABELAS - Le de TABELA-FISCAL as tabelas de INSS
      * e de IRRF vigentes na competencia (registro mais recente de
      * cada tipo com vigencia ate o dia 31 do mes) e guarda as duas
      * para as chamadas seguintes da mesma competencia. Sem o arquivo
      * ou sem uma das tabelas, o aviso sai uma vez e os descontos da
      * competencia voltam zerados com o retorno correspondente.
      *****************************************************************
       1000-CARREGAR-TABELAS.
           MOVE WRK-COMPETENCIA TO WRK-COMP-CARREGADA.
           MOVE '00' TO WRK-RETORNO-TABELA.
           MOVE 'N' TO WRK-ACHOU-INSS WRK-ACHOU-IRRF.
           COMPUTE WRK-DATA-LIMITE = WRK-COMPETENCIA * 100 + 31.
           OPEN INPUT TABELA-FISCAL.
           IF WRK-TF-STATUS NOT = '00'
              MOVE '35' TO WRK-RETORNO-TABELA
              DISPLAY 'TABELA-FISCAL AUSENTE - DESCONTOS DE INSS/IRRF '
                      'NAO CALCULADOS'
              GO TO 1000-EXIT
           END-IF.
           MOVE 'I' TO WRK-TIPO-PEDIDO.
           PERFORM 1100-RESOLVER-VIGENCIA THRU 1100-EXIT.
           MOVE 'R' TO WRK-TIPO-PEDIDO.
           PERFORM 1100-RESOLVER-VIGENCIA THRU 1100-EXIT.
           CLOSE TABELA-FISCAL.
           IF NOT ACHOU-INSS OR NOT ACHOU-IRRF
              MOVE '23' TO WRK-RETORNO-TABELA
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE NA COMPETENCIA '
                      WRK-COMPETENCIA ' - DESCONTOS NAO CALCULADOS'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 1100-RESOLVER-VIGENCIA - Varre o tipo pedido pela chave, da
      * vigencia mais antiga para a mais nova, guardando cada tabela
      * com vigencia ate a data limite; a ultima guardada e a vigente.
      *****************************************************************
       1100-RESOLVER-VIGENCIA.
           MOVE 'N' TO WRK-FIM-TABELA.
           MOVE WRK-TIPO-PEDIDO TO TF-TIPO.
           MOVE ZEROS           TO TF-DATA-VIGENCIA.
           START TABELA-FISCAL KEY IS NOT LESS THAN TF-CHAVE
               INVALID KEY SET FIM-TABELA TO TRUE
           END-START.
           PERFORM 1110-CONFERIR-VIGENCIA THRU 1110-EXIT
              UNTIL FIM-TABELA.
       1100-EXIT.
           EXIT.

       1110-CONFERIR-VIGENCIA.
           READ TABELA-FISCAL NEXT RECORD
               AT END
                  SET FIM-TABELA TO TRUE
                  GO TO 1110-EXIT
           END-READ.
           IF TF-TIPO NOT = WRK-TIPO-PEDIDO
              OR TF-DATA-VIGENCIA > WRK-DATA-LIMITE
              SET FIM-TABELA TO TRUE
              GO TO 1110-EXIT
           END-IF.
           IF TF-QTD-FAIXAS = 0 OR TF-QTD-FAIXAS > 5
              GO TO 1110-EXIT
           END-IF.
           IF TF-TIPO-INSS
              MOVE TF-DATA-VIGENCIA TO WRK-INSS-VIGENCIA
              MOVE TF-QTD-FAIXAS    TO WRK-INSS-QTD
              SET ACHOU-INSS TO TRUE
           ELSE
              MOVE TF-DATA-VIGENCIA TO WRK-IRRF-VIGENCIA
              MOVE TF-QTD-FAIXAS    TO WRK-IRRF-QTD
              MOVE TF-DEDUCAO-DEPENDENTE TO WRK-IRRF-DEDUCAO-DEP
              SET ACHOU-IRRF TO TRUE
           END-IF.
           PERFORM 1120-GUARDAR-FAIXA THRU 1120-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > TF-QTD-FAIXAS.
       1110-EXIT.
           EXIT.

       1120-GUARDAR-FAIXA.
           IF TF-TIPO-INSS
              MOVE TF-LIMITE(WRK-IDX)   TO WRK-INSS-LIMITE(WRK-IDX)
              MOVE TF-ALIQUOTA(WRK-IDX) TO WRK-INSS-ALIQ(WRK-IDX)
           ELSE
              MOVE TF-LIMITE(WRK-IDX)   TO WRK-IRRF-LIMITE(WRK-IDX)
              MOVE TF-ALIQUOTA(WRK-IDX) TO WRK-IRRF-ALIQ(WRK-IDX)
              MOVE TF-DEDUZIR(WRK-IDX)  TO WRK-IRRF-DEDUZIR(WRK-IDX)
           END-IF.
       1120-EXIT.
           EXIT.

      *****************************************************************
      * 2000-CALCULAR-INSS - INSS progressivo: cada aliquota incide so
      * sobre a parcela do bruto dentro da sua faixa, e o que passa do
      * limite da ultima faixa (teto) nao contribui.
      *****************************************************************
       2000-CALCULAR-INSS.
           MOVE ZEROS TO WRK-LIMITE-ANT WRK-INSS-ACUM.
           PERFORM 2100-SOMAR-FAIXA-INSS THRU 2100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-INSS-QTD.
           COMPUTE CD-DESC-INSS ROUNDED = WRK-INSS-ACUM.
       2000-EXIT.
           EXIT.

       2100-SOMAR-FAIXA-INSS.
           IF CD-SALARIO-BRUTO <= WRK-LIMITE-ANT
              GO TO 2100-EXIT
           END-IF.
           IF CD-SALARIO-BRUTO < WRK-INSS-LIMITE(WRK-IDX)
              COMPUTE WRK-PARCELA = CD-SALARIO-BRUTO - WRK-LIMITE-ANT
           ELSE
              COMPUTE WRK-PARCELA =
                       WRK-INSS-LIMITE(WRK-IDX) - WRK-LIMITE-ANT
           END-IF.
           COMPUTE WRK-INSS-ACUM = WRK-INSS-ACUM
                    + (WRK-PARCELA * WRK-INSS-ALIQ(WRK-IDX)).
           MOVE WRK-INSS-LIMITE(WRK-IDX) TO WRK-LIMITE-ANT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-CONTAR-DEPENDENTES - Conta os dependentes do empregado
      * vigentes em algum dia da competencia (inicio ate o fim do mes
      * e fim zerado ou a partir do inicio do mes). Sem ID ou sem o
      * cadastro DEPENDENTE, nenhum dependente e deduzido.
      *****************************************************************
       3000-CONTAR-DEPENDENTES.
           IF CD-EM-ID = SPACES
              GO TO 3000-EXIT
           END-IF.
           OPEN INPUT DEPENDENTE.
           IF WRK-DP-STATUS NOT = '00'
              GO TO 3000-EXIT
           END-IF.
           COMPUTE WRK-DATA-INICIO-MES = WRK-COMPETENCIA * 100 + 1.
           MOVE 'N' TO WRK-FIM-DEPEND.
           MOVE CD-EM-ID TO DP-EM-ID.
           MOVE ZEROS    TO DP-SEQUENCIA.
           START DEPENDENTE KEY IS NOT LESS THAN DP-CHAVE
               INVALID KEY SET FIM-DEPEND TO TRUE
           END-START.
           PERFORM 3100-LER-DEPENDENTE THRU 3100-EXIT
              UNTIL FIM-DEPEND.
           CLOSE DEPENDENTE.
       3000-EXIT.
           EXIT.

       3100-LER-DEPENDENTE.
           READ DEPENDENTE NEXT RECORD
               AT END
                  SET FIM-DEPEND TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF DP-EM-ID NOT = CD-EM-ID
              SET FIM-DEPEND TO TRUE
              GO TO 3100-EXIT
           END-IF.
           IF DP-DATA-INICIO > WRK-DATA-LIMITE
              GO TO 3100-EXIT
           END-IF.
           IF DP-DATA-FIM NOT = ZEROS
              AND DP-DATA-FIM < WRK-DATA-INICIO-MES
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO CD-QTD-DEPENDENTES.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 4000-CALCULAR-IRRF - Base = bruto menos INSS menos a deducao
      * por dependente menos a pensao alimenticia judicial informada
      * pelo chamador (CD-DEDUCAO-PENSAO); a faixa e a primeira cujo
      * limite cobre a base (a ultima nao tem limite) e o imposto e a
      * base vezes a aliquota menos a parcela a deduzir da faixa.
      *****************************************************************
       4000-CALCULAR-IRRF.
           COMPUTE WRK-BASE-IRRF = CD-SALARIO-BRUTO - CD-DESC-INSS
                    - (CD-QTD-DEPENDENTES * WRK-IRRF-DEDUCAO-DEP)
                    - CD-DEDUCAO-PENSAO.
           IF WRK-BASE-IRRF NOT > ZERO
              GO TO 4000-EXIT
           END-IF.
           MOVE ZERO TO WRK-IDX-FAIXA.
           PERFORM 4100-PROCURAR-FAIXA THRU 4100-EXIT
              VARYING WRK-IDX FROM 1 BY 1
              UNTIL WRK-IDX > WRK-IRRF-QTD OR WRK-IDX-FAIXA > 0.
           COMPUTE WRK-IRRF ROUNDED =
                    (WRK-BASE-IRRF * WRK-IRRF-ALIQ(WRK-IDX-FAIXA))
                    - WRK-IRRF-DEDUZIR(WRK-IDX-FAIXA).
           IF WRK-IRRF > ZERO
              MOVE WRK-IRRF TO CD-DESC-IRRF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PROCURAR-FAIXA.
           IF WRK-BASE-IRRF <= WRK-IRRF-LIMITE(WRK-IDX)
              OR WRK-IDX = WRK-IRRF-QTD
              MOVE WRK-IDX TO WRK-IDX-FAIXA
           END-IF.
       4100-EXIT.
           EXIT.
