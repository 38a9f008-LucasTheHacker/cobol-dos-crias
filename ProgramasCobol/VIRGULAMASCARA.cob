      *                       trailer padrao que segue com o bruto. O
      *                       modo interativo tambem exibe os
      *                       descontos e o liquido.
      * 15/10/2026 BATISTA - EMP-IN ganhou as horas-aula dadas no mes
      *                       (EI-HORAS-AULA, RECORD CONTAINS
      *                       56 -> 59), preenchidas por
      *                       APURA-HORA-AULA a partir dos cursos do
      *                       instrutor: cada hora-aula e paga pelo
      *                       valor-hora normal (salario pela jornada
      *                       de 220h) e soma no bruto junto com os
      *                       extras. Campo em branco (arquivo no
      *                       layout anterior) vale zero; nao numerico
      *                       suspende o registro. O modo interativo
      *                       nao paga hora-aula.
      * 15/10/2026 BATISTA - Descontos de INSS/IRRF pela tabela vigente
      *                       na competencia paga (AAAAMM de hoje, a
      *                       mesma gravada em PAY-HIST) e com os
      *                       dependentes do empregado deduzidos da base
      *                       do IRRF (CALC-DESCONTO com CD-COMPETENCIA
      *                       e CD-EM-ID). O lote confere antes de tudo
      *                       que ha tabela vigente e, sem ela, e
      *                       recusado com RC 8 em vez de pagar a folha
      *                       sem descontos. O modo interativo exibe os
      *                       dependentes deduzidos.
      * 15/10/2026 BATISTA - Estorno da competencia deixa de fora as
      *                       ferias (PAY-HIST tipo F), pagas e
      *                       acertadas por PAGA-FERIAS.
      * 15/10/2026 BATISTA - Estorno da competencia deixa de fora tambem
      *                       o acerto de rescisao (PAY-HIST tipo R).
      * 15/10/2026 BATISTA - Descontos fixos em folha (emprestimo
      *                       consignado, contribuicao sindical e
      *                       outros) pelo novo cadastro DESCONTO-FIXO
      *                       (Copybooks/DESCFIXO.cpy, MANTER-DESCONTO):
      *                       cada pagamento aceito desconta do liquido
      *                       a parcela do mes de cada desconto ativo do
      *                       empregado, abate o saldo devedor e quita o
      *                       desconto quando o saldo zera; o
      *                       contracheque mostra o total e os itens
      *                       (PAYSLIP, RECORD CONTAINS 104 -> 160) e o
      *                       liquido que vai ao banco ja vem sem eles.
      *                       A soma das parcelas nao passa de 35% do
      *                       liquido apos INSS e IRRF: a parcela que
      *                       nao cabe e adiada (sem desconto, prazo
      *                       estendido) e denunciada no console e no
      *                       relatorio de excecao. Cada parcela retida
      *                       ou adiada vai para o movimento DESC-RETIDO
      *                       (Copybooks/DESCRET.cpy), base do extrato
      *                       mensal aos credores (EXTRATO-CREDOR).
      * 15/10/2026 BATISTA - Pensao alimenticia por ordem judicial pelo
      *                       novo cadastro PENSAO-ALIMENT
      *                       (Copybooks/PENSAO.cpy, MANTER-PENSAO):
      *                       cada ordem vigente e descontada depois do
      *                       INSS e do IRRF, por percentual do liquido
      *                       legal ou valor fixo (este uma vez por
      *                       competencia), e abate a base do IRRF
      *                       (CD-DEDUCAO-PENSAO, calculo repetido ate
      *                       assentar); o contracheque mostra a pensao
      *                       (PAYSLIP, RECORD CONTAINS 160 -> 171), a
      *                       margem dos descontos fixos passa a ser
      *                       sobre o liquido sem ela e a ordem que nao
      *                       cabe no liquido e denunciada. Cada
      *                       desconto vai ao movimento PENSAO-RETIDA
      *                       (Copybooks/PENSRET.cpy) e, no lote, a
      *                       PENSAO-PAGAR, que GERA-REMESSA paga ao
      *                       beneficiario.
      * 15/10/2026 BATISTA - Estorno de competencia deixa de fora as
      *                       diferencas de dissidio (PAY-HIST tipo D),
      *                       pagas em contracheque proprio.
      * 15/10/2026 BATISTA - Lote (modo 2) so paga a folha depois do
      *                       visto da previa: 2030 conta os registros
      *                       de EMP-IN e soma o bruto dos validos pela
      *                       regra do pagamento e confere contra
      *                       PREVIA-VISTO (Copybooks/PREVVIST.cpy),
      *                       gravado por APROVA-PREVIA sobre a listagem
      *                       de variacoes de PREVIA-FOLHA; sem visto
      *                       liberado da competencia corrente com os
      *                       mesmos numeros, o lote e recusado com RC 8
      *                       antes de tocar qualquer arquivo.
      * 15/10/2026 BATISTA - Contracheque (COPY PAYSLIP) ampliado com o
      *                       ID do empregado (PO-ID), gravado em cada
      *                       linha de pagamento para a remessa bancaria
      *                       buscar a conta de credito: RECORD CONTAINS
      *                       171 -> 177.
      * 15/10/2026 BATISTA - EMP-IN ganhou os dias de falta, de DSR
      *                       perdido e de afastamento sem remuneracao
      *                       da empresa apurados por APURA-PONTO
      *                       (RECORD CONTAINS 59 -> 65; EMP-SUSPENSO 90
      *                       -> 96). 1360-DESCONTAR-AUSENCIAS tira os
      *                       dias do bruto pelo valor-dia do salario
      *                       base, no lote e na soma da previa, e o
      *                       contracheque mostra os dias e o desconto:
      *                       RECORD CONTAINS 177 -> 191. Branco vale
      *                       zero.
      * 15/10/2026 BATISTA - Competencia fechada por FECHA-FOLHA (rotina
      *                       CONSULTA-FECHAMENTO) recusa o lote, o
      *                       pagamento interativo e o estorno ate ser
      *                       reaberta em REABRE-FOLHA.
      * 15/10/2026 BATISTA - Pagamento a CPF irregular na Receita retido
      *                       para revisao: com o empregado resolvido, o
      *                       CPF dele (EM-CPF) e lido em CPF-MASTER e,
      *                       com titular falecido, CPF cancelado ou
      *                       nulo (situacao gravada por
      *                       IMPORTA-RECEITA), o contracheque sai com
      *                       situacao RETIDO CPF IRREGULAR, sem
      *                       acumular nada e fora da remessa, e a
      *                       retencao e denunciada em EXCECAO-FOLHA e
      *                       no console. No modo interativo o pagamento
      *                       e recusado com a mesma mensagem.
      * 15/10/2026 BATISTA - O lote e recusado enquanto houver pedido de
      *                       mudanca de cambio ou de cargo pendente em
      *                       PEDIDO-CADASTRO com competencia igual ou
      *                       anterior a da folha
      *                       (2025-CONFERIR-PEDIDOS).
      * 15/10/2026 BATISTA - A data de execucao passa a vir da data de
      *                       movimento (rotina LE-DATA-MOV) em vez do
      *                       relogio: a noite que vira a meia-noite ou
      *                       a reexecucao na manha seguinte continuam
      *                       no mesmo dia de negocio.
      * 15/10/2026 BATISTA - Inicio e fim do passo registrados no
      *                       historico de execucao dos lotes (rotina
      *                       GRAVA-EXECUCAO; 9900-REGISTRAR-EXECUCAO
      *                       antes de cada GOBACK), com os registros
      *                       processados e o RC do passo, para o
      *                       relatorio semanal de tempos e prazo
      *                       RELAT-EXECUCAO.
      * 15/10/2026 BATISTA - Copias de PAYSLIP-OUT e EXCECAO-FOLHA
      *                       guardadas no arquivo de relatorios (rotina
      *                       ARQUIVA-RELATORIO, depois do fechamento),
      *                       com paginas, registros processados, valor
      *                       de controle e RC do passo, para consulta e
      *                       reimpressao pela opcao 43 do menu
      *                       (CONSULTA-RELATORIO).
      * 15/10/2026 BATISTA - Competencia do visto da previa conferida
      *                       pela data de movimento gravada por
      *                       APROVA-PREVIA (PV-DATA-MOV), nao pela data
      *                       do relogio do visto: a data de movimento
      *                       atrasada em relacao ao calendario na
      *                       virada do mes recusava a folha ou aceitava
      *                       visto de outro mes. PREVIA-VISTO passa a
      *                       63 posicoes.
      * 15/10/2026 BATISTA - PAYSLIP-OUT com RECORD CONTAINS 191 -> 192:
      *                       o registro do copybook PAYSLIP tem 192
      *                       posicoes e a FD menor cortava o ultimo
      *                       digito de PO-AUSENCIA-ED.
      ***************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-OUT ASSIGN TO "PAYSLIP-OUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-OUT-RELIDO ASSIGN TO "PAYSLIP-OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
           SELECT PARM-SAL-IN ASSIGN TO "PARM-SAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PARM-STATUS.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-ID
               ALTERNATE RECORD KEY IS EM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-EM-STATUS.
           SELECT CPF-MASTER ASSIGN TO "CPF-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CPF
               ALTERNATE RECORD KEY IS CM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-CM-STATUS.
           SELECT ESTORNO-LOG ASSIGN TO "ESTORNO-LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARGO-MASTER ASSIGN TO "CARGO-MASTER"
               FILE STATUS IS WRK-CG-STATUS.
           SELECT EXCECAO-FOLHA ASSIGN TO "EXCECAO-FOLHA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCECAO-FOLHA-RELIDO ASSIGN TO "EXCECAO-FOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL2-STATUS.
           SELECT EMP-SUSPENSO ASSIGN TO "EMP-SUSPENSO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DESCONTO-FIXO ASSIGN TO "DESCONTO-FIXO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DF-CHAVE
               FILE STATUS IS WRK-DF-STATUS.
           SELECT DESC-RETIDO ASSIGN TO "DESC-RETIDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-DR-STATUS.
           SELECT PENSAO-ALIMENT ASSIGN TO "PENSAO-ALIMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PA-CHAVE
               FILE STATUS IS WRK-PA-STATUS.
           SELECT PENSAO-RETIDA ASSIGN TO "PENSAO-RETIDA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PR-STATUS.
           SELECT PENSAO-PAGAR ASSIGN TO "PENSAO-PAGAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PP-STATUS.
           SELECT PREVIA-VISTO ASSIGN TO "PREVIA-VISTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-PV-STATUS.
           SELECT PEDIDO-CADASTRO ASSIGN TO "PEDIDO-CADASTRO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-NUMERO
               FILE STATUS IS WRK-PD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMP-IN
           RECORD CONTAINS 65 CHARACTERS.
       01  EMP-IN-REC.
           05 EI-NOME              PIC X(20).
           05 EI-SALARIO           PIC 9(06)V99.
           05 EI-MOEDA             PIC X(03).
           05 EI-CARGO             PIC X(04).
           05 EI-CAMPUS            PIC X(02).
           05 EI-HORAS-AULA        PIC 9(03).
           05 EI-DIAS-FALTA        PIC 9(02).
           05 EI-DIAS-DSR          PIC 9(02).
           05 EI-DIAS-AFASTADO     PIC 9(02).
       01  EMP-IN-TXT              PIC X(65).

       FD  PAYSLIP-OUT
           RECORD CONTAINS 192 CHARACTERS.
           COPY PAYSLIP.
           COPY TRAILER.
       01  PAYSLIP-OUT-LINHA PIC X(192).

       FD  PAYSLIP-OUT-RELIDO
           RECORD CONTAINS 192 CHARACTERS.
       01  PAYSLIP-OUT-RELIDO-REC   PIC X(192).

       FD  PARM-SAL-IN
           RECORD CONTAINS 8 CHARACTERS.
       FD  EMP-MASTER.
           COPY EMPMSTR.

       FD  CPF-MASTER.
           COPY CPFMSTR.

       FD  ESTORNO-LOG
           RECORD CONTAINS 59 CHARACTERS.
           COPY ESTLOG.
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-FOLHA-REC PIC X(80).

       FD  EXCECAO-FOLHA-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCECAO-FOLHA-RELIDO-REC PIC X(80).

       FD  EMP-SUSPENSO
           RECORD CONTAINS 96 CHARACTERS.
       01  EMP-SUSPENSO-REC.
           05 ES-REGISTRO          PIC X(65).
           05 FILLER               PIC X(01)  VALUE SPACE.
           05 ES-MOTIVO            PIC X(30).

       FD  DESCONTO-FIXO.
           COPY DESCFIXO.

       FD  DESC-RETIDO
           RECORD CONTAINS 104 CHARACTERS.
           COPY DESCRET.

       FD  PENSAO-ALIMENT.
           COPY PENSAO.

       FD  PENSAO-RETIDA
           RECORD CONTAINS 152 CHARACTERS.
           COPY PENSRET.

       FD  PENSAO-PAGAR
           RECORD CONTAINS 152 CHARACTERS.
       01  PENSAO-PAGAR-REC  PIC X(152).

       FD  PREVIA-VISTO
           RECORD CONTAINS 63 CHARACTERS.
           COPY PREVVIST.

       FD  PEDIDO-CADASTRO.
           COPY PEDCAD.

       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY EXECGRV.
       COPY VALIDENT.
       COPY JCLPARM.
       COPY CALCDESC.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL2-STATUS PIC X(02)     VALUE '00'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-ARQREL2-GERADO PIC X(01)     VALUE 'N'.
           88 ARQREL2-GERADO                VALUE 'S'.
       77  WRK-QTD-EXCECOES  PIC 9(07)      VALUE ZEROS.
       77 WRK-SAL-INTEIRO PIC 9(06) VALUE ZEROS.
       77 WRK-SAL-DECIMAL PIC 9(02) VALUE ZEROS.
       77 WRK-MODO PIC 9(01) VALUE ZEROS.
       77 WRK-YTD-FREQ PIC X(01) VALUE 'M'.
       77 WRK-VALOR-HORA PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-EXTRAS PIC 9(06)V99 VALUE ZEROS.
       77 WRK-HORAS-AULA PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-AULA PIC 9(06)V99 VALUE ZEROS.
      * Ausencias apuradas por APURA-PONTO (falta, DSR perdido e
      * afastamento sem remuneracao da empresa), descontadas pelo
      * valor-dia do salario base.
       77 WRK-DIAS-AUSENCIA PIC 9(03) VALUE ZEROS.
       77 WRK-DIVISOR-DIA PIC 9(02) VALUE 30.
       77 WRK-VALOR-DIA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESC-AUSENCIA PIC 9(07)V99 VALUE ZEROS.
       77 WRK-YTD-BRL PIC 9(08)V99 VALUE ZEROS.
       77 WRK-YTD-USD PIC 9(08)V99 VALUE ZEROS.
       77 WRK-YTD-EUR PIC 9(08)V99 VALUE ZEROS.
       77 WRK-EMP-OK         PIC X(01)      VALUE 'N'.
           88 EMPREGADO-RESOLVIDO             VALUE 'S'.
       77 WRK-QTD-SEM-CADASTRO PIC 9(05)    VALUE ZEROS.
      * Situacao do CPF do empregado na Receita (CPF-MASTER, gravada
      * por IMPORTA-RECEITA): falecido, cancelado ou nulo retem o
      * pagamento para revisao.
       77 WRK-CM-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-TEM-CPF-MASTER PIC X(01)      VALUE 'N'.
           88 TEM-CPF-MASTER                  VALUE 'S'.
       77 WRK-CPF-RETIDO     PIC X(01)      VALUE 'N'.
           88 CPF-RETIDO                      VALUE 'S'.
       77 WRK-DESC-RF        PIC X(16)      VALUE SPACES.
       77 WRK-QTD-CPF-RETIDO PIC 9(05)      VALUE ZEROS.
       77 WRK-RETIDO-LINHA   PIC X(80)      VALUE SPACES.
       77 WRK-PH-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-FIM-PH         PIC X(01)      VALUE 'N'.
           88 FIM-PH                         VALUE 'S'.
       77 WRK-REGISTRO-OK    PIC X(01)      VALUE 'S'.
           88 REGISTRO-VALIDO                VALUE 'S'.
       77 WRK-MOTIVO-SUSP    PIC X(30)      VALUE SPACES.
      * Descontos fixos (DESCONTO-FIXO): a soma das parcelas do periodo
      * nao pode passar da margem de 35% do liquido legal (apos INSS e
      * IRRF); a parcela que nao cabe na margem e adiada.
       77 WRK-DF-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-DR-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-FIM-DF         PIC X(01)      VALUE 'N'.
           88 FIM-DF                         VALUE 'S'.
       77 WRK-MARGEM-CONSIG  PIC 9V99       VALUE 0,35.
       77 WRK-MARGEM-DISP    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-LIQ-FOLHA      PIC 9(06)V99   VALUE ZEROS.
       77 WRK-DESC-FIXO-TOTAL PIC 9(06)V99  VALUE ZEROS.
       77 WRK-PARCELA        PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PARCELA-ED     PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COMPET-ATUAL   PIC 9(06)      VALUE ZEROS.
       77 WRK-QTD-ITENS      PIC 9(02) COMP VALUE ZERO.
       77 WRK-QTD-ADIADOS    PIC 9(05)      VALUE ZEROS.
       77 WRK-ADIADO-LINHA   PIC X(80)      VALUE SPACES.
      * Pensao alimenticia (PENSAO-ALIMENT): as ordens vigentes do
      * empregado, ate cinco, calculadas sobre o liquido legal; como a
      * pensao abate a base do IRRF e o IRRF muda o liquido, o calculo
      * se repete ate o valor assentar (WRK-PN-RODADAS vezes).
       77 WRK-PA-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-PR-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-PP-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-FIM-PA         PIC X(01)      VALUE 'N'.
           88 FIM-PA                         VALUE 'S'.
       77 WRK-PENSAO-TOTAL   PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PENSAO-LIQ     PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PENSAO-BASE    PIC 9(06)V99   VALUE ZEROS.
       77 WRK-PENSAO-ED      PIC ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-PN-RODADAS     PIC 9(01)      VALUE 3.
       77 WRK-QTD-PN         PIC 9(02) COMP VALUE ZERO.
       77 WRK-IX-PN          PIC 9(02) COMP VALUE ZERO.
       77 WRK-QTD-PENSAO-PARCIAL PIC 9(05)  VALUE ZEROS.
      * Visto da previa (PREVIA-FOLHA / APROVA-PREVIA): o lote so paga
      * o EMP-IN cuja quantidade de registros e total do bruto
      * simulado batem com os numeros vistos.
       77 WRK-PV-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-FOLHA-LIBERADA PIC X(01)      VALUE 'N'.
           88 FOLHA-LIBERADA                 VALUE 'S'.
       77 WRK-PREVIA-QTD     PIC 9(07)      VALUE ZEROS.
       77 WRK-PREVIA-TOTAL   PIC 9(11)V99   VALUE ZEROS.
      * Pedidos de cambio/cargo (PEDIDO-CADASTRO) ainda sem decisao
      * que atingem a competencia seguram o lote.
       77 WRK-PD-STATUS      PIC X(02)      VALUE '00'.
       77 WRK-FIM-PEDIDO     PIC X(01)      VALUE 'N'.
           88 FIM-PEDIDO                     VALUE 'S'.
       77 WRK-QTD-PEDIDOS    PIC 9(05)      VALUE ZEROS.
      * Fechamento da folha (FECHA-FOLHA): competencia fechada nao
      * recebe pagamento nem estorno ate ser reaberta (REABRE-FOLHA).
       77 WRK-COMP-ABERTA    PIC X(01)      VALUE 'S'.
           88 COMPETENCIA-ABERTA             VALUE 'S'.
       COPY FECHCONS.
       01  WRK-TAB-PENSAO.
           05 WRK-PN-ITEM OCCURS 5 TIMES.
              10 WRK-PN-SEQUENCIA   PIC 9(02).
              10 WRK-PN-BASE        PIC X(01).
              10 WRK-PN-PERCENTUAL  PIC 9(02)V99.
              10 WRK-PN-VALOR-FIXO  PIC 9(06)V99.
              10 WRK-PN-DEVIDO      PIC 9(06)V99.
              10 WRK-PN-VALOR       PIC 9(06)V99.

       LINKAGE SECTION.
       COPY OPERCTX.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           MOVE 'N' TO WRK-ARQREL2-GERADO.
           MOVE ZEROS TO WRK-QTD-EXCECOES.
           SET GE-FN-INICIO TO TRUE.
           MOVE 'VIRGULAMASCARA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
           IF CSV-ATIVO
              OPEN OUTPUT PAY-CSV
           IF TEM-EMP-MASTER
              CLOSE EMP-MASTER
           END-IF.
           IF TEM-CPF-MASTER
              CLOSE CPF-MASTER
           END-IF.
           IF TEM-CARGOS
              CLOSE CARGO-MASTER
           END-IF.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           PERFORM 9820-ARQUIVAR-EXCECOES THRU 9820-EXIT.
           PERFORM 9900-REGISTRAR-EXECUCAO THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
           ELSE
              DISPLAY 'EMP-MASTER AUSENTE - NENHUM ID SERA RESOLVIDO'
           END-IF.
           OPEN INPUT CPF-MASTER.
           IF WRK-CM-STATUS = '00'
              SET TEM-CPF-MASTER TO TRUE
           ELSE
              DISPLAY 'CPF-MASTER AUSENTE - SITUACAO NA RECEITA NAO '
                      'CONFERIDA'
           END-IF.
           OPEN INPUT CARGO-MASTER.
           IF WRK-CG-STATUS = '00'
              SET TEM-CARGOS TO TRUE
              END-STRING
              MOVE WRK-FAIXA-LINHA TO EXCECAO-FOLHA-REC
              WRITE EXCECAO-FOLHA-REC
              ADD 1 TO WRK-QTD-EXCECOES
              DISPLAY WRK-FAIXA-LINHA
           END-IF.
       1170-EXIT.
           EXIT.

      *****************************************************************
      * 1180-CONFERIR-SITUACAO-CPF - Situacao do CPF do empregado
      * resolvido (EM-CPF) na Receita, pelo CPF-MASTER: titular
      * falecido, CPF cancelado ou nulo ligam CPF-RETIDO e o pagamento
      * fica retido para revisao pelo chamador. CPF fora do cadastro,
      * nunca consultado ou cadastro ausente seguem sem retencao.
      *****************************************************************
       1180-CONFERIR-SITUACAO-CPF.
           MOVE 'N' TO WRK-CPF-RETIDO.
           IF NOT TEM-CPF-MASTER OR NOT EMPREGADO-RESOLVIDO
              GO TO 1180-EXIT
           END-IF.
           MOVE EM-CPF TO CM-CPF.
           READ CPF-MASTER
               INVALID KEY
                  GO TO 1180-EXIT
           END-READ.
           IF NOT CM-RF-RETEM-PAGAMENTO
              GO TO 1180-EXIT
           END-IF.
           SET CPF-RETIDO TO TRUE.
           EVALUATE TRUE
              WHEN CM-RF-FALECIDO
                 MOVE 'TITULAR FALECIDO' TO WRK-DESC-RF
              WHEN CM-SITUACAO-RF = '8'
                 MOVE 'CPF NULO' TO WRK-DESC-RF
              WHEN OTHER
                 MOVE 'CPF CANCELADO' TO WRK-DESC-RF
           END-EVALUATE.
       1180-EXIT.
           EXIT.

      *****************************************************************
      * 1200-VALIDAR-SALARIO-MINIMO - Rejeita qualquer salario abaixo
      * do piso configurado em WRK-SALARIO-MINIMO.
      * zero quando nao houver.
      *****************************************************************
       1260-OBTER-EXTRAS.
           MOVE ZEROS TO WRK-HORAS-AULA.
           MOVE 'Horas extra no periodo (0 se nenhuma)' TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
      *****************************************************************
      * 1350-APLICAR-EXTRAS - Soma ao salario base o adicional de hora
      * extra (valor-hora pela jornada mensal padrao, acrescido de
      * 50%), as horas-aula do instrutor (pelo valor-hora normal) e
      * o bonus avulso do periodo. Roda depois da conferencia
      * do piso (que vale sobre o salario base contratual) e antes da
      * formatacao e do acumulo do ano, que passam a ver o bruto.
      *****************************************************************
       1350-APLICAR-EXTRAS.
           IF WRK-HORAS-EXTRA > 0 OR WRK-HORAS-AULA > 0
              COMPUTE WRK-VALOR-HORA ROUNDED =
                  WRK-SALARIO / WRK-JORNADA-MENSAL
           END-IF.
           IF WRK-HORAS-EXTRA > 0
              COMPUTE WRK-VALOR-EXTRAS ROUNDED =
                  WRK-VALOR-HORA * WRK-HORAS-EXTRA * 1,5
              ADD WRK-VALOR-EXTRAS TO WRK-SALARIO
           END-IF.
           IF WRK-HORAS-AULA > 0
              COMPUTE WRK-VALOR-AULA ROUNDED =
                  WRK-VALOR-HORA * WRK-HORAS-AULA
              ADD WRK-VALOR-AULA TO WRK-SALARIO
           END-IF.
           IF WRK-BONUS > 0
              ADD WRK-BONUS TO WRK-SALARIO
           END-IF.
       1350-EXIT.
           EXIT.

      *****************************************************************
      * 1360-DESCONTAR-AUSENCIAS - Desconta do bruto os dias de
      * ausencia de EMP-IN (faltas, DSR perdido e dias afastados sem
      * remuneracao da empresa, ate 30) pelo valor-dia do salario base
      * contratual: salario do periodo dividido pelos dias do periodo
      * (30 mensal, 15 quinzenal, 7 semanal). O desconto nunca passa
      * do bruto. Roda depois das extras, em todo caminho de lote que
      * apura o bruto (2010 e a soma da previa em 2035).
      *****************************************************************
       1360-DESCONTAR-AUSENCIAS.
           MOVE ZEROS TO WRK-DESC-AUSENCIA.
           COMPUTE WRK-DIAS-AUSENCIA =
               EI-DIAS-FALTA + EI-DIAS-DSR + EI-DIAS-AFASTADO.
           IF WRK-DIAS-AUSENCIA = 0
              GO TO 1360-EXIT
           END-IF.
           IF WRK-DIAS-AUSENCIA > 30
              MOVE 30 TO WRK-DIAS-AUSENCIA
           END-IF.
           EVALUATE WRK-FREQUENCIA
              WHEN 'S'   MOVE 7  TO WRK-DIVISOR-DIA
              WHEN 'Q'   MOVE 15 TO WRK-DIVISOR-DIA
              WHEN OTHER MOVE 30 TO WRK-DIVISOR-DIA
           END-EVALUATE.
           COMPUTE WRK-VALOR-DIA ROUNDED =
               EI-SALARIO / WRK-DIVISOR-DIA.
           COMPUTE WRK-DESC-AUSENCIA ROUNDED =
               WRK-VALOR-DIA * WRK-DIAS-AUSENCIA.
           IF WRK-DESC-AUSENCIA > WRK-SALARIO
              MOVE WRK-SALARIO TO WRK-DESC-AUSENCIA
           END-IF.
           SUBTRACT WRK-DESC-AUSENCIA FROM WRK-SALARIO.
       1360-EXIT.
           EXIT.

      *****************************************************************
      * 1300-FORMATAR-SALARIO - Monta WRK-SALARIO-MASK com o simbolo
      * resolvido para o locale corrente.
                  MOVE WRK-NOME TO YS-NOME
                  MOVE ZEROS TO YS-TOTAL-BRL YS-TOTAL-USD YS-TOTAL-EUR
                  PERFORM 1410-SOMAR-NA-MOEDA THRU 1410-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  MOVE WRK-FREQUENCIA TO YS-FREQ-PAGAMENTO
                  MOVE WRK-CAMPUS TO YS-CAMPUS
                  WRITE YTD-SAL-REC
               NOT INVALID KEY
                  MOVE WRK-NOME TO YS-NOME
                  PERFORM 1410-SOMAR-NA-MOEDA THRU 1410-EXIT
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  MOVE WRK-FREQUENCIA TO YS-FREQ-PAGAMENTO
                  MOVE WRK-CAMPUS TO YS-CAMPUS
                  REWRITE YTD-SAL-REC
      * comum CALC-DESCONTO sobre o bruto do periodo e preenche as
      * colunas itemizadas do contracheque (bruto, INSS, IRRF e
      * liquido), acumulando o liquido para a linha TRAILER LIQUIDO do
      * lote. A competencia (AAAAMM de hoje, a mesma de PAY-HIST)
      * escolhe a tabela de INSS/IRRF vigente, e o ID do empregado
      * traz os dependentes deduzidos da base do IRRF. A pensao
      * alimenticia judicial (1470) sai do liquido legal antes dos
      * descontos fixos e abate a base do IRRF.
      *****************************************************************
       1420-CALCULAR-DESCONTOS.
           MOVE WRK-SALARIO TO CD-SALARIO-BRUTO.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC(1:6) TO CD-COMPETENCIA.
           MOVE WRK-ID TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
           PERFORM 1470-APLICAR-PENSAO THRU 1470-EXIT.
           MOVE CD-SALARIO-BRUTO   TO PO-BRUTO-ED.
           MOVE CD-DESC-INSS       TO PO-INSS-ED.
           MOVE CD-DESC-IRRF       TO PO-IRRF-ED.
           MOVE WRK-PENSAO-TOTAL   TO PO-PENSAO-ED.
           PERFORM 1430-APLICAR-DESCONTOS-FIXOS THRU 1430-EXIT.
           MOVE WRK-LIQ-FOLHA TO PO-LIQUIDO-ED.
           ADD WRK-LIQ-FOLHA TO WRK-BT-LIQUIDO.
       1420-EXIT.
           EXIT.

      *****************************************************************
      * 1430-APLICAR-DESCONTOS-FIXOS - Desconta do liquido legal as
      * parcelas dos descontos fixos ativos do empregado (consignado,
      * sindical, outros) em DESCONTO-FIXO, uma por competencia, na
      * ordem da sequencia, ate a margem de 35% do liquido; o total
      * sai no contracheque e os tres primeiros itens com o credor e
      * o valor. Sem o cadastro, nada e descontado. O liquido de
      * partida ja vem sem a pensao alimenticia, e a margem e sobre
      * ele. WRK-LIQ-FOLHA devolve o liquido que vai ao banco.
      *****************************************************************
       1430-APLICAR-DESCONTOS-FIXOS.
           COMPUTE WRK-LIQ-FOLHA =
                   CD-SALARIO-LIQUIDO - WRK-PENSAO-TOTAL.
           MOVE ZEROS TO WRK-DESC-FIXO-TOTAL WRK-QTD-ITENS.
           MOVE ZEROS TO PO-DESC-FIXO-ED.
           COMPUTE WRK-MARGEM-DISP ROUNDED =
                   WRK-LIQ-FOLHA * WRK-MARGEM-CONSIG.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-COMPET-ATUAL.
           OPEN I-O DESCONTO-FIXO.
           IF WRK-DF-STATUS NOT = '00'
              GO TO 1430-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-DF.
           MOVE WRK-ID TO DF-EM-ID.
           MOVE ZEROS  TO DF-SEQUENCIA.
           START DESCONTO-FIXO KEY IS NOT LESS THAN DF-CHAVE
               INVALID KEY SET FIM-DF TO TRUE
           END-START.
           PERFORM 1440-TRATAR-DESCONTO THRU 1440-EXIT
              UNTIL FIM-DF.
           CLOSE DESCONTO-FIXO.
           MOVE WRK-DESC-FIXO-TOTAL TO PO-DESC-FIXO-ED.
       1430-EXIT.
           EXIT.

      *****************************************************************
      * 1440-TRATAR-DESCONTO - Um desconto do empregado: so os ativos,
      * ja iniciados e ainda nao descontados nesta competencia (a
      * retomada por checkpoint e o REPROC nao descontam duas vezes).
      * A ultima parcela leva o saldo inteiro. Parcela retida abate o
      * saldo e, zerado o saldo, o desconto fica quitado; parcela
      * acima da margem restante e adiada (1445).
      *****************************************************************
       1440-TRATAR-DESCONTO.
           READ DESCONTO-FIXO NEXT RECORD
               AT END
                  SET FIM-DF TO TRUE
                  GO TO 1440-EXIT
           END-READ.
           IF DF-EM-ID NOT = WRK-ID
              SET FIM-DF TO TRUE
              GO TO 1440-EXIT
           END-IF.
           IF NOT DF-ATIVO
              OR DF-COMPET-INICIO > WRK-COMPET-ATUAL
              OR DF-ULT-COMPETENCIA = WRK-COMPET-ATUAL
              GO TO 1440-EXIT
           END-IF.
           MOVE DF-VALOR-PARCELA TO WRK-PARCELA.
           IF DF-QTD-PARCELAS > 0
              IF DF-SALDO < WRK-PARCELA
                 OR DF-PARCELAS-PAGAS + 1 NOT < DF-QTD-PARCELAS
                 MOVE DF-SALDO TO WRK-PARCELA
              END-IF
           END-IF.
           MOVE WRK-COMPET-ATUAL TO DF-ULT-COMPETENCIA.
           IF WRK-PARCELA > WRK-MARGEM-DISP
              PERFORM 1445-ADIAR-DESCONTO THRU 1445-EXIT
              GO TO 1440-EXIT
           END-IF.
           SUBTRACT WRK-PARCELA FROM WRK-MARGEM-DISP.
           SUBTRACT WRK-PARCELA FROM WRK-LIQ-FOLHA.
           ADD WRK-PARCELA TO WRK-DESC-FIXO-TOTAL.
           ADD 1 TO DF-PARCELAS-PAGAS.
           IF DF-QTD-PARCELAS > 0
              SUBTRACT WRK-PARCELA FROM DF-SALDO
              IF DF-SALDO = ZEROS
                 SET DF-QUITADO TO TRUE
              END-IF
           END-IF.
           REWRITE DESCONTO-FIXO-REC.
           ADD 1 TO WRK-QTD-ITENS.
           IF WRK-QTD-ITENS NOT > 3
              MOVE DF-CREDOR   TO PO-DI-CREDOR(WRK-QTD-ITENS)
              MOVE WRK-PARCELA TO PO-DI-VALOR-ED(WRK-QTD-ITENS)
           END-IF.
           MOVE 'R' TO DR-SITUACAO.
           PERFORM 1460-GRAVAR-MOVIMENTO THRU 1460-EXIT.
       1440-EXIT.
           EXIT.

      *****************************************************************
      * 1445-ADIAR-DESCONTO - A parcela nao cabe na margem: nada e
      * descontado, o saldo e as parcelas ficam como estao (o prazo se
      * estende em uma competencia) e o adiamento e registrado no
      * movimento, no console e, no lote, no relatorio de excecao.
      *****************************************************************
       1445-ADIAR-DESCONTO.
           ADD 1 TO DF-QTD-ADIADAS.
           REWRITE DESCONTO-FIXO-REC.
           ADD 1 TO WRK-QTD-ADIADOS.
           MOVE 'A' TO DR-SITUACAO.
           PERFORM 1460-GRAVAR-MOVIMENTO THRU 1460-EXIT.
           MOVE WRK-PARCELA TO WRK-PARCELA-ED.
           MOVE SPACES TO WRK-ADIADO-LINHA.
           STRING 'DESCONTO ADIADO SEM MARGEM: ' DELIMITED BY SIZE
                  WRK-ID          DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-NOME        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  DF-CREDOR       DELIMITED BY SIZE
                  WRK-PARCELA-ED  DELIMITED BY SIZE
                  INTO WRK-ADIADO-LINHA
           END-STRING.
           DISPLAY WRK-ADIADO-LINHA.
           IF WRK-MODO = 2
              MOVE WRK-ADIADO-LINHA TO EXCECAO-FOLHA-REC
              WRITE EXCECAO-FOLHA-REC
              ADD 1 TO WRK-QTD-EXCECOES
           END-IF.
       1445-EXIT.
           EXIT.

      *****************************************************************
      * 1460-GRAVAR-MOVIMENTO - Acrescenta a DESC-RETIDO a parcela
      * tratada (situacao ja em DR-SITUACAO), base do extrato mensal a
      * cada credor.
      *****************************************************************
       1460-GRAVAR-MOVIMENTO.
           MOVE WRK-COMPET-ATUAL   TO DR-COMPETENCIA.
           MOVE WRK-DATA-EXEC      TO DR-DATA.
           MOVE WRK-ID             TO DR-EM-ID.
           MOVE WRK-NOME           TO DR-NOME.
           MOVE DF-SEQUENCIA       TO DR-SEQUENCIA.
           MOVE DF-TIPO            TO DR-TIPO.
           MOVE DF-CREDOR          TO DR-CREDOR.
           MOVE DF-CREDOR-NOME     TO DR-CREDOR-NOME.
           MOVE DF-CONTRATO        TO DR-CONTRATO.
           MOVE DF-PARCELAS-PAGAS  TO DR-PARCELA.
           MOVE DF-QTD-PARCELAS    TO DR-QTD-PARCELAS.
           MOVE WRK-PARCELA        TO DR-VALOR.
           MOVE DF-SALDO           TO DR-SALDO.
           OPEN EXTEND DESC-RETIDO.
           WRITE DESC-RETIDO-REC.
           CLOSE DESC-RETIDO.
       1460-EXIT.
           EXIT.

      *****************************************************************
      * 1470-APLICAR-PENSAO - Pensao alimenticia por ordem judicial:
      * carrega as ordens vigentes do empregado em PENSAO-ALIMENT
      * (1475), calcula cada uma sobre o liquido legal (bruto menos
      * INSS e IRRF) e devolve o total a CALC-DESCONTO como deducao
      * da base do IRRF; o IRRF menor aumenta o liquido e o calculo
      * se repete WRK-PN-RODADAS vezes ate assentar (1480). A ordem
      * de valor fixo e descontada uma vez por competencia; a de
      * percentual, em todo pagamento. O total nunca passa do
      * liquido legal. Cada ordem descontada vai ao movimento
      * PENSAO-RETIDA e, no lote, ao arquivo PENSAO-PAGAR do repasse
      * ao beneficiario (1490). Sem o cadastro, nada e descontado.
      *****************************************************************
       1470-APLICAR-PENSAO.
           MOVE ZEROS TO WRK-PENSAO-TOTAL WRK-QTD-PN.
           MOVE WRK-DATA-EXEC(1:6) TO WRK-COMPET-ATUAL.
           OPEN I-O PENSAO-ALIMENT.
           IF WRK-PA-STATUS NOT = '00'
              GO TO 1470-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-PA.
           MOVE WRK-ID TO PA-EM-ID.
           MOVE ZEROS  TO PA-SEQUENCIA.
           START PENSAO-ALIMENT KEY IS NOT LESS THAN PA-CHAVE
               INVALID KEY SET FIM-PA TO TRUE
           END-START.
           PERFORM 1475-CARREGAR-PENSAO THRU 1475-EXIT
              UNTIL FIM-PA.
           IF WRK-QTD-PN = 0
              CLOSE PENSAO-ALIMENT
              GO TO 1470-EXIT
           END-IF.
           PERFORM 1480-CALCULAR-PENSAO THRU 1480-EXIT
              WRK-PN-RODADAS TIMES.
           PERFORM 1490-GRAVAR-PENSAO THRU 1490-EXIT
              VARYING WRK-IX-PN FROM 1 BY 1
              UNTIL WRK-IX-PN > WRK-QTD-PN.
           CLOSE PENSAO-ALIMENT.
       1470-EXIT.
           EXIT.

      *****************************************************************
      * 1475-CARREGAR-PENSAO - Uma ordem do empregado: so as vigentes
      * na data do pagamento (inicio ate hoje, fim zerado ou ainda nao
      * vencido). A ordem de valor fixo ja descontada nesta competencia
      * nao entra de novo (pagamento semanal ou quinzenal, retomada
      * por checkpoint e REPROC).
      *****************************************************************
       1475-CARREGAR-PENSAO.
           READ PENSAO-ALIMENT NEXT RECORD
               AT END
                  SET FIM-PA TO TRUE
                  GO TO 1475-EXIT
           END-READ.
           IF PA-EM-ID NOT = WRK-ID
              SET FIM-PA TO TRUE
              GO TO 1475-EXIT
           END-IF.
           IF PA-DATA-INICIO > WRK-DATA-EXEC
              GO TO 1475-EXIT
           END-IF.
           IF PA-DATA-FIM NOT = ZEROS
              AND PA-DATA-FIM < WRK-DATA-EXEC
              GO TO 1475-EXIT
           END-IF.
           IF PA-VALOR-FIXO
              AND PA-ULT-COMPETENCIA = WRK-COMPET-ATUAL
              GO TO 1475-EXIT
           END-IF.
           IF WRK-QTD-PN NOT < 5
              DISPLAY 'MAIS DE 5 ORDENS DE PENSAO VIGENTES - '
                      'IGNORADA: ' PA-EM-ID ' ' PA-SEQUENCIA
              GO TO 1475-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PN.
           MOVE PA-SEQUENCIA  TO WRK-PN-SEQUENCIA(WRK-QTD-PN).
           MOVE PA-BASE       TO WRK-PN-BASE(WRK-QTD-PN).
           MOVE PA-PERCENTUAL TO WRK-PN-PERCENTUAL(WRK-QTD-PN).
           MOVE PA-VALOR      TO WRK-PN-VALOR-FIXO(WRK-QTD-PN).
       1475-EXIT.
           EXIT.

      *****************************************************************
      * 1480-CALCULAR-PENSAO - Uma rodada: o valor devido de cada ordem
      * sobre o liquido legal da ultima chamada de CALC-DESCONTO, o
      * descontado limitado ao que resta do liquido, e nova chamada
      * com o total como deducao da base do IRRF.
      *****************************************************************
       1480-CALCULAR-PENSAO.
           MOVE CD-SALARIO-LIQUIDO TO WRK-PENSAO-LIQ WRK-PENSAO-BASE.
           MOVE ZEROS TO WRK-PENSAO-TOTAL.
           PERFORM 1485-CALCULAR-ORDEM THRU 1485-EXIT
              VARYING WRK-IX-PN FROM 1 BY 1
              UNTIL WRK-IX-PN > WRK-QTD-PN.
           MOVE WRK-PENSAO-TOTAL TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
       1480-EXIT.
           EXIT.

       1485-CALCULAR-ORDEM.
           IF WRK-PN-BASE(WRK-IX-PN) = 'P'
              COMPUTE WRK-PN-DEVIDO(WRK-IX-PN) ROUNDED =
                      WRK-PENSAO-BASE
                    * WRK-PN-PERCENTUAL(WRK-IX-PN) / 100
           ELSE
              MOVE WRK-PN-VALOR-FIXO(WRK-IX-PN)
                TO WRK-PN-DEVIDO(WRK-IX-PN)
           END-IF.
           IF WRK-PN-DEVIDO(WRK-IX-PN) > WRK-PENSAO-LIQ
              MOVE WRK-PENSAO-LIQ TO WRK-PN-VALOR(WRK-IX-PN)
           ELSE
              MOVE WRK-PN-DEVIDO(WRK-IX-PN) TO WRK-PN-VALOR(WRK-IX-PN)
           END-IF.
           SUBTRACT WRK-PN-VALOR(WRK-IX-PN) FROM WRK-PENSAO-LIQ.
           ADD WRK-PN-VALOR(WRK-IX-PN) TO WRK-PENSAO-TOTAL.
       1485-EXIT.
           EXIT.

      *****************************************************************
      * 1490-GRAVAR-PENSAO - Uma ordem calculada: marca a competencia
      * na ordem, acrescenta o desconto a PENSAO-RETIDA e, no lote,
      * a PENSAO-PAGAR para o repasse. O desconto menor que o devido
      * (liquido insuficiente) e denunciado no console e, no lote, no
      * relatorio de excecao.
      *****************************************************************
       1490-GRAVAR-PENSAO.
           MOVE WRK-ID TO PA-EM-ID.
           MOVE WRK-PN-SEQUENCIA(WRK-IX-PN) TO PA-SEQUENCIA.
           READ PENSAO-ALIMENT
               INVALID KEY GO TO 1490-EXIT
           END-READ.
           MOVE WRK-COMPET-ATUAL TO PA-ULT-COMPETENCIA.
           REWRITE PENSAO-ALIMENT-REC.
           MOVE WRK-COMPET-ATUAL        TO PR-COMPETENCIA.
           MOVE WRK-DATA-EXEC           TO PR-DATA.
           MOVE WRK-ID                  TO PR-EM-ID.
           MOVE WRK-NOME                TO PR-NOME.
           MOVE PA-SEQUENCIA            TO PR-SEQUENCIA.
           MOVE PA-PROCESSO             TO PR-PROCESSO.
           MOVE PA-BENEF-NOME           TO PR-BENEF-NOME.
           MOVE PA-BENEF-CPF            TO PR-BENEF-CPF.
           MOVE PA-BENEF-BANCO          TO PR-BENEF-BANCO.
           MOVE PA-BENEF-AGENCIA        TO PR-BENEF-AGENCIA.
           MOVE PA-BENEF-CONTA          TO PR-BENEF-CONTA.
           MOVE PA-BASE                 TO PR-BASE.
           MOVE WRK-PENSAO-BASE         TO PR-BASE-CALCULO.
           MOVE WRK-PN-DEVIDO(WRK-IX-PN) TO PR-VALOR-DEVIDO.
           MOVE WRK-PN-VALOR(WRK-IX-PN)  TO PR-VALOR.
           OPEN EXTEND PENSAO-RETIDA.
           WRITE PENSAO-RETIDA-REC.
           CLOSE PENSAO-RETIDA.
           IF WRK-MODO = 2
              MOVE PENSAO-RETIDA-REC TO PENSAO-PAGAR-REC
              WRITE PENSAO-PAGAR-REC
           END-IF.
           IF WRK-PN-VALOR(WRK-IX-PN) NOT < WRK-PN-DEVIDO(WRK-IX-PN)
              GO TO 1490-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-PENSAO-PARCIAL.
           MOVE WRK-PN-VALOR(WRK-IX-PN) TO WRK-PENSAO-ED.
           MOVE SPACES TO WRK-ADIADO-LINHA.
           STRING 'PENSAO PARCIAL SEM LIQUIDO: ' DELIMITED BY SIZE
                  WRK-ID          DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-NOME        DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  PA-SEQUENCIA    DELIMITED BY SIZE
                  WRK-PENSAO-ED   DELIMITED BY SIZE
                  INTO WRK-ADIADO-LINHA
           END-STRING.
           DISPLAY WRK-ADIADO-LINHA.
           IF WRK-MODO = 2
              MOVE WRK-ADIADO-LINHA TO EXCECAO-FOLHA-REC
              WRITE EXCECAO-FOLHA-REC
              ADD 1 TO WRK-QTD-EXCECOES
           END-IF.
       1490-EXIT.
           EXIT.

      *****************************************************************
      * 1450-GRAVAR-HISTORICO-MENSAL - Acrescenta a PAY-HIST o registro
      * do pagamento recem acumulado, com a competencia (AAAAMM da data
       1450-GRAVAR-HISTORICO-MENSAL.
           MOVE SPACES TO PAY-HIST-REC.
           MOVE WRK-NOME TO PH-NOME.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC(1:6) TO PH-COMPETENCIA.
           MOVE WRK-SALARIO TO PH-VALOR.
           MOVE WRK-LOCALE TO PH-MOEDA.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * 1550-CONFERIR-FECHAMENTO - Consulta pela rotina comum se a
      * competencia em CF-COMPETENCIA ja foi fechada por FECHA-FOLHA;
      * fechada, o lancamento e recusado. Reaberta por supervisor,
      * segue aceitando, com o aviso de quem reabriu.
      *****************************************************************
       1550-CONFERIR-FECHAMENTO.
           MOVE 'S' TO WRK-COMP-ABERTA.
           CALL 'CONSULTA-FECHAMENTO' USING CONSULTA-FECHAMENTO-LNK.
           IF CF-FECHADA
              MOVE 'N' TO WRK-COMP-ABERTA
              DISPLAY 'COMPETENCIA ' CF-COMPETENCIA ' FECHADA EM '
                      CF-DATA-FECHAMENTO ' - NADA GRAVADO'
           END-IF.
           IF CF-REABERTA
              DISPLAY 'COMPETENCIA ' CF-COMPETENCIA ' REABERTA POR '
                      CF-OPERADOR-REABERTURA ' EM ' CF-DATA-REABERTURA
           END-IF.
       1550-EXIT.
           EXIT.

      *****************************************************************
      * 2000-PROCESSAR-LOTE - Le EMP-IN e grava em PAYSLIP-OUT um
      * contracheque por funcionario, com o salario ja formatado no
      * processados sao pulados em vez de regravados.
      *****************************************************************
       2000-PROCESSAR-LOTE.
           PERFORM 2020-CONFERIR-TABELA-FISCAL THRU 2020-EXIT.
           IF NOT CD-CALCULADO
              DISPLAY 'SEM TABELA DE INSS/IRRF VIGENTE - LOTE RECUSADO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2025-CONFERIR-PEDIDOS THRU 2025-EXIT.
           IF WRK-QTD-PEDIDOS > 0
              DISPLAY 'PEDIDOS DE CADASTRO PENDENTES: '
                      WRK-QTD-PEDIDOS ' - LOTE RECUSADO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           PERFORM 2030-CONFERIR-PREVIA THRU 2030-EXIT.
           IF NOT FOLHA-LIBERADA
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           MOVE WRK-DATA-EXEC(1:6) TO CF-COMPETENCIA.
           PERFORM 1550-CONFERIR-FECHAMENTO THRU 1550-EXIT.
           IF NOT COMPETENCIA-ABERTA
              DISPLAY 'LOTE RECUSADO'
              MOVE 8 TO RETURN-CODE
              GO TO 2000-EXIT
           END-IF.
           MOVE 'R' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           MOVE 'VIRGULAMASCARA' TO TA-JOB.
           PERFORM 2050-LER-CHECKPOINT THRU 2050-EXIT.
           OPEN INPUT EMP-IN.
           OPEN OUTPUT PAYSLIP-OUT.
           SET ARQREL-GERADO TO TRUE.
           OPEN OUTPUT EXCECAO-FOLHA.
           SET ARQREL2-GERADO TO TRUE.
           OPEN OUTPUT PENSAO-PAGAR.
           MOVE 'RELATORIO DE EXCECAO DA FOLHA - FAIXA DE CARGO E '
             TO EXCECAO-FOLHA-REC.
           MOVE 'DESCONTOS ADIADOS' TO EXCECAO-FOLHA-REC(50:17).
           WRITE EXCECAO-FOLHA-REC.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           PERFORM 2040-EMITIR-CABECALHO THRU 2040-EXIT.
           PERFORM 2100-LER-EMP-IN THRU 2100-EXIT.
           PERFORM UNTIL FIM-EMP-IN
           CLOSE EMP-IN.
           CLOSE PAYSLIP-OUT.
           CLOSE EXCECAO-FOLHA.
           CLOSE PENSAO-PAGAR.
           IF WRK-QTD-SEM-CADASTRO > 0
              DISPLAY 'PAGAMENTOS REJEITADOS SEM CADASTRO: '
                      WRK-QTD-SEM-CADASTRO
              DISPLAY 'PAGAMENTOS FORA DA FAIXA DO CARGO: '
                      WRK-QTD-FORA-FAIXA
           END-IF.
           IF WRK-QTD-CPF-RETIDO > 0
              DISPLAY 'PAGAMENTOS RETIDOS POR CPF IRREGULAR: '
                      WRK-QTD-CPF-RETIDO
           END-IF.
           IF SUSPENSO-ABERTO
              CLOSE EMP-SUSPENSO
           END-IF.
           DISPLAY 'REGISTROS SUSPENSOS: ' WRK-QTD-SUSPENSOS.
           IF WRK-QTD-ADIADOS > 0
              DISPLAY 'DESCONTOS FIXOS ADIADOS SEM MARGEM: '
                      WRK-QTD-ADIADOS
           END-IF.
           IF WRK-QTD-PENSAO-PARCIAL > 0
              DISPLAY 'PENSOES DESCONTADAS A MENOR SEM LIQUIDO: '
                      WRK-QTD-PENSAO-PARCIAL
           END-IF.
           MOVE 'L' TO TA-FUNCAO.
           MOVE 'YTD-SAL' TO TA-ARQUIVO.
           CALL 'TRAVA-ARQUIVO' USING TRAVA-ARQUIVO-LNK.
           PERFORM 1160-RESOLVER-MOEDA THRU 1160-EXIT.
           MOVE EI-SALARIO TO WRK-SALARIO.
           MOVE EI-HORAS-EXTRA TO WRK-HORAS-EXTRA.
           MOVE EI-HORAS-AULA TO WRK-HORAS-AULA.
           MOVE EI-BONUS   TO WRK-BONUS.
           MOVE EI-TURNO   TO WRK-TURNO.
           MOVE EI-FREQUENCIA TO WRK-FREQUENCIA.
           END-IF.
           PERFORM 1200-VALIDAR-SALARIO-MINIMO THRU 1200-EXIT.
           PERFORM 1170-VALIDAR-FAIXA-CARGO THRU 1170-EXIT.
           PERFORM 1180-CONFERIR-SITUACAO-CPF THRU 1180-EXIT.
           PERFORM 1340-APLICAR-TURNO THRU 1340-EXIT.
           PERFORM 1350-APLICAR-EXTRAS THRU 1350-EXIT.
           PERFORM 1360-DESCONTAR-AUSENCIAS THRU 1360-EXIT.
           PERFORM 1300-FORMATAR-SALARIO THRU 1300-EXIT.
           MOVE WRK-NOME         TO PO-NOME.
           MOVE WRK-ID           TO PO-ID.
           MOVE WRK-SALARIO-MASK TO PO-SALARIO-MASK.
           IF WRK-DIAS-AUSENCIA > 0
              MOVE WRK-DIAS-AUSENCIA TO PO-AUSENCIA-DIAS
              MOVE WRK-DESC-AUSENCIA TO PO-AUSENCIA-ED
           END-IF.
           EVALUATE TRUE
              WHEN NOT EMPREGADO-RESOLVIDO
                 ADD 1 TO WRK-QTD-SEM-CADASTRO
                 MOVE 'SEM CADASTRO DE FUNC' TO PO-SITUACAO
                 DISPLAY 'ID SEM CADASTRO ATIVO - PAGAMENTO '
                         'REJEITADO: ' EI-ID ' ' EI-NOME
              WHEN CPF-RETIDO
                 ADD 1 TO WRK-QTD-CPF-RETIDO
                 MOVE 'RETIDO CPF IRREGULAR' TO PO-SITUACAO
                 MOVE SPACES TO WRK-RETIDO-LINHA
                 STRING 'PAGAMENTO RETIDO PARA REVISAO - '
                        DELIMITED BY SIZE
                        WRK-DESC-RF  DELIMITED BY '  '
                        ': '         DELIMITED BY SIZE
                        EI-ID        DELIMITED BY SIZE
                        ' '          DELIMITED BY SIZE
                        WRK-NOME     DELIMITED BY SIZE
                        INTO WRK-RETIDO-LINHA
                 END-STRING
                 MOVE WRK-RETIDO-LINHA TO EXCECAO-FOLHA-REC
                 WRITE EXCECAO-FOLHA-REC
                 ADD 1 TO WRK-QTD-EXCECOES
                 DISPLAY WRK-RETIDO-LINHA
              WHEN NOT DENTRO-DA-FAIXA
                 MOVE 'FORA DA FAIXA CARGO' TO PO-SITUACAO
              WHEN SALARIO-VALIDO
       2010-EXIT.
           EXIT.

      *****************************************************************
      * 2020-CONFERIR-TABELA-FISCAL - Antes de tomar o marcador de
      * uso, confere pela rotina comum que ha tabela de INSS/IRRF
      * vigente na competencia de hoje: sem ela, a folha inteira sairia
      * sem descontos.
      *****************************************************************
       2020-CONFERIR-TABELA-FISCAL.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE ZEROS TO CD-SALARIO-BRUTO.
           MOVE WRK-DATA-EXEC(1:6) TO CD-COMPETENCIA.
           MOVE SPACES TO CD-EM-ID.
           MOVE ZEROS TO CD-DEDUCAO-PENSAO.
           CALL 'CALC-DESCONTO' USING CALC-DESCONTO-LNK.
       2020-EXIT.
           EXIT.

      *****************************************************************
      * 2025-CONFERIR-PEDIDOS - Taxa de cambio ou faixa de cargo com
      * pedido de mudanca ainda sem decisao (MANTER-CAMBIO /
      * MANTER-CARGO) deixaria a folha calculada sobre o valor que vai
      * mudar: conta e lista os pedidos pendentes de competencia igual
      * ou anterior a desta folha. Sem PEDIDO-CADASTRO, nao ha pedido.
      *****************************************************************
       2025-CONFERIR-PEDIDOS.
           MOVE ZEROS TO WRK-QTD-PEDIDOS.
           MOVE 'N' TO WRK-FIM-PEDIDO.
           OPEN INPUT PEDIDO-CADASTRO.
           IF WRK-PD-STATUS NOT = '00'
              GO TO 2025-EXIT
           END-IF.
           PERFORM UNTIL FIM-PEDIDO
              READ PEDIDO-CADASTRO NEXT RECORD
                  AT END
                     SET FIM-PEDIDO TO TRUE
                  NOT AT END
                     IF PD-PENDENTE
                        AND PD-COMPETENCIA NOT > WRK-DATA-EXEC(1:6)
                        ADD 1 TO WRK-QTD-PEDIDOS
                        DISPLAY 'PEDIDO PENDENTE ' PD-NUMERO ' '
                                PD-ARQUIVO ' ' PD-CHAVE(1:12)
                                ' COMPETENCIA ' PD-COMPETENCIA
                     END-IF
              END-READ
           END-PERFORM.
           CLOSE PEDIDO-CADASTRO.
       2025-EXIT.
           EXIT.

      *****************************************************************
      * 2030-CONFERIR-PREVIA - A folha so e paga depois da revisao da
      * listagem de variacoes da previa: passada previa sobre EMP-IN
      * contando os registros e somando o bruto dos validos pela
      * mesma regra do pagamento (1340/1350), conferidos contra o
      * visto de APROVA-PREVIA em PREVIA-VISTO - liberado, da
      * competencia corrente e com os mesmos numeros. Sem isso o lote
      * e recusado antes de tocar qualquer arquivo.
      *****************************************************************
       2030-CONFERIR-PREVIA.
           MOVE 'N' TO WRK-FOLHA-LIBERADA.
           MOVE ZEROS TO WRK-PREVIA-QTD WRK-PREVIA-TOTAL.
           OPEN INPUT EMP-IN.
           PERFORM 2100-LER-EMP-IN THRU 2100-EXIT.
           PERFORM 2035-SOMAR-REGISTRO THRU 2035-EXIT
              UNTIL FIM-EMP-IN.
           CLOSE EMP-IN.
           MOVE 'N' TO WRK-FIM-EMP-IN.
           OPEN INPUT PREVIA-VISTO.
           IF WRK-PV-STATUS NOT = '00'
              DISPLAY 'FOLHA SEM VISTO DA PREVIA - LOTE RECUSADO'
              GO TO 2030-EXIT
           END-IF.
           READ PREVIA-VISTO
               AT END
                  MOVE SPACE TO PV-DECISAO
           END-READ.
           CLOSE PREVIA-VISTO.
           IF NOT PV-LIBERADA
              DISPLAY 'FOLHA SEM VISTO DA PREVIA - LOTE RECUSADO'
              GO TO 2030-EXIT
           END-IF.
           IF PV-DATA-MOV NOT NUMERIC
              OR PV-DATA-MOV(1:6) NOT = WRK-DATA-EXEC(1:6)
              OR PV-QTD-REGISTROS NOT = WRK-PREVIA-QTD
              OR PV-TOTAL-CONTROLE NOT = WRK-PREVIA-TOTAL
              DISPLAY 'EMP-IN NAO CONFERE COM A PREVIA VISTA POR '
                      PV-OPERADOR ' EM ' PV-DATA
                      ' - REFACA A PREVIA. LOTE RECUSADO'
              GO TO 2030-EXIT
           END-IF.
           SET FOLHA-LIBERADA TO TRUE.
           DISPLAY 'FOLHA LIBERADA PELO VISTO DE ' PV-OPERADOR
                   ' EM ' PV-DATA.
       2030-EXIT.
           EXIT.

       2035-SOMAR-REGISTRO.
           ADD 1 TO WRK-PREVIA-QTD.
           PERFORM 2080-VALIDAR-REGISTRO THRU 2080-EXIT.
           IF REGISTRO-VALIDO
              MOVE EI-SALARIO     TO WRK-SALARIO
              MOVE EI-HORAS-EXTRA TO WRK-HORAS-EXTRA
              MOVE EI-HORAS-AULA  TO WRK-HORAS-AULA
              MOVE EI-BONUS       TO WRK-BONUS
              MOVE EI-TURNO       TO WRK-TURNO
              MOVE EI-FREQUENCIA  TO WRK-FREQUENCIA
              PERFORM 1340-APLICAR-TURNO THRU 1340-EXIT
              PERFORM 1350-APLICAR-EXTRAS THRU 1350-EXIT
              PERFORM 1360-DESCONTAR-AUSENCIAS THRU 1360-EXIT
              ADD WRK-SALARIO TO WRK-PREVIA-TOTAL
           END-IF.
           PERFORM 2100-LER-EMP-IN THRU 2100-EXIT.
       2035-EXIT.
           EXIT.

      *****************************************************************
      * 2080-VALIDAR-REGISTRO - Validacao do registro de EMP-IN antes
      * do lote: os campos de valor (salario, horas extra e bonus)
      * precisam converter (numericos na imagem texto do registro); a
      * recusa sai com o motivo para o arquivo de suspensao. Horas-aula
      * e dias de ausencia em branco (registro no layout anterior)
      * valem zero.
      *****************************************************************
       2080-VALIDAR-REGISTRO.
           MOVE 'S' TO WRK-REGISTRO-OK.
           IF EMP-IN-TXT(32:8) IS NOT NUMERIC
              MOVE 'N' TO WRK-REGISTRO-OK
              MOVE 'BONUS NAO NUMERICO' TO WRK-MOTIVO-SUSP
              GO TO 2080-EXIT
           END-IF.
           IF EMP-IN-TXT(57:3) = SPACES
              MOVE ZEROS TO EI-HORAS-AULA
           END-IF.
           IF EMP-IN-TXT(57:3) IS NOT NUMERIC
              MOVE 'N' TO WRK-REGISTRO-OK
              MOVE 'HORAS-AULA NAO NUMERICAS' TO WRK-MOTIVO-SUSP
              GO TO 2080-EXIT
           END-IF.
           IF EMP-IN-TXT(60:6) = SPACES
              MOVE ZEROS TO EI-DIAS-FALTA EI-DIAS-DSR EI-DIAS-AFASTADO
           END-IF.
           IF EMP-IN-TXT(60:6) IS NOT NUMERIC
              MOVE 'N' TO WRK-REGISTRO-OK
              MOVE 'DIAS DE AUSENCIA NAO NUMERICOS' TO WRK-MOTIVO-SUSP
           END-IF.
       2080-EXIT.
           EXIT.
      *****************************************************************
      * 3000-PROCESSAR-INTERATIVO - Comportamento original, um
      * funcionario por execucao via CONSOLE, agora com validacao de
      * piso, moeda configuravel e acumulo de YTD. Competencia
      * corrente fechada por FECHA-FOLHA nao recebe pagamento.
      *****************************************************************
       3000-PROCESSAR-INTERATIVO.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           MOVE MV-DATA TO WRK-DATA-EXEC.
           MOVE WRK-DATA-EXEC(1:6) TO CF-COMPETENCIA.
           PERFORM 1550-CONFERIR-FECHAMENTO THRU 1550-EXIT.
           IF NOT COMPETENCIA-ABERTA
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'Digite o ID de empregado (6 posicoes)'.
           ACCEPT WRK-ID FROM CONSOLE.
           PERFORM 1150-RESOLVER-EMPREGADO THRU 1150-EXIT.
                      'PAGAMENTO RECUSADO'
              GO TO 3000-EXIT
           END-IF.
           PERFORM 1180-CONFERIR-SITUACAO-CPF THRU 1180-EXIT.
           IF CPF-RETIDO
              DISPLAY 'CPF DO EMPREGADO IRREGULAR NA RECEITA ('
                      WRK-DESC-RF ') - PAGAMENTO RETIDO PARA REVISAO'
              GO TO 3000-EXIT
           END-IF.
           DISPLAY 'Empregado: ' WRK-NOME.
           PERFORM 1250-OBTER-SALARIO THRU 1250-EXIT.
           PERFORM 1260-OBTER-EXTRAS THRU 1260-EXIT.
           PERFORM 1350-APLICAR-EXTRAS THRU 1350-EXIT.
           PERFORM 1300-FORMATAR-SALARIO THRU 1300-EXIT.
           MOVE WRK-NOME         TO PO-NOME.
           MOVE WRK-ID           TO PO-ID.
           MOVE WRK-SALARIO-MASK TO PO-SALARIO-MASK.
           IF SALARIO-VALIDO
              PERFORM 1400-ACUMULAR-YTD THRU 1400-EXIT
              DISPLAY 'Salario:' WRK-SALARIO-MASK ' Nome: ' WRK-NOME
              DISPLAY 'Desconto INSS: ' PO-INSS-ED
              DISPLAY 'Desconto IRRF: ' PO-IRRF-ED
                      ' (dependentes: ' CD-QTD-DEPENDENTES ')'
              DISPLAY 'Pensao alimenticia: ' PO-PENSAO-ED
              DISPLAY 'Descontos fixos: ' PO-DESC-FIXO-ED
              DISPLAY 'Liquido: ' PO-LIQUIDO-ED
              DISPLAY 'Acumulado no ano: ' WRK-YTD-TOTAL
           ELSE
      * mostra o apurado, pede a confirmacao do operador e, moeda a
      * moeda com saldo positivo, grava o registro de estorno (tipo
      * E), abate o acumulador de YTD-SAL e registra em ESTORNO-LOG
      * com a identidade de quem estornou. Competencia fechada por
      * FECHA-FOLHA so e estornada depois de reaberta.
      *****************************************************************
       5000-ESTORNAR-PAGAMENTO.
           CALL 'LE-DATA-MOV' USING DATA-MOV-LNK.
           DISPLAY 'NOME DO OPERADOR DO ESTORNO: '.
           ACCEPT WRK-EST-OPERADOR FROM CONSOLE.
           DISPLAY 'ID DO EMPREGADO A ESTORNAR: '.
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-EST-COMP-TXT TO WRK-EST-COMPETENCIA.
           MOVE WRK-EST-COMPETENCIA TO CF-COMPETENCIA.
           PERFORM 1550-CONFERIR-FECHAMENTO THRU 1550-EXIT.
           IF NOT COMPETENCIA-ABERTA
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-SOMAR-COMPETENCIA THRU 5100-EXIT.
           IF WRK-EST-BRL <= ZERO AND WRK-EST-USD <= ZERO
              AND WRK-EST-EUR <= ZERO
      *****************************************************************
      * 5100-SOMAR-COMPETENCIA - Soma em PAY-HIST, por moeda, o pago
      * ao empregado na competencia pedida, ja abatendo os estornos
      * anteriores (tipo E) e sem ferias, acertos de rescisao e
      * diferencas de dissidio (tipos F, R e D), e guarda o nome e a
      * frequencia do ultimo registro para o registro de estorno sair
      * coerente.
      *****************************************************************
       5100-SOMAR-COMPETENCIA.
           MOVE ZEROS TO WRK-EST-BRL WRK-EST-USD WRK-EST-EUR.
           PERFORM UNTIL FIM-PH
              IF PH-ID = WRK-ID
                 AND PH-COMPETENCIA = WRK-EST-COMPETENCIA
                 AND NOT PH-FERIAS AND NOT PH-RESCISAO
                 AND NOT PH-DISSIDIO
                 MOVE PH-NOME TO WRK-EST-NOME
                 MOVE PH-FREQUENCIA TO WRK-EST-FREQ
                 PERFORM 5120-SOMAR-REGISTRO THRU 5120-EXIT
                     WHEN OTHER
                        SUBTRACT WRK-EST-VALOR FROM YS-TOTAL-BRL
                  END-EVALUATE
                  MOVE MV-DATA TO YS-DATA-ULT-ATUALIZACAO
                  REWRITE YTD-SAL-REC
           END-READ.
           CLOSE YTD-SAL-FILE.
       ENTRY 'VIRGULAMASCARA-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-AUTORIZADO-LOTE TO WRK-LOTE-AUTORIZADO.
           GO TO 0000-MAINLINE.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de PAYSLIP-OUT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT PAYSLIP-OUT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'PAYSLIP-OUT' TO AG-RELATORIO.
           MOVE 'VIRGULAMASCARA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE PAYSLIP-OUT-RELIDO.
           MOVE WRK-BT-CONTADOR TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ PAYSLIP-OUT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE PAYSLIP-OUT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.

      *****************************************************************
      * 9820-ARQUIVAR-EXCECOES - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de EXCECAO-FOLHA desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9820-ARQUIVAR-EXCECOES.
           IF NOT ARQREL2-GERADO
              GO TO 9820-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT EXCECAO-FOLHA-RELIDO.
           IF WRK-ARQREL2-STATUS NOT = '00'
              GO TO 9820-EXIT
           END-IF.
           MOVE 'EXCECAO-FOLHA' TO AG-RELATORIO.
           MOVE 'VIRGULAMASCARA' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9830-ARQUIVAR-LINHA-EXCECOES THRU 9830-EXIT
              UNTIL FIM-ARQREL.
           CLOSE EXCECAO-FOLHA-RELIDO.
           MOVE WRK-QTD-EXCECOES TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9820-EXIT.
           EXIT.

       9830-ARQUIVAR-LINHA-EXCECOES.
           READ EXCECAO-FOLHA-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9830-EXIT
           END-READ.
           MOVE EXCECAO-FOLHA-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9830-EXIT.
           EXIT.

      *****************************************************************
      * 9900-REGISTRAR-EXECUCAO - Fim do passo no historico de
      * execucao (GRAVA-EXECUCAO), com os registros processados e o RC
      * corrente, que a rotina devolve intacto em RETURN-CODE.
      *****************************************************************
       9900-REGISTRAR-EXECUCAO.
           MOVE WRK-BT-CONTADOR TO GE-QTD-REGISTROS.
           MOVE RETURN-CODE TO GE-RC.
           SET GE-FN-FIM TO TRUE.
           MOVE 'VIRGULAMASCARA' TO GE-PROGRAMA.
           CALL 'GRAVA-EXECUCAO' USING GRAVA-EXECUCAO-LNK.
       9900-EXIT.
           EXIT.
