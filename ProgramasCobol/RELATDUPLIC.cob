       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RELATORIO-DUPLICADOS.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Levantamento dos alunos provavelmente cadastrados
      *           mais de uma vez em STUDENT-MASTER (a mesma pessoa
      *           rematriculada sob matricula nova, com o historico
      *           dividido entre os dois registros), para a secretaria
      *           unificar. Roda uma vez sobre o cadastro existente; a
      *           partir dele, CARGA-ALUNOS e MANTER-ALUNO recusam a
      *           duplicidade na entrada. Dois passes pelas chaves
      *           alternativas do cadastro:
      *             - pela chave SM-CPF: alunos com o mesmo CPF
      *               (criterio CPF);
      *             - pela chave SM-NOME: alunos com o mesmo nome e a
      *               mesma data de nascimento (NOME+NASCIMENTO) ou com
      *               o mesmo nome e o nascimento nao informado em um
      *               dos dois (NOME/SEM NASC., o caso dos registros
      *               anteriores ao CPF e ao nascimento no cadastro).
      *               Mesmo nome com CPFs diferentes informados ou
      *               nascimentos diferentes informados e homonimo,
      *               nao sai.
      *           Cada par sai uma vez em DUPLIC-REPORT com as duas
      *           matriculas, fechado com o registro trailer padrao
      *           (quantidade de pares). Termina com RC 4 quando ha
      *           qualquer par e RC 8 sem o cadastro.
      *           Copia de DUPLIC-REPORT guardada no arquivo de
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
           SELECT STUDENT-MASTER ASSIGN TO "STUDENT-MASTER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-MATRICULA
               ALTERNATE RECORD KEY IS SM-CPF WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-NOME WITH DUPLICATES
               FILE STATUS IS WRK-SM-STATUS.
           SELECT DUPLIC-REPORT ASSIGN TO "DUPLIC-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLIC-REPORT-RELIDO ASSIGN TO "DUPLIC-REPORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-ARQREL-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MASTER.
           COPY STUMSTR.

       FD  DUPLIC-REPORT
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPLIC-REPORT-REC.
           05 DR-CRITERIO           PIC X(16).
           05 FILLER                PIC X(01).
           05 DR-MATRICULA-1        PIC X(10).
           05 FILLER                PIC X(01).
           05 DR-NOME-1             PIC X(20).
           05 FILLER                PIC X(01).
           05 DR-MATRICULA-2        PIC X(10).
           05 FILLER                PIC X(01).
           05 DR-NOME-2             PIC X(20).
           COPY TRAILER.

       FD  DUPLIC-REPORT-RELIDO
           RECORD CONTAINS 80 CHARACTERS.
       01  DUPLIC-REPORT-RELIDO-REC PIC X(80).
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY ARQRGRV.
       77  WRK-ARQREL-STATUS PIC X(02)      VALUE '00'.
       77  WRK-FIM-ARQREL    PIC X(01)      VALUE 'N'.
           88 FIM-ARQREL                    VALUE 'S'.
       77  WRK-ARQREL-GERADO PIC X(01)      VALUE 'N'.
           88 ARQREL-GERADO                 VALUE 'S'.
       77  WRK-SM-STATUS     PIC X(02)      VALUE '00'.
       77  WRK-FIM-MESTRE    PIC X(01)      VALUE 'N'.
           88 FIM-MESTRE                    VALUE 'S'.
       77  WRK-QTD-LIDOS     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-PARES-CPF PIC 9(05)      VALUE ZEROS.
       77  WRK-QTD-PARES-NOME PIC 9(05)     VALUE ZEROS.
       77  WRK-QTD-PARES     PIC 9(07)      VALUE ZEROS.
       77  WRK-QTD-DESCARTADOS PIC 9(05)    VALUE ZEROS.
       77  WRK-CRITERIO      PIC X(16)      VALUE SPACES.
      *
      * Primeiro aluno do grupo de mesmo CPF corrente (passe 1).
       77  WRK-CPF-GRUPO     PIC 9(11)      VALUE ZEROS.
       77  WRK-MAT-GRUPO     PIC X(10)      VALUE SPACES.
       77  WRK-NOME-GRUPO    PIC X(20)      VALUE SPACES.
      *
      * Alunos do grupo de mesmo nome corrente (passe 2), comparados
      * dois a dois com cada aluno novo do grupo. Ate 50 homonimos.
       77  WRK-QTD-GRUPO     PIC 9(02) COMP VALUE ZERO.
       77  WRK-IDX           PIC 9(02) COMP VALUE ZERO.
       01  WRK-TAB-GRUPO.
           05 WRK-GRUPO-ENT OCCURS 50 TIMES.
              10 WRK-TG-MATRICULA   PIC X(10).
              10 WRK-TG-CPF         PIC 9(11).
              10 WRK-TG-NASC        PIC 9(08).
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ARQREL-GERADO.
           DISPLAY INST-NOME.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS NOT = '00'
              DISPLAY 'STUDENT-MASTER AUSENTE - NADA A LEVANTAR'
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           OPEN OUTPUT DUPLIC-REPORT.
           SET ARQREL-GERADO TO TRUE.
           MOVE SPACES TO DUPLIC-REPORT-REC.
           MOVE 'ALUNOS PROVAVELMENTE DUPLICADOS NO CADASTRO'
             TO DUPLIC-REPORT-REC.
           WRITE DUPLIC-REPORT-REC.
           MOVE SPACES TO DUPLIC-REPORT-REC.
           MOVE 'CRITERIO'  TO DR-CRITERIO.
           MOVE 'MATRICULA' TO DR-MATRICULA-1 DR-MATRICULA-2.
           MOVE 'NOME'      TO DR-NOME-1 DR-NOME-2.
           WRITE DUPLIC-REPORT-REC.
           PERFORM 2000-PASSE-CPF THRU 2000-EXIT.
           PERFORM 3000-PASSE-NOME THRU 3000-EXIT.
           PERFORM 4000-FINALIZAR THRU 4000-EXIT.
           PERFORM 9800-ARQUIVAR-RELATORIO THRU 9800-EXIT.
           GOBACK.

      *****************************************************************
      * 2000-PASSE-CPF - Percorre o cadastro pela chave SM-CPF a
      * partir do primeiro CPF informado (zeros = nao informado ficam
      * de fora). Cada aluno com o mesmo CPF do primeiro do grupo sai
      * em par com ele.
      *****************************************************************
       2000-PASSE-CPF.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE ZEROS TO WRK-CPF-GRUPO.
           MOVE 1 TO SM-CPF.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-CPF
               INVALID KEY SET FIM-MESTRE TO TRUE
           END-START.
           PERFORM 2100-LER-POR-CPF THRU 2100-EXIT
              UNTIL FIM-MESTRE.
       2000-EXIT.
           EXIT.

       2100-LER-POR-CPF.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-MESTRE TO TRUE
                  GO TO 2100-EXIT
           END-READ.
           ADD 1 TO WRK-QTD-LIDOS.
           IF SM-CPF NOT = WRK-CPF-GRUPO
              MOVE SM-CPF       TO WRK-CPF-GRUPO
              MOVE SM-MATRICULA TO WRK-MAT-GRUPO
              MOVE SM-NOME      TO WRK-NOME-GRUPO
              GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO DUPLIC-REPORT-REC.
           MOVE 'CPF'          TO DR-CRITERIO.
           MOVE WRK-MAT-GRUPO  TO DR-MATRICULA-1.
           MOVE WRK-NOME-GRUPO TO DR-NOME-1.
           MOVE SM-MATRICULA   TO DR-MATRICULA-2.
           MOVE SM-NOME        TO DR-NOME-2.
           WRITE DUPLIC-REPORT-REC.
           ADD 1 TO WRK-QTD-PARES-CPF.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * 3000-PASSE-NOME - Percorre o cadastro pela chave SM-NOME,
      * guardando os alunos do grupo de mesmo nome em WRK-TAB-GRUPO;
      * cada aluno novo do grupo e comparado com os anteriores.
      *****************************************************************
       3000-PASSE-NOME.
           MOVE 'N' TO WRK-FIM-MESTRE.
           MOVE ZERO TO WRK-QTD-GRUPO.
           MOVE SPACES TO WRK-NOME-GRUPO.
           MOVE LOW-VALUES TO SM-NOME.
           START STUDENT-MASTER KEY IS NOT LESS THAN SM-NOME
               INVALID KEY SET FIM-MESTRE TO TRUE
           END-START.
           PERFORM 3100-LER-POR-NOME THRU 3100-EXIT
              UNTIL FIM-MESTRE.
       3000-EXIT.
           EXIT.

       3100-LER-POR-NOME.
           READ STUDENT-MASTER NEXT RECORD
               AT END
                  SET FIM-MESTRE TO TRUE
                  GO TO 3100-EXIT
           END-READ.
           IF SM-NOME NOT = WRK-NOME-GRUPO OR WRK-QTD-GRUPO = 0
              MOVE SM-NOME TO WRK-NOME-GRUPO
              MOVE ZERO TO WRK-QTD-GRUPO
           ELSE
              PERFORM 3200-COMPARAR-HOMONIMO THRU 3200-EXIT
                 VARYING WRK-IDX FROM 1 BY 1
                 UNTIL WRK-IDX > WRK-QTD-GRUPO
           END-IF.
           IF WRK-QTD-GRUPO >= 50
              ADD 1 TO WRK-QTD-DESCARTADOS
              GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTD-GRUPO.
           MOVE SM-MATRICULA TO WRK-TG-MATRICULA(WRK-QTD-GRUPO).
           MOVE SM-CPF       TO WRK-TG-CPF(WRK-QTD-GRUPO).
           MOVE SM-DATA-NASC TO WRK-TG-NASC(WRK-QTD-GRUPO).
       3100-EXIT.
           EXIT.

      *****************************************************************
      * 3200-COMPARAR-HOMONIMO - Compara o aluno corrente com um
      * homonimo anterior do grupo. CPFs informados nos dois decidem:
      * iguais ja sairam no passe do CPF, diferentes sao pessoas
      * diferentes. Sem os dois CPFs, decide o nascimento.
      *****************************************************************
       3200-COMPARAR-HOMONIMO.
           IF SM-CPF NOT = ZEROS
              AND WRK-TG-CPF(WRK-IDX) NOT = ZEROS
              GO TO 3200-EXIT
           END-IF.
           IF SM-DATA-NASC = ZEROS OR WRK-TG-NASC(WRK-IDX) = ZEROS
              MOVE 'NOME/SEM NASC.' TO WRK-CRITERIO
           ELSE
              IF SM-DATA-NASC = WRK-TG-NASC(WRK-IDX)
                 MOVE 'NOME+NASCIMENTO' TO WRK-CRITERIO
              ELSE
                 GO TO 3200-EXIT
              END-IF
           END-IF.
           MOVE SPACES TO DUPLIC-REPORT-REC.
           MOVE WRK-CRITERIO TO DR-CRITERIO.
           MOVE WRK-TG-MATRICULA(WRK-IDX) TO DR-MATRICULA-1.
           MOVE SM-NOME      TO DR-NOME-1.
           MOVE SM-MATRICULA TO DR-MATRICULA-2.
           MOVE SM-NOME      TO DR-NOME-2.
           WRITE DUPLIC-REPORT-REC.
           ADD 1 TO WRK-QTD-PARES-NOME.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * 4000-FINALIZAR - Trailer padrao com a quantidade de pares,
      * resumo no console e RC 4 quando ha qualquer par a unificar.
      *****************************************************************
       4000-FINALIZAR.
           ADD WRK-QTD-PARES-CPF WRK-QTD-PARES-NOME
               GIVING WRK-QTD-PARES.
           MOVE SPACES TO DUPLIC-REPORT-REC.
           MOVE 'TRAILER' TO BT-TIPO.
           MOVE WRK-QTD-PARES TO BT-QTD-REGISTROS.
           MOVE ZEROS TO BT-TOTAL-CONTROLE.
           WRITE BATCH-TRAILER-REC.
           CLOSE DUPLIC-REPORT.
           CLOSE STUDENT-MASTER.
           DISPLAY 'ALUNOS COM CPF LIDOS..: ' WRK-QTD-LIDOS.
           DISPLAY 'PARES POR CPF.........: ' WRK-QTD-PARES-CPF.
           DISPLAY 'PARES POR NOME........: ' WRK-QTD-PARES-NOME.
           IF WRK-QTD-DESCARTADOS > 0
              DISPLAY 'HOMONIMOS ALEM DE 50 (NAO COMPARADOS): '
                      WRK-QTD-DESCARTADOS
           END-IF.
           IF WRK-QTD-PARES > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * 9800-ARQUIVAR-RELATORIO - Guarda no arquivo de relatorios
      * (rotina ARQUIVA-RELATORIO) a copia de DUPLIC-REPORT desta
      * execucao, relida linha a linha depois de fechada, com os
      * totais de controle.
      * Relatorio que esta execucao nao abriu nao e arquivado.
      *****************************************************************
       9800-ARQUIVAR-RELATORIO.
           IF NOT ARQREL-GERADO
              GO TO 9800-EXIT
           END-IF.
           MOVE RETURN-CODE TO AG-RC.
           OPEN INPUT DUPLIC-REPORT-RELIDO.
           IF WRK-ARQREL-STATUS NOT = '00'
              GO TO 9800-EXIT
           END-IF.
           MOVE 'DUPLIC-REPORT' TO AG-RELATORIO.
           MOVE 'RELATORIO-DUPLICADOS' TO AG-PROGRAMA.
           SET AG-FN-ABRIR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
           MOVE 'N' TO WRK-FIM-ARQREL.
           PERFORM 9810-ARQUIVAR-LINHA THRU 9810-EXIT
              UNTIL FIM-ARQREL.
           CLOSE DUPLIC-REPORT-RELIDO.
           MOVE WRK-QTD-LIDOS TO AG-QTD-REGISTROS.
           MOVE ZEROS TO AG-VALOR-TOTAL.
           MOVE ZEROS TO AG-QTD-PAGINAS.
           SET AG-FN-FECHAR TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9800-EXIT.
           EXIT.

       9810-ARQUIVAR-LINHA.
           READ DUPLIC-REPORT-RELIDO
               AT END
                  SET FIM-ARQREL TO TRUE
                  GO TO 9810-EXIT
           END-READ.
           MOVE DUPLIC-REPORT-RELIDO-REC TO AG-LINHA.
           SET AG-FN-LINHA TO TRUE.
           CALL 'ARQUIVA-RELATORIO' USING ARQUIVA-RELATORIO-LNK.
       9810-EXIT.
           EXIT.
