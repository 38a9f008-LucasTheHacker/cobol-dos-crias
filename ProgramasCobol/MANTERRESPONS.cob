       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-RESPONSAVEL.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de responsaveis
      *           (RESPONSAVEL, Copybooks/RESPONS.cpy), no mesmo molde
      *           de console de MANTER-EMPREGADO: listar, incluir,
      *           alterar e excluir o responsavel de um aluno pela
      *           matricula. A matricula precisa existir em
      *           STUDENT-MASTER e o CPF do responsavel passa pelo
      *           digito verificador da rotina comum VALIDA-CPF. E o
      *           endereco deste cadastro que EMITE-BOLETIM usa no
      *           arquivo de mala direta do boletim do termo.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Grava no jornal de alteracoes (GRAVA-JORNAL) a
      *                    imagem anterior e a posterior de cada
      *                    inclusao, alteracao e exclusao, com o
      *                    operador recebido pela nova entrada -CTX do
      *                    menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESPONSAVEL ASSIGN TO "RESPONSAVEL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-MATRICULA
               FILE STATUS IS WRK-RS-STATUS.
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
       FD  RESPONSAVEL.
           COPY RESPONS.

       FD  STUDENT-MASTER.
           COPY STUMSTR.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY JORNGRV.
       COPY VALIDENT.
       COPY VALIDCPF.
       77  WRK-RS-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-SM-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-RESP       PIC X(01)      VALUE 'N'.
           88 FIM-RESP                       VALUE 'S'.
       77  WRK-TEM-ALUNOS     PIC X(01)      VALUE 'N'.
           88 TEM-STUDENT-MASTER             VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-MATRICULA      PIC X(10)      VALUE SPACES.
       77  WRK-CPF            PIC 9(11)      VALUE ZEROS.
       77  WRK-CPF-OK         PIC X(01)      VALUE 'N'.
           88 CPF-CONFERIDO                  VALUE 'S'.
       77  WRK-ALUNO-OK       PIC X(01)      VALUE 'N'.
           88 ALUNO-CONFERIDO                VALUE 'S'.
       77  WRK-CONFIRMA       PIC X(01)      VALUE 'N'.

       LINKAGE SECTION.
       COPY OPERCTX.
      ******************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY INST-NOME.
           PERFORM 1000-ABRIR-CADASTRO THRU 1000-EXIT.
           PERFORM UNTIL OPERADOR-SAIU
              PERFORM 2000-EXIBIR-MENU THRU 2000-EXIT
              PERFORM 3000-DESPACHAR THRU 3000-EXIT
           END-PERFORM.
           CLOSE RESPONSAVEL.
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
           OPEN I-O RESPONSAVEL.
           IF WRK-RS-STATUS = '35'
              OPEN OUTPUT RESPONSAVEL
              CLOSE RESPONSAVEL
              OPEN I-O RESPONSAVEL
           END-IF.
           OPEN INPUT STUDENT-MASTER.
           IF WRK-SM-STATUS = '00'
              MOVE 'S' TO WRK-TEM-ALUNOS
           ELSE
              DISPLAY 'STUDENT-MASTER AUSENTE - INCLUSAO BLOQUEADA'
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DO CADASTRO DE RESPONSAVEIS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR RESPONSAVEIS'.
           DISPLAY ' 2 - INCLUIR RESPONSAVEL'.
           DISPLAY ' 3 - ALTERAR ENDERECO/E-MAIL'.
           DISPLAY ' 4 - EXCLUIR RESPONSAVEL'.
           DISPLAY ' 0 - SAIR'.
           DISPLAY 'DIGITE A OPCAO DESEJADA: '.
           ACCEPT WRK-OPCAO FROM CONSOLE.
       2000-EXIT.
           EXIT.

       3000-DESPACHAR.
           EVALUATE WRK-OPCAO
              WHEN 1 PERFORM 4000-LISTAR THRU 4000-EXIT
              WHEN 2 PERFORM 5000-INCLUIR THRU 5000-EXIT
              WHEN 3 PERFORM 6000-ALTERAR THRU 6000-EXIT
              WHEN 4 PERFORM 7000-EXCLUIR THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Varre o cadastro pela chave, do comeco ao fim,
      * exibindo matricula, responsavel e e-mail (CPF nao exibido,
      * como nas demais telas de CPF da suite).
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-RESP.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO RS-MATRICULA.
           START RESPONSAVEL KEY IS NOT LESS THAN RS-MATRICULA
               INVALID KEY SET FIM-RESP TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-RESP
              DISPLAY RS-MATRICULA ' ' RS-NOME ' ' RS-EMAIL
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM RESPONSAVEL CADASTRADO'
           ELSE
              DISPLAY 'RESPONSAVEIS CADASTRADOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ RESPONSAVEL NEXT RECORD
               AT END SET FIM-RESP TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede a matricula do aluno (que precisa existir
      * em STUDENT-MASTER), o nome e o CPF do responsavel - conferido
      * pelo digito verificador (VALIDA-CPF) - e o endereco. A
      * duplicata de matricula e recusada pelo proprio WRITE com
      * INVALID KEY: cada aluno tem um unico responsavel para o
      * boletim.
      *****************************************************************
       5000-INCLUIR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           IF WRK-MATRICULA = SPACES
              DISPLAY 'MATRICULA EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5100-CONFERIR-ALUNO THRU 5100-EXIT.
           IF NOT ALUNO-CONFERIDO
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO RESPONSAVEL-REC.
           DISPLAY 'NOME DO RESPONSAVEL: '.
           ACCEPT RS-NOME FROM CONSOLE.
           IF RS-NOME = SPACES
              DISPLAY 'NOME EM BRANCO - NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           PERFORM 5200-CONFERIR-CPF THRU 5200-EXIT.
           IF NOT CPF-CONFERIDO
              GO TO 5000-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO RS-MATRICULA.
           MOVE WRK-CPF       TO RS-CPF.
           PERFORM 5300-CAPTURAR-ENDERECO THRU 5300-EXIT.
           WRITE RESPONSAVEL-REC
               INVALID KEY
                  DISPLAY 'ALUNO JA TEM RESPONSAVEL: ' WRK-MATRICULA
               NOT INVALID KEY
                  DISPLAY 'RESPONSAVEL INCLUIDO: ' WRK-MATRICULA
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5100-CONFERIR-ALUNO - Exige a matricula cadastrada em
      * STUDENT-MASTER, para nao haver responsavel de aluno
      * inexistente.
      *****************************************************************
       5100-CONFERIR-ALUNO.
           MOVE 'N' TO WRK-ALUNO-OK.
           IF NOT TEM-STUDENT-MASTER
              DISPLAY 'STUDENT-MASTER AUSENTE - MATRICULA NAO CONFERE'
              GO TO 5100-EXIT
           END-IF.
           MOVE WRK-MATRICULA TO SM-MATRICULA.
           READ STUDENT-MASTER
               INVALID KEY
                  DISPLAY 'MATRICULA NAO CADASTRADA: ' WRK-MATRICULA
               NOT INVALID KEY
                  DISPLAY 'ALUNO: ' SM-NOME
                  MOVE 'S' TO WRK-ALUNO-OK
           END-READ.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * 5200-CONFERIR-CPF - Pede o CPF sem eco e confere o digito
      * verificador pela rotina comum VALIDA-CPF. O responsavel nao
      * precisa estar em CPF-MASTER, que e o cadastro da folha.
      *****************************************************************
       5200-CONFERIR-CPF.
           MOVE 'N' TO WRK-CPF-OK.
           MOVE 'Digite o CPF do responsavel (11 digitos): '
             TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'S' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE VE-VALOR(1:VE-TAMANHO) TO WRK-CPF.
           MOVE WRK-CPF TO VC-CPF.
           CALL 'VALIDA-CPF' USING VALIDA-CPF-LNK.
           IF NOT VC-CPF-VALIDO
              DISPLAY 'CPF INVALIDO - DIGITO NAO CONFERE'
              GO TO 5200-EXIT
           END-IF.
           MOVE 'S' TO WRK-CPF-OK.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * 5300-CAPTURAR-ENDERECO - Endereco postal e e-mail do
      * responsavel; o CEP passa pela rotina comum de entrada
      * numerica.
      *****************************************************************
       5300-CAPTURAR-ENDERECO.
           DISPLAY 'ENDERECO (LOGRADOURO, NUMERO, BAIRRO): '.
           ACCEPT RS-ENDERECO FROM CONSOLE.
           DISPLAY 'CIDADE: '.
           ACCEPT RS-CIDADE FROM CONSOLE.
           DISPLAY 'UF: '.
           ACCEPT RS-UF FROM CONSOLE.
           MOVE 'Digite o CEP (8 digitos): ' TO VE-PROMPT.
           MOVE 'N' TO VE-ACEITA-VIRGULA.
           MOVE 'N' TO VE-SECURE.
           CALL 'VALIDA-ENTRADA' USING VALID-ENTRADA-LNK.
           MOVE VE-VALOR(1:VE-TAMANHO) TO RS-CEP.
           DISPLAY 'E-MAIL: '.
           ACCEPT RS-EMAIL FROM CONSOLE.
       5300-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR - Regrava endereco e e-mail do responsavel de
      * uma matricula; nome e CPF so mudam excluindo e incluindo de
      * novo, para o CPF voltar a passar pelo digito verificador.
      *****************************************************************
       6000-ALTERAR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO RS-MATRICULA.
           READ RESPONSAVEL
               INVALID KEY
                  DISPLAY 'SEM RESPONSAVEL CADASTRADO: ' WRK-MATRICULA
                  GO TO 6000-EXIT
               NOT INVALID KEY
                  DISPLAY 'RESPONSAVEL: ' RS-NOME
                  DISPLAY 'ENDERECO ATUAL: ' RS-ENDERECO
                  DISPLAY '                ' RS-CIDADE ' ' RS-UF
                          ' ' RS-CEP
                  DISPLAY 'E-MAIL ATUAL: ' RS-EMAIL
           END-READ.
           PERFORM 5300-CAPTURAR-ENDERECO THRU 5300-EXIT.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE RESPONSAVEL-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'ENDERECO ALTERADO: ' WRK-MATRICULA.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 7000-EXCLUIR - Apaga o responsavel de uma matricula, com
      * confirmacao.
      *****************************************************************
       7000-EXCLUIR.
           DISPLAY 'MATRICULA DO ALUNO: '.
           ACCEPT WRK-MATRICULA FROM CONSOLE.
           MOVE WRK-MATRICULA TO RS-MATRICULA.
           READ RESPONSAVEL
               INVALID KEY
                  DISPLAY 'SEM RESPONSAVEL CADASTRADO: ' WRK-MATRICULA
                  GO TO 7000-EXIT
               NOT INVALID KEY
                  DISPLAY 'RESPONSAVEL: ' RS-NOME
           END-READ.
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S'
              PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT
              DELETE RESPONSAVEL RECORD
              DISPLAY 'RESPONSAVEL EXCLUIDO: ' WRK-MATRICULA
              SET GJ-EXCLUSAO TO TRUE
              PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           ELSE
              DISPLAY 'EXCLUSAO CANCELADA'
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
           MOVE RS-MATRICULA TO GJ-CHAVE.
           MOVE RESPONSAVEL-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ RESPONSAVEL KEY IS RS-MATRICULA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE RESPONSAVEL-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO RESPONSAVEL-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'RESPONSAVEL' TO GJ-ARQUIVO.
           MOVE 'MANTER-RESPONSAVEL' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 161 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE RS-MATRICULA TO GJ-CHAVE
              MOVE RESPONSAVEL-REC TO GJ-DEPOIS
           END-IF.
           CALL 'GRAVA-JORNAL' USING GRAVA-JORNAL-LNK.
       8900-EXIT.
           EXIT.

      *****************************************************************
      * 9000-ENTRADA-COM-CONTEXTO - Ponto de entrada alternativo usado
      * pelo MENU-PRINCIPAL, que recebe o contexto do operador e o
      * guarda em WORKING-STORAGE antes de desviar para o mesmo
      * processamento da entrada direta, para o jornal de alteracoes
      * levar o nome de quem alterou.
      *****************************************************************
       9000-ENTRADA-COM-CONTEXTO.
       ENTRY 'MANTER-RESPONSAVEL-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
