       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANTER-CONTATO.
       AUTHOR. Tutu.
      *****************************************************************
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Manutencao do cadastro de contatos para avisos
      *           (CONTATO, Copybooks/CONTATO.cpy), no mesmo molde de
      *           console de MANTER-RESPONSAVEL: listar, incluir,
      *           alterar e-mail, celular e canal preferido, registrar
      *           ou retirar a recusa de avisos e excluir o contato de
      *           um aluno (A), responsavel (R), empregado (E) ou
      *           operador (O). E por este cadastro que DISPARA-AVISOS
      *           acha para onde mandar cada aviso da caixa de saida
      *           NOTIF-SAIDA e quem pediu para nao receber nenhum. Cada
      *           inclusao, alteracao e exclusao fica no jornal de
      *           alteracoes (GRAVA-JORNAL) com o operador do menu.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY DECPONTO.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTATO ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CT-CHAVE
               FILE STATUS IS WRK-CT-STATUS.
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CONTATO.
           COPY CONTATO.
      ******************************************************************
       WORKING-STORAGE SECTION.
       COPY INSTCFG.
       COPY DATAMOVL.
       COPY JORNGRV.
       77  WRK-CT-STATUS      PIC X(02)      VALUE '00'.
       77  WRK-OPERADOR       PIC X(20)      VALUE SPACES.
       77  WRK-OPCAO          PIC 9(01)      VALUE ZERO.
       77  WRK-SAIR           PIC X(01)      VALUE 'N'.
           88 OPERADOR-SAIU                  VALUE 'S'.
       77  WRK-FIM-CONTATO    PIC X(01)      VALUE 'N'.
           88 FIM-CONTATO                    VALUE 'S'.
       77  WRK-QTD-LISTADOS   PIC 9(05)      VALUE ZEROS.
       77  WRK-TIPO           PIC X(01)      VALUE SPACE.
           88 TIPO-VALIDO                    VALUES 'A' 'R' 'E' 'O'.
       77  WRK-ID             PIC X(20)      VALUE SPACES.
       77  WRK-CHAVE-OK       PIC X(01)      VALUE 'N'.
           88 CHAVE-INFORMADA                VALUE 'S'.
       77  WRK-CELULAR-TXT    PIC X(11)      VALUE SPACES.
       77  WRK-DADOS-OK       PIC X(01)      VALUE 'N'.
           88 DADOS-CONFERIDOS               VALUE 'S'.
       77  WRK-CONFIRMA       PIC X(01)      VALUE 'N'.
       77  WRK-RECUSA-ED      PIC X(07)      VALUE SPACES.

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
           CLOSE CONTATO.
           GOBACK.

      *****************************************************************
      * 1000-ABRIR-CADASTRO - Abre o cadastro indexado em I-O,
      * criando-o vazio na primeira manutencao.
      *****************************************************************
       1000-ABRIR-CADASTRO.
           OPEN I-O CONTATO.
           IF WRK-CT-STATUS = '35'
              OPEN OUTPUT CONTATO
              CLOSE CONTATO
              OPEN I-O CONTATO
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * 2000-EXIBIR-MENU - Apresenta as operacoes de manutencao e
      * captura a escolha do operador.
      *****************************************************************
       2000-EXIBIR-MENU.
           DISPLAY '============================================='.
           DISPLAY ' MANUTENCAO DOS CONTATOS PARA AVISOS'.
           DISPLAY '============================================='.
           DISPLAY ' 1 - LISTAR CONTATOS'.
           DISPLAY ' 2 - INCLUIR CONTATO'.
           DISPLAY ' 3 - ALTERAR E-MAIL/CELULAR/CANAL'.
           DISPLAY ' 4 - RECUSA DE AVISOS (REGISTRAR/RETIRAR)'.
           DISPLAY ' 5 - EXCLUIR CONTATO'.
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
              WHEN 4 PERFORM 6500-ALTERNAR-RECUSA THRU 6500-EXIT
              WHEN 5 PERFORM 7000-EXCLUIR THRU 7000-EXIT
              WHEN 0 SET OPERADOR-SAIU TO TRUE
              WHEN OTHER
                 DISPLAY 'OPCAO INVALIDA - TENTE NOVAMENTE'
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * 4000-LISTAR - Varre o cadastro pela chave, do comeco ao fim,
      * exibindo tipo, identificacao, nome, e-mail e a recusa.
      *****************************************************************
       4000-LISTAR.
           MOVE 'N' TO WRK-FIM-CONTATO.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE LOW-VALUES TO CT-CHAVE.
           START CONTATO KEY IS NOT LESS THAN CT-CHAVE
               INVALID KEY SET FIM-CONTATO TO TRUE
           END-START.
           PERFORM 4100-LER-PROXIMO THRU 4100-EXIT.
           PERFORM UNTIL FIM-CONTATO
              IF CT-RECUSA-AVISOS
                 MOVE 'RECUSA' TO WRK-RECUSA-ED
              ELSE
                 MOVE SPACES TO WRK-RECUSA-ED
              END-IF
              DISPLAY CT-TIPO ' ' CT-ID ' ' CT-NOME ' ' CT-EMAIL
                      ' ' CT-CELULAR ' ' CT-CANAL-PREF ' '
                      WRK-RECUSA-ED
              ADD 1 TO WRK-QTD-LISTADOS
              PERFORM 4100-LER-PROXIMO THRU 4100-EXIT
           END-PERFORM.
           IF WRK-QTD-LISTADOS = 0
              DISPLAY 'NENHUM CONTATO CADASTRADO'
           ELSE
              DISPLAY 'CONTATOS CADASTRADOS: ' WRK-QTD-LISTADOS
           END-IF.
       4000-EXIT.
           EXIT.

       4100-LER-PROXIMO.
           READ CONTATO NEXT RECORD
               AT END SET FIM-CONTATO TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * 4500-PEDIR-CHAVE - Tipo da pessoa (A aluno, R responsavel, E
      * empregado, O operador) e a identificacao no cadastro de
      * origem: matricula do aluno para A e R, ID para E, nome de
      * USER-REG para O.
      *****************************************************************
       4500-PEDIR-CHAVE.
           MOVE 'N' TO WRK-CHAVE-OK.
           DISPLAY 'TIPO (A-ALUNO R-RESPONSAVEL E-EMPREGADO '
                   'O-OPERADOR): '.
           ACCEPT WRK-TIPO FROM CONSOLE.
           IF NOT TIPO-VALIDO
              DISPLAY 'TIPO INVALIDO: ' WRK-TIPO
              GO TO 4500-EXIT
           END-IF.
           DISPLAY 'IDENTIFICACAO (MATRICULA, ID OU NOME DO '
                   'OPERADOR): '.
           ACCEPT WRK-ID FROM CONSOLE.
           IF WRK-ID = SPACES
              DISPLAY 'IDENTIFICACAO EM BRANCO'
              GO TO 4500-EXIT
           END-IF.
           MOVE WRK-TIPO TO CT-TIPO.
           MOVE WRK-ID   TO CT-ID.
           MOVE 'S' TO WRK-CHAVE-OK.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * 5000-INCLUIR - Pede a chave, o nome e os dados de contato; a
      * duplicata e recusada pelo proprio WRITE com INVALID KEY. O
      * contato nasce aceitando avisos.
      *****************************************************************
       5000-INCLUIR.
           PERFORM 4500-PEDIR-CHAVE THRU 4500-EXIT.
           IF NOT CHAVE-INFORMADA
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO CONTATO-REC.
           MOVE WRK-TIPO TO CT-TIPO.
           MOVE WRK-ID   TO CT-ID.
           DISPLAY 'NOME: '.
           ACCEPT CT-NOME FROM CONSOLE.
           PERFORM 5300-CAPTURAR-CONTATO THRU 5300-EXIT.
           IF NOT DADOS-CONFERIDOS
              DISPLAY 'NADA INCLUIDO'
              GO TO 5000-EXIT
           END-IF.
           MOVE 'N' TO CT-OPT-OUT.
           MOVE ZEROS TO CT-DATA-OPT-OUT.
           WRITE CONTATO-REC
               INVALID KEY
                  DISPLAY 'CONTATO JA CADASTRADO: ' WRK-TIPO ' '
                          WRK-ID
               NOT INVALID KEY
                  DISPLAY 'CONTATO INCLUIDO: ' WRK-TIPO ' ' WRK-ID
                  SET GJ-INCLUSAO TO TRUE
                  PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT
           END-WRITE.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * 5300-CAPTURAR-CONTATO - E-mail, celular com DDD (11 digitos,
      * branco = sem celular) e canal preferido (E e-mail, S SMS,
      * branco vale e-mail). Sem e-mail e sem celular nao ha contato.
      *****************************************************************
       5300-CAPTURAR-CONTATO.
           MOVE 'N' TO WRK-DADOS-OK.
           DISPLAY 'E-MAIL: '.
           ACCEPT CT-EMAIL FROM CONSOLE.
           DISPLAY 'CELULAR COM DDD (11 DIGITOS, BRANCO = NENHUM): '.
           ACCEPT WRK-CELULAR-TXT FROM CONSOLE.
           IF WRK-CELULAR-TXT = SPACES
              MOVE ZEROS TO CT-CELULAR
           ELSE
              IF WRK-CELULAR-TXT IS NOT NUMERIC
                 DISPLAY 'CELULAR INVALIDO: ' WRK-CELULAR-TXT
                 GO TO 5300-EXIT
              END-IF
              MOVE WRK-CELULAR-TXT TO CT-CELULAR
           END-IF.
           IF CT-EMAIL = SPACES AND CT-CELULAR = ZEROS
              DISPLAY 'SEM E-MAIL E SEM CELULAR - NAO HA CONTATO'
              GO TO 5300-EXIT
           END-IF.
           DISPLAY 'CANAL PREFERIDO (E-EMAIL S-SMS): '.
           ACCEPT CT-CANAL-PREF FROM CONSOLE.
           IF CT-CANAL-PREF NOT = 'S'
              MOVE 'E' TO CT-CANAL-PREF
           END-IF.
           MOVE 'S' TO WRK-DADOS-OK.
       5300-EXIT.
           EXIT.

      *****************************************************************
      * 6000-ALTERAR - Regrava e-mail, celular e canal de um contato;
      * a recusa de avisos tem operacao propria (6500).
      *****************************************************************
       6000-ALTERAR.
           PERFORM 6100-LER-CONTATO THRU 6100-EXIT.
           IF NOT CHAVE-INFORMADA
              GO TO 6000-EXIT
           END-IF.
           DISPLAY 'E-MAIL ATUAL..: ' CT-EMAIL.
           DISPLAY 'CELULAR ATUAL.: ' CT-CELULAR.
           DISPLAY 'CANAL ATUAL...: ' CT-CANAL-PREF.
           PERFORM 5300-CAPTURAR-CONTATO THRU 5300-EXIT.
           IF NOT DADOS-CONFERIDOS
              DISPLAY 'CONTATO NAO ALTERADO'
              GO TO 6000-EXIT
           END-IF.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE CONTATO-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           DISPLAY 'CONTATO ALTERADO: ' WRK-TIPO ' ' WRK-ID.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * 6100-LER-CONTATO - Pede a chave e le o contato; sem contato a
      * chave volta como nao informada.
      *****************************************************************
       6100-LER-CONTATO.
           PERFORM 4500-PEDIR-CHAVE THRU 4500-EXIT.
           IF NOT CHAVE-INFORMADA
              GO TO 6100-EXIT
           END-IF.
           READ CONTATO
               INVALID KEY
                  DISPLAY 'CONTATO NAO CADASTRADO: ' WRK-TIPO ' '
                          WRK-ID
                  MOVE 'N' TO WRK-CHAVE-OK
               NOT INVALID KEY
                  DISPLAY 'CONTATO: ' CT-NOME
           END-READ.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * 6500-ALTERNAR-RECUSA - Registra o pedido da pessoa para nao
      * receber avisos (com a data de movimento do pedido) ou retira
      * uma recusa registrada, com confirmacao. Com a recusa,
      * DISPARA-AVISOS encerra os avisos da pessoa sem enviar.
      *****************************************************************
       6500-ALTERNAR-RECUSA.
           PERFORM 6100-LER-CONTATO THRU 6100-EXIT.
           IF NOT CHAVE-INFORMADA
              GO TO 6500-EXIT
           END-IF.
           IF CT-RECUSA-AVISOS
              DISPLAY 'RECUSA DE AVISOS REGISTRADA EM '
                      CT-DATA-OPT-OUT
              DISPLAY 'CONFIRMA A RETIRADA DA RECUSA (S/N): '
           ELSE
              DISPLAY 'CONFIRMA A RECUSA DE TODOS OS AVISOS (S/N): '
           END-IF.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA NOT = 'S'
              DISPLAY 'RECUSA NAO ALTERADA'
              GO TO 6500-EXIT
           END-IF.
           IF CT-RECUSA-AVISOS
              MOVE 'N' TO CT-OPT-OUT
              MOVE ZEROS TO CT-DATA-OPT-OUT
           ELSE
              CALL 'LE-DATA-MOV' USING DATA-MOV-LNK
              MOVE 'S' TO CT-OPT-OUT
              MOVE MV-DATA TO CT-DATA-OPT-OUT
           END-IF.
           PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT.
           REWRITE CONTATO-REC.
           SET GJ-ALTERACAO TO TRUE.
           PERFORM 8900-GRAVAR-JORNAL THRU 8900-EXIT.
           IF CT-RECUSA-AVISOS
              DISPLAY 'RECUSA REGISTRADA: ' WRK-TIPO ' ' WRK-ID
           ELSE
              DISPLAY 'RECUSA RETIRADA: ' WRK-TIPO ' ' WRK-ID
           END-IF.
       6500-EXIT.
           EXIT.

      *****************************************************************
      * 7000-EXCLUIR - Apaga um contato, com confirmacao.
      *****************************************************************
       7000-EXCLUIR.
           PERFORM 6100-LER-CONTATO THRU 6100-EXIT.
           IF NOT CHAVE-INFORMADA
              GO TO 7000-EXIT
           END-IF.
           DISPLAY 'CONFIRMA A EXCLUSAO (S/N): '.
           ACCEPT WRK-CONFIRMA FROM CONSOLE.
           IF WRK-CONFIRMA = 'S'
              PERFORM 8800-GUARDAR-ANTES THRU 8800-EXIT
              DELETE CONTATO RECORD
              DISPLAY 'CONTATO EXCLUIDO: ' WRK-TIPO ' ' WRK-ID
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
           MOVE CT-CHAVE TO GJ-CHAVE.
           MOVE CONTATO-REC TO GJ-DEPOIS.
           MOVE SPACES TO GJ-ANTES.
           READ CONTATO KEY IS CT-CHAVE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CONTATO-REC TO GJ-ANTES
           END-READ.
           MOVE GJ-DEPOIS TO CONTATO-REC.
       8800-EXIT.
           EXIT.

      *****************************************************************
      * 8900-GRAVAR-JORNAL - Grava no jornal de alteracoes, pela
      * rotina comum GRAVA-JORNAL, a operacao ja indicada em
      * GJ-OPERACAO, com o operador do contexto do menu.
      *****************************************************************
       8900-GRAVAR-JORNAL.
           MOVE 'CONTATO' TO GJ-ARQUIVO.
           MOVE 'MANTER-CONTATO' TO GJ-PROGRAMA.
           MOVE WRK-OPERADOR TO GJ-OPERADOR.
           MOVE 130 TO GJ-TAMANHO.
           IF GJ-INCLUSAO
              MOVE SPACES TO GJ-ANTES
           END-IF.
           IF GJ-EXCLUSAO
              MOVE SPACES TO GJ-DEPOIS
           ELSE
              MOVE CT-CHAVE TO GJ-CHAVE
              MOVE CONTATO-REC TO GJ-DEPOIS
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
       ENTRY 'MANTER-CONTATO-CTX' USING OPER-CONTEXTO-LNK.
           MOVE OC-NOME TO WRK-OPERADOR.
           GO TO 0000-MAINLINE.
