      *****************************************************************
      * CONTATO.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Cadastro de contatos para avisos (CONTATO, indexado
      *           pelo tipo e pela identificacao da pessoa, os mesmos
      *           da caixa de saida NOTIF-SAIDA: A aluno e R
      *           responsavel pela matricula, E empregado pelo ID, O
      *           operador pelo nome de USER-REG), mantido por
      *           MANTER-CONTATO: e-mail, celular (DDD e numero), canal
      *           preferido (E e-mail, S SMS; branco vale e-mail) e a
      *           recusa de avisos (CT-OPT-OUT = 'S', com a data em que
      *           a pessoa pediu), que DISPARA-AVISOS respeita antes de
      *           qualquer envio. Responsavel sem contato cadastrado
      *           recebe no e-mail do cadastro de responsaveis.
      *****************************************************************
       01  CONTATO-REC.
           05 CT-CHAVE.
              10 CT-TIPO            PIC X(01).
              10 CT-ID              PIC X(20).
           05 CT-NOME               PIC X(30).
           05 CT-EMAIL              PIC X(50).
           05 CT-CELULAR            PIC 9(11).
           05 CT-CANAL-PREF         PIC X(01).
              88 CT-PREFERE-SMS       VALUE 'S'.
           05 CT-OPT-OUT            PIC X(01).
              88 CT-RECUSA-AVISOS     VALUE 'S'.
           05 CT-DATA-OPT-OUT       PIC 9(08).
           05 FILLER                PIC X(08).
