      *****************************************************************
      * RESPONS.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Cadastro de responsaveis (RESPONSAVEL), indexado
      *           pela matricula do aluno (SM-MATRICULA), mantido por
      *           MANTER-RESPONSAVEL: nome, CPF (conferido por
      *           VALIDA-CPF), endereco e e-mail do pai, mae ou
      *           responsavel legal, para quem EMITE-BOLETIM endereca
      *           o boletim do termo.
      *****************************************************************
       01  RESPONSAVEL-REC.
           05 RS-MATRICULA          PIC X(10).
           05 RS-NOME               PIC X(30).
           05 RS-CPF                PIC 9(11).
           05 RS-ENDERECO           PIC X(40).
           05 RS-CIDADE             PIC X(20).
           05 RS-UF                 PIC X(02).
           05 RS-CEP                PIC 9(08).
           05 RS-EMAIL              PIC X(40).
