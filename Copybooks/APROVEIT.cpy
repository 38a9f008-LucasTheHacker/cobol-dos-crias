      *****************************************************************
      * APROVEIT.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Aproveitamento de estudos (APROVEITAMENTO, indexado
      *           por matricula + curso da casa): o curso concluido
      *           pelo aluno em outra instituicao, com o nome do curso
      *           e o ano de origem e a nota obtida la, reconhecido
      *           como equivalente a um CUR-CODIGO do cadastro.
      *           Registrado pela secretaria em MANTER-APROVEITAMENTO
      *           como pendente; so depois de aprovado pelo supervisor
      *           (ADM ou SUPERVISOR, outro que nao quem registrou) o
      *           lancamento vai para HIST-NOTAS/HIST-NOTAS-IX com o
      *           resultado APROVEITADO no termo AP-TERMO. E daqui que
      *           o historico escolar tira a instituicao de origem das
      *           linhas APROVEITADO.
      *****************************************************************
       01  APROVEITAMENTO-REC.
           05 AP-CHAVE.
              10 AP-MATRICULA       PIC X(10).
              10 AP-CURSO           PIC X(08).
           05 AP-INSTITUICAO        PIC X(30).
           05 AP-CURSO-ORIGEM       PIC X(30).
           05 AP-ANO-ORIGEM         PIC 9(04).
           05 AP-NOTA-ORIGEM        PIC 9(02)V9.
           05 AP-SITUACAO           PIC X(01).
              88 AP-PENDENTE           VALUE 'P'.
              88 AP-APROVADO           VALUE 'A'.
              88 AP-NEGADO             VALUE 'N'.
           05 AP-DATA-REGISTRO      PIC 9(08).
           05 AP-REGISTRADO-POR     PIC X(20).
           05 AP-DECIDIDO-POR       PIC X(20).
           05 AP-DATA-DECISAO       PIC 9(08).
           05 AP-TERMO              PIC X(06).
           05 AP-MOTIVO-NEGACAO     PIC X(30).
