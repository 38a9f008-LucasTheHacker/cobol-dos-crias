      *****************************************************************
      * JUSTIF.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Justificativas de falta (JUSTIFICATIVA, indexado por
      *           matricula + curso + data inicial): atestado medico
      *           ou outro documento que abona as faltas do aluno no
      *           curso entre JU-DATA-INI e JU-DATA-FIM. Registrada
      *           pela secretaria em MANTER-JUSTIFICATIVA como
      *           pendente, so abona depois de aprovada pelo
      *           supervisor (ADM ou SUPERVISOR, outro que nao quem
      *           registrou), que tambem pode nega-la com o motivo.
      *           APURA-PRESENCA conta as faltas cobertas por
      *           justificativa aprovada como
      *           justificadas, e nao como faltas, no percentual de
      *           frequencia; LISTA-JUSTIFICATIVAS lista no mes as
      *           pendentes e as negadas.
      *****************************************************************
       01  JUSTIFICATIVA-REC.
           05 JU-CHAVE.
              10 JU-MATRICULA       PIC X(10).
              10 JU-CURSO           PIC X(08).
              10 JU-DATA-INI        PIC 9(08).
           05 JU-DATA-FIM           PIC 9(08).
           05 JU-TIPO-DOC           PIC X(02).
              88 JU-ATESTADO-MEDICO    VALUE 'AM'.
              88 JU-OBITO-FAMILIA      VALUE 'OB'.
              88 JU-SERVICO-MILITAR    VALUE 'SM'.
              88 JU-CONVOCACAO-JUDIC   VALUE 'CJ'.
              88 JU-OUTRO-DOCUMENTO    VALUE 'OU'.
              88 JU-TIPO-VALIDO        VALUES 'AM' 'OB' 'SM' 'CJ'
                                              'OU'.
           05 JU-DOCUMENTO          PIC X(20).
           05 JU-SITUACAO           PIC X(01).
              88 JU-PENDENTE           VALUE 'P'.
              88 JU-APROVADA           VALUE 'A'.
              88 JU-NEGADA             VALUE 'N'.
           05 JU-DATA-REGISTRO      PIC 9(08).
           05 JU-REGISTRADO-POR     PIC X(20).
           05 JU-DECIDIDO-POR       PIC X(20).
           05 JU-DATA-DECISAO       PIC 9(08).
           05 JU-MOTIVO-NEGACAO     PIC X(30).
