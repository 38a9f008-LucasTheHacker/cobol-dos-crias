      *****************************************************************
      * PARMSOD.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Tabela de regras de segregacao de funcoes
      *           (PARM-SOD), lida por SEGREGA-FUNCOES: cada registro
      *           e um par de acoes que o mesmo operador nao pode
      *           praticar sobre o mesmo registro (ou, nos papeis,
      *           acumular). A ordem das acoes no par nao importa.
      *           Regra com PS-ATIVA diferente de 'S' e ignorada.
      *           Acoes conhecidas, pela trilha de onde sao lidas:
      *             LOTE-NOTAS-LOG  NOTA-LANCA  NOTA-APROVA
      *                             NOTA-REJEITA
      *             RECURSO-LOG     RECURSO-PEDE  RECURSO-DEFERE
      *             ESTORNO-LOG     PAGTO-RECEBE  PAGTO-ESTORNA
      *             (o favorecido vem de EMP-MASTER pelo EL-ID)
      *             USER-REG e      PAPEL-ADM  PAPEL-SUPERV
      *             AUDIT-LOG       PAPEL-OPERADOR  PAPEL-AUDITOR
      *           Arquivo ausente ou vazio assume as quatro regras
      *           padrao: R001 NOTA-LANCA x NOTA-APROVA, R002
      *           RECURSO-PEDE x RECURSO-DEFERE, R003 PAGTO-RECEBE x
      *           PAGTO-ESTORNA e R004 PAPEL-ADM x PAPEL-AUDITOR.
      *****************************************************************
       01  PARM-SOD-REC.
           05 PS-REGRA              PIC X(04).
           05 PS-ACAO-1             PIC X(14).
           05 PS-ACAO-2             PIC X(14).
           05 PS-ATIVA              PIC X(01).
              88 PS-REGRA-ATIVA       VALUE 'S'.
           05 PS-DESCRICAO          PIC X(40).
           05 FILLER                PIC X(07).
