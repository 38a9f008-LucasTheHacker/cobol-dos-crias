      *****************************************************************
      * DATAMOV.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro unico do controle da data de movimento
      *           (DATA-MOVIMENTO): a data de negocio em que os lotes
      *           postam, aberta ate o fechamento do dia. So FECHA-DIA,
      *           o passo de fim de dia do DAILYJOB, grava o arquivo:
      *           fecha a data corrente (DM-FECHADO, com data e hora do
      *           relogio em que fechou) e abre o proximo dia util
      *           pelo calendario de DIA-UTIL, guardando a data fechada
      *           em DM-DATA-ANTERIOR. Os lotes leem a data pela rotina
      *           comum LE-DATA-MOV (Copybooks/DATAMOVL.cpy), e
      *           VALIDA-PARM recusa a cadeia com a data fechada ou
      *           atrasada mais de um dia util.
      *****************************************************************
       01  DATA-MOVIMENTO-REC.
           05 DM-DATA               PIC 9(08).
           05 DM-SITUACAO           PIC X(01).
              88 DM-ABERTO            VALUE 'A'.
              88 DM-FECHADO           VALUE 'F'.
           05 DM-DATA-ANTERIOR      PIC 9(08).
           05 DM-DATA-FECHAMENTO    PIC 9(08).
           05 DM-HORA-FECHAMENTO    PIC 9(06).
           05 FILLER                PIC X(09).
