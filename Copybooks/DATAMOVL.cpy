      *****************************************************************
      * DATAMOVL.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de LE-DATA-MOV, a rotina comum
      *           que entrega aos lotes a data de movimento (data de
      *           negocio) do controle DATA-MOVIMENTO no lugar da data
      *           do relogio: um DAILYJOB que passa da meia-noite ou
      *           uma reexecucao na manha seguinte continuam postando
      *           no dia de negocio certo. O chamador recebe:
      *             MV-DATA         - data de movimento (AAAAMMDD);
      *             MV-SITUACAO     - A aberta, F fechada, S sem
      *                               controle (arquivo ausente: a
      *                               data do sistema e devolvida);
      *             MV-DATA-SISTEMA - data do relogio, para conferir
      *                               o atraso.
      *           A data e lida uma vez por execucao; as chamadas
      *           seguintes devolvem a mesma data.
      *****************************************************************
       01  DATA-MOV-LNK.
           05 MV-DATA            PIC 9(08).
           05 MV-SITUACAO        PIC X(01).
               88 MV-DIA-ABERTO         VALUE 'A'.
               88 MV-DIA-FECHADO        VALUE 'F'.
               88 MV-SEM-CONTROLE       VALUE 'S'.
           05 MV-DATA-SISTEMA    PIC 9(08).
