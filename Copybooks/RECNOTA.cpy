      *           alegado, para uma troca de nota deixar trilha clara
      *           em vez de substituir o primeiro resultado em
      *           silencio.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - RN-SOLICITANTE (quem protocolou o pedido) e
      *                    RN-OPERADOR (quem deferiu) acrescentados ao
      *                    final, para a conferencia de segregacao de
      *                    funcoes achar quem pediu e deferiu o mesmo
      *                    recurso. RECORD CONTAINS 98 -> 138.
      *****************************************************************
       01  RECURSO-NOTA-REC.
           05 RN-DATA               PIC 9(08).
           05 RN-RESULT-ANTIGO      PIC X(15).
           05 RN-RESULT-NOVO        PIC X(15).
           05 RN-MOTIVO             PIC X(30).
           05 RN-SOLICITANTE        PIC X(20).
           05 RN-OPERADOR           PIC X(20).
