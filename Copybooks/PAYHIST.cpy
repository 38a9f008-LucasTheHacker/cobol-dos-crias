      *                       que os leitores tratam como negativo, em
      *                       vez de o pagamento errado ser apagado ou
      *                       anotado em caderno.
      * 15/10/2026 Batista - PH-TIPO passa a aceitar F (ferias pagas por
      *                       PAGA-FERIAS), fora da base do 13o, das
      *                       ferias e do estorno mensal.
      * 15/10/2026 Batista - PH-TIPO passa a aceitar R (acerto de
      *                       rescisao de CALCULA-RESCISAO, na
      *                       competencia do desligamento), fora da base
      *                       do 13o e do estorno mensal.
      * 15/10/2026 Batista - PH-TIPO passa a aceitar D (diferenca
      *                       retroativa de dissidio paga por
      *                       APLICA-DISSIDIO, na competencia do
      *                       pagamento), fora do estorno mensal.
      *****************************************************************
       01  PAY-HIST-REC.
           05 PH-NOME               PIC X(20).
           05 PH-ID                 PIC X(06).
           05 PH-TIPO               PIC X(01).
              88 PH-ESTORNO           VALUE 'E'.
              88 PH-FERIAS            VALUE 'F'.
              88 PH-RESCISAO          VALUE 'R'.
              88 PH-DISSIDIO          VALUE 'D'.
