      *           antes so existia por 24 horas em ACUM-DIA e no
      *           relatorio impresso. E a fonte do extrato mensal por
      *           referencia (EXTRATO-MENSAL).
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Tutu - Transacao tipada: JR-TIPO (CR credito, DB
      *                    debito, TA tarifa, TR transferencia; branco
      *                    nos movimentos antigos de duas parcelas),
      *                    JR-CONTRAPARTIDA com a outra referencia da
      *                    transferencia e JR-LANCAMENTO (data, hora e
      *                    sequencia do lote) igual nas duas pernas.
      *                    O credito vai em JR-SOMA e o debito em
      *                    JR-SUBTRACAO; JR-NUM1/JR-NUM2 ficam zerados.
      *                    Os campos novos vem ao final, e as linhas
      *                    antigas do jornal seguem legiveis (campos
      *                    novos em branco). RECORD CONTAINS 52 -> 82.
      * 15/10/2026 Tutu - Tipos de sistema JU (juros sobre saldo
      *                    devedor) e TE (tarifa de estouro do piso),
      *                    lancados por APURA-JUROS no ultimo dia do mes
      *                    apurado; nunca vem de TRANS-IN.
      *****************************************************************
       01  TRANS-JOURNAL-REC.
           05 JR-REFERENCIA         PIC X(10).
           05 JR-SOMA               PIC S9(08)V99.
           05 JR-SUBTRACAO          PIC S9(08)V99.
           05 JR-SALDO              PIC S9(08)V99.
           05 JR-TIPO               PIC X(02).
              88 JR-ARITMETICA        VALUE SPACES.
              88 JR-CREDITO           VALUE 'CR'.
              88 JR-DEBITO            VALUE 'DB'.
              88 JR-TARIFA            VALUE 'TA'.
              88 JR-TRANSFERENCIA     VALUE 'TR'.
              88 JR-JUROS             VALUE 'JU'.
              88 JR-TARIFA-ESTOURO    VALUE 'TE'.
              88 JR-ENCARGO-SISTEMA   VALUE 'JU' 'TE'.
           05 JR-CONTRAPARTIDA      PIC X(10).
           05 JR-LANCAMENTO         PIC X(18).
