      *           CPF-MASTER na inclusao. O nome aqui e o canonico:
      *           contracheques e relatorios resolvem o ID para este
      *           nome.
      *****************************************************************
      * Alteracoes:
      * 15/10/2026 Batista - Data de admissao do empregado
      *                       (EM-DATA-ADMISSAO, AAAAMMDD) acrescentada
      *                       ao final do registro: e dela que saem os
      *                       periodos aquisitivos de ferias controlados
      *                       em FERIAS. Zeros = admissao nao informada
      *                       (cadastro anterior), sem periodo aberto.
      * 15/10/2026 Batista - Conta bancaria de credito do salario
      *                       (EM-BANCO, EM-AGENCIA, EM-CONTA com o
      *                       digito EM-CONTA-DV e EM-TIPO-CONTA
      *                       corrente, poupanca ou salario)
      *                       acrescentada ao final do registro,
      *                       informada em MANTER-EMPREGADO com o digito
      *                       conferido e levada por GERA-REMESSA em
      *                       cada pagamento. Banco zero = conta nao
      *                       informada. O dataset EMP-MASTER precisa
      *                       ser reconstruido no layout novo.
      * 15/10/2026 Batista - Nome (EM-NOME) passa a ser tambem chave
      *                       alternativa com duplicatas, declarada em
      *                       todo SELECT de EMP-MASTER, para a consulta
      *                       de empregado pelo nome em
      *                       CONSULTA-EMPREGADO.
      *****************************************************************
       01  EMP-MASTER-REC.
           05 EM-ID                 PIC X(06).
           05 EM-STATUS             PIC X(01).
              88 EM-ATIVO             VALUE 'A'.
              88 EM-INATIVO           VALUE 'I'.
           05 EM-DATA-ADMISSAO      PIC 9(08).
           05 EM-BANCO              PIC 9(03).
           05 EM-AGENCIA            PIC 9(04).
           05 EM-CONTA              PIC 9(11).
           05 EM-CONTA-DV           PIC X(01).
           05 EM-TIPO-CONTA         PIC X(01).
              88 EM-CONTA-CORRENTE    VALUE 'C'.
              88 EM-CONTA-POUPANCA    VALUE 'P'.
              88 EM-CONTA-SALARIO     VALUE 'S'.
              88 EM-TIPO-CONTA-OK     VALUE 'C' 'P' 'S'.
