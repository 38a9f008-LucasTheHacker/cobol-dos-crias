      *****************************************************************
      * PENSRET.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro de pensao alimenticia descontada na folha
      *           por VIRGULAMASCARA, uma por ordem judicial tratada no
      *           pagamento, com os dados do beneficiario para o
      *           repasse. O mesmo layout serve ao movimento acumulado
      *           PENSAO-RETIDA (base da listagem mensal por ordem,
      *           LISTA-PENSAO) e ao arquivo da execucao PENSAO-PAGAR,
      *           que GERA-REMESSA transforma nos pagamentos aos
      *           beneficiarios. PR-VALOR-DEVIDO e o que a ordem
      *           mandava descontar; PR-VALOR, o que coube no liquido.
      *****************************************************************
       01  PENSAO-RETIDA-REC.
           05 PR-COMPETENCIA        PIC 9(06).
           05 PR-DATA               PIC 9(08).
           05 PR-EM-ID              PIC X(06).
           05 PR-NOME               PIC X(20).
           05 PR-SEQUENCIA          PIC 9(02).
           05 PR-PROCESSO           PIC X(25).
           05 PR-BENEF-NOME         PIC X(30).
           05 PR-BENEF-CPF          PIC 9(11).
           05 PR-BENEF-BANCO        PIC 9(03).
           05 PR-BENEF-AGENCIA      PIC 9(04).
           05 PR-BENEF-CONTA        PIC X(12).
           05 PR-BASE               PIC X(01).
           05 PR-BASE-CALCULO       PIC 9(06)V99.
           05 PR-VALOR-DEVIDO       PIC 9(06)V99.
           05 PR-VALOR              PIC 9(06)V99.
