      *                       desligado poder ser marcado inativo em
      *                       vez de continuar plenamente valido para
      *                       sempre ou ter de ser apagado fisicamente.
      * 15/10/2026 Batista - CM-SITUACAO-RF e CM-DATA-CONSULTA-RF
      *                       acrescentados ao final (registro 40 ->
      *                       49): situacao cadastral do CPF na Receita
      *                       Federal, no codigo oficial do retorno da
      *                       consulta (Copybooks/SITRFB.cpy), e a data
      *                       da consulta, gravados por IMPORTA-RECEITA.
      *                       Branco e nunca consultado. Titular
      *                       falecido, cancelada e nula
      *                       (CM-RF-RETEM-PAGAMENTO) retem o pagamento
      *                       na folha e na remessa.
      *****************************************************************
       01  CPF-MASTER-REC.
           05 CM-CPF                PIC 9(11).
           05 CM-STATUS             PIC X(01).
              88 CM-ATIVO             VALUE 'A'.
              88 CM-REVOGADO          VALUE 'I'.
           05 CM-SITUACAO-RF        PIC X(01).
              88 CM-RF-NAO-CONSULTADO VALUE SPACE.
              88 CM-RF-REGULAR        VALUE '0'.
              88 CM-RF-IRREGULAR      VALUES '2' '3' '4' '5' '8' '9'.
              88 CM-RF-FALECIDO       VALUE '3'.
              88 CM-RF-RETEM-PAGAMENTO VALUES '3' '5' '8' '9'.
           05 CM-DATA-CONSULTA-RF   PIC 9(08).
