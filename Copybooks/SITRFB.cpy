      *****************************************************************
      * SITRFB.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro do arquivo de retorno da consulta de
      *           situacao cadastral de CPF na Receita Federal
      *           (SITUACAO-RFB, 80 posicoes), lido por
      *           IMPORTA-RECEITA: cabecalho '0' com a data de geracao
      *           do lote de consulta, um registro '1' por CPF
      *           consultado e trailer '9' com a quantidade de
      *           registros '1'. SR-COD-SITUACAO vem no codigo oficial
      *           da Receita e e gravado assim em CM-SITUACAO-RF
      *           (Copybooks/CPFMSTR.cpy): 0 regular, 2 suspensa,
      *           3 titular falecido, 4 pendente de regularizacao,
      *           5 cancelada por multiplicidade, 8 nula, 9 cancelada
      *           de oficio.
      *****************************************************************
       01  SITUACAO-RFB-REC.
           05 SR-TIPO               PIC X(01).
              88 SR-CABECALHO         VALUE '0'.
              88 SR-DETALHE           VALUE '1'.
              88 SR-TRAILER           VALUE '9'.
           05 SR-CPF                PIC 9(11).
           05 SR-COD-SITUACAO       PIC X(01).
              88 SR-SITUACAO-VALIDA   VALUES '0' '2' '3' '4' '5'
                                             '8' '9'.
           05 SR-DATA-CONSULTA      PIC 9(08).
           05 SR-NOME               PIC X(40).
           05 SR-ANO-OBITO          PIC 9(04).
           05 FILLER                PIC X(15).
       01  SITUACAO-RFB-HEADER-REC.
           05 SRH-TIPO              PIC X(01).
           05 SRH-DATA-GERACAO      PIC 9(08).
           05 SRH-LOTE              PIC X(10).
           05 FILLER                PIC X(61).
       01  SITUACAO-RFB-TRAILER-REC.
           05 SRT-TIPO              PIC X(01).
           05 SRT-QTD-REGISTROS     PIC 9(07).
           05 FILLER                PIC X(72).
