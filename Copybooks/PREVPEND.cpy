      *****************************************************************
      * PREVPEND.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Registro da previa da folha gravado por PREVIA-FOLHA
      *           em PREVIA-PENDENTE e revisto por APROVA-PREVIA: um
      *           por empregado de EMP-IN (ou da competencia anterior
      *           de PAY-HIST que sumiu de EMP-IN), com o bruto e o
      *           liquido legal (apos INSS e IRRF) simulados e os da
      *           competencia anterior, as variacoes percentuais, as
      *           horas extra e um indicador S/N por ocorrencia. O
      *           arquivo fecha com o trailer padrao: quantidade de
      *           registros lidos de EMP-IN e total do bruto simulado,
      *           os numeros que o visto leva e que VIRGULAMASCARA
      *           confere antes de pagar.
      *****************************************************************
       01  PREVIA-PENDENTE-REC.
           05 PF-ID                 PIC X(06).
           05 PF-NOME               PIC X(20).
           05 PF-MOEDA              PIC X(03).
           05 PF-MOEDA-ANT          PIC X(03).
           05 PF-BRUTO              PIC 9(06)V99.
           05 PF-BRUTO-ANT          PIC 9(06)V99.
           05 PF-VAR-BRUTO          PIC S9(05)V99.
           05 PF-LIQUIDO            PIC 9(06)V99.
           05 PF-LIQUIDO-ANT        PIC 9(06)V99.
           05 PF-VAR-LIQUIDO        PIC S9(05)V99.
           05 PF-HORAS-EXTRA        PIC 9(03).
           05 PF-OCORRENCIAS.
              10 PF-OC-BRUTO        PIC X(01).
                 88 PF-VARIOU-BRUTO   VALUE 'S'.
              10 PF-OC-LIQUIDO      PIC X(01).
                 88 PF-VARIOU-LIQUIDO VALUE 'S'.
              10 PF-OC-NOVO         PIC X(01).
                 88 PF-NOVO           VALUE 'S'.
              10 PF-OC-AUSENTE      PIC X(01).
                 88 PF-AUSENTE        VALUE 'S'.
              10 PF-OC-EXTRAS       PIC X(01).
                 88 PF-PICO-EXTRAS    VALUE 'S'.
              10 PF-OC-MOEDA        PIC X(01).
                 88 PF-TROCOU-MOEDA   VALUE 'S'.
              10 PF-OC-CADASTRO     PIC X(01).
                 88 PF-SEM-CADASTRO   VALUE 'S'.
