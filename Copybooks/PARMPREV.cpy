      *****************************************************************
      * PARMPREV.cpy
      * Autor: Batista
      * Data: 15/10/2026
      * Objetivo: Parametro da previa da folha (PARM-PREVIA), lido por
      *           PREVIA-FOLHA: variacao percentual do bruto ou do
      *           liquido de um empregado contra a competencia anterior
      *           a partir da qual o empregado e apontado na listagem
      *           de variacoes, e limite de horas extra no periodo
      *           acima do qual as extras sao apontadas como pico.
      *           Arquivo ausente mantem os padroes do programa (20% e
      *           44 horas).
      *****************************************************************
       01  PARM-PREVIA-REC.
           05 PP-PCT-VARIACAO       PIC 9(03)V99.
           05 PP-LIMITE-HORAS       PIC 9(03).
