      *****************************************************************
      * PARMIMP.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametro do mapeamento da exportacao de notas da
      *           plataforma de ensino, lido por IMPORTA-NOTAS de
      *           PARM-IMPORTA. Diz o delimitador de colunas do
      *           arquivo exportado, o separador decimal das notas,
      *           quantas linhas de cabecalho pular e a posicao (01 a
      *           20) de cada coluna usada. Coluna 00 = ausente na
      *           exportacao: sem curso a linha nao e conferida contra
      *           o curso de PARM-NOTA; sem a nota 2 ou a nota 3 ela
      *           vai para o roster como 00. Mudanca de layout da
      *           plataforma se resolve neste arquivo, sem alterar o
      *           programa.
      *****************************************************************
       01  PARM-IMPORTA-REC.
           05 PARM-IMP-DELIMITADOR  PIC X(01).
           05 PARM-IMP-DECIMAL      PIC X(01).
           05 PARM-IMP-CABECALHO    PIC 9(01).
           05 PARM-IMP-COL-MATRICULA PIC 9(02).
           05 PARM-IMP-COL-CURSO    PIC 9(02).
           05 PARM-IMP-COL-NOTA1    PIC 9(02).
           05 PARM-IMP-COL-NOTA2    PIC 9(02).
           05 PARM-IMP-COL-NOTA3    PIC 9(02).
