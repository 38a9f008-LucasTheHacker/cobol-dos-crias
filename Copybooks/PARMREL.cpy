      *****************************************************************
      * PARMREL.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Politica do arquivo de relatorios (ARQ-RELATORIOS),
      *           uma linha por relatorio: quantos dias cada emissao
      *           fica guardada, contados da data de movimento (zero =
      *           sem expurgo), aplicados por ROTACIONA-LOG, e quais
      *           papeis do operador (posicoes 1 a 4 = ADM, SUPERVISOR,
      *           OPERADOR e AUDITOR, 'S' = pode) veem e reimprimem o
      *           relatorio em CONSULTA-RELATORIO. A linha com '*' no
      *           nome vale para os relatorios nao listados; sem ela,
      *           relatorio nao listado fica guardado sem expurgo e so
      *           o ADM o ve.
      *****************************************************************
       01  PARM-REL-REC.
           05 PR-RELATORIO          PIC X(20).
           05 PR-RETENCAO-DIAS      PIC 9(05).
           05 PR-ACESSO-PAPEL       PIC X(01) OCCURS 4 TIMES.
           05 FILLER                PIC X(11).
