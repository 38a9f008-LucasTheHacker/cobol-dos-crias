      *****************************************************************
      * DOCEMIT.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Registro de documento emitido (DOCUMENTO-EMITIDO,
      *           indexado pela sequencia), gravado pela rotina comum
      *           REGISTRA-DOCUMENTO para cada historico escolar e
      *           certificado de conclusao impresso. O codigo de
      *           verificacao impresso no rodape do documento e a
      *           sequencia seguida do verificador (NNNNNNN-VVVV); o
      *           verificador e calculado sobre a sequencia, a
      *           matricula, a data/hora e o valor de conferencia do
      *           conteudo impresso (DE-CHECK-CONTEUDO), para um
      *           codigo inventado nao bater com um documento real.
      *           CONSULTA-DOCUMENTO confere o codigo e revoga o
      *           documento emitido por engano (DE-SITUACAO 'R', com
      *           data, operador e motivo).
      *****************************************************************
       01  DOCUMENTO-EMITIDO-REC.
           05 DE-SEQUENCIA          PIC 9(07).
           05 DE-VERIFICADOR        PIC 9(04).
           05 DE-TIPO               PIC X(01).
               88 DE-HISTORICO              VALUE 'H'.
               88 DE-CERTIFICADO            VALUE 'C'.
           05 DE-MATRICULA          PIC X(10).
           05 DE-NOME               PIC X(20).
           05 DE-DATA-EMISSAO       PIC 9(08).
           05 DE-HORA-EMISSAO       PIC 9(06).
           05 DE-QTD-LINHAS         PIC 9(05).
           05 DE-CHECK-CONTEUDO     PIC 9(09).
           05 DE-SITUACAO           PIC X(01).
               88 DE-VALIDO                 VALUE 'V'.
               88 DE-REVOGADO               VALUE 'R'.
           05 DE-DATA-REVOGACAO     PIC 9(08).
           05 DE-REVOGADO-POR       PIC X(20).
           05 DE-MOTIVO-REVOGACAO   PIC X(30).
