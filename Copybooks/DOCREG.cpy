      *****************************************************************
      * DOCREG.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de REGISTRA-DOCUMENTO, a rotina
      *           comum de registro dos documentos emitidos
      *           (Copybooks/DOCEMIT.cpy), usada por EMITE-HISTORICO e
      *           EMITE-CERTIFICADO:
      *             'A' - abre DOCUMENTO-EMITIDO (criado vazio na
      *                   primeira emissao) e apura a ultima sequencia;
      *             'I' - inicia um documento de RD-TIPO para
      *                   RD-MATRICULA/RD-NOME, zerando a conferencia;
      *             'L' - soma RD-LINHA, linha impressa do documento,
      *                   no valor de conferencia do conteudo;
      *             'G' - grava o registro do documento e devolve o
      *                   codigo de verificacao em RD-CODIGO, para o
      *                   chamador imprimir no rodape;
      *             'F' - fecha DOCUMENTO-EMITIDO.
      *           RD-RETORNO '00' = ok; outro valor = status do
      *           arquivo na falha (o documento sai sem codigo).
      *****************************************************************
       01  REGISTRA-DOC-LNK.
           05 RD-FUNCAO             PIC X(01).
               88 RD-FN-ABRIR               VALUE 'A'.
               88 RD-FN-INICIAR             VALUE 'I'.
               88 RD-FN-LINHA               VALUE 'L'.
               88 RD-FN-GRAVAR              VALUE 'G'.
               88 RD-FN-FECHAR              VALUE 'F'.
           05 RD-TIPO               PIC X(01).
           05 RD-MATRICULA          PIC X(10).
           05 RD-NOME               PIC X(20).
           05 RD-LINHA              PIC X(80).
           05 RD-CODIGO             PIC X(12).
           05 RD-RETORNO            PIC X(02).
