      *****************************************************************
      * ARQRGRV.cpy
      * Autor: Tutu
      * Data: 15/10/2026
      * Objetivo: Parametros de chamada de ARQUIVA-RELATORIO, a rotina
      *           comum que guarda no arquivo de relatorios
      *           (Copybooks/ARQREL.cpy) a copia de cada relatorio
      *           emitido. Depois de fechar o relatorio, o programa o
      *           reabre para leitura e chama a rotina com
      *           AG-FN-ABRIR (nome do relatorio e programa), com
      *           AG-FN-LINHA para cada linha lida e com AG-FN-FECHAR
      *           informando os totais de controle: registros
      *           processados, valor total (zero quando o relatorio
      *           nao tem) e paginas (zero: a rotina conta 60 linhas
      *           por pagina). O RC do passo vai em AG-RC e volta
      *           intacto em RETURN-CODE a cada chamada.
      *****************************************************************
       01  ARQUIVA-RELATORIO-LNK.
           05 AG-FUNCAO          PIC X(01).
               88 AG-FN-ABRIR           VALUE 'A'.
               88 AG-FN-LINHA           VALUE 'L'.
               88 AG-FN-FECHAR          VALUE 'F'.
           05 AG-RELATORIO       PIC X(20).
           05 AG-PROGRAMA        PIC X(20).
           05 AG-LINHA           PIC X(200).
           05 AG-QTD-PAGINAS     PIC 9(05).
           05 AG-QTD-REGISTROS   PIC 9(09).
           05 AG-VALOR-TOTAL     PIC S9(13)V99.
           05 AG-RC              PIC S9(04).
