      *================================================================*
      * FAIXA-CLASSIFICACAO.CPY                                         *
      * LAYOUT DAS FAIXAS DE CLASSIFICACAO DO INTERROGATORIO            *
      * (FAIXAS_CLASSIFICACAO.DAT), INDEXADO POR TIPO DE CASO + PONTOS  *
      * MINIMOS DA FAIXA: O SUSPEITO RECEBE A CLASSIFICACAO DA MAIOR    *
      * FAIXA CUJO MINIMO NAO PASSA DOS SEUS PONTOS. AS FAIXAS SEGUEM O *
      * QUESTIONARIO (O TIPO SEM QUESTIONARIO PROPRIO USA AS DO 00).    *
      *================================================================*
       01  FAIXA-CLASSIFICACAO-REGISTRO.
           05 FAIXA-CHAVE.
               10 FXC-TIPO          PIC 9(2).
               10 FXC-PONTOS-MINIMO PIC 9(3).
           05 FXC-CLASSIFICACAO     PIC A(15).
