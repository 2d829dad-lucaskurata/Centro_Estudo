      *================================================================*
      * CLASSIFICACAO-SUSPEITO.CPY                                      *
      * LAYOUT DA CLASSIFICACAO APURADA DE CADA SUSPEITO                *
      * (CLASSIFICACOES_SUSPEITOS.DAT), INDEXADO POR CASO + SUSPEITO:   *
      * O QUESTIONARIO USADO, OS PONTOS, A CLASSIFICACAO E A DATA DA    *
      * APURACAO. GRAVADA PELA CLASSIFICACAO DOS INTERROGATORIOS E PELA *
      * RECLASSIFICACAO DE CASO, E LIDA PELO INDICE DE SUSPEITOS.       *
      *================================================================*
       01  CLASSIFICACAO-REGISTRO.
           05 CLASSIFICACAO-CHAVE.
               10 CLS-CASO          PIC 9(5).
               10 CLS-SUSPEITO      PIC A(20).
           05 CLS-TIPO-QUESTIONARIO PIC 9(2).
           05 CLS-PONTOS            PIC 9(3).
           05 CLS-CLASSIFICACAO     PIC A(15).
           05 CLS-DATA              PIC 9(8).
