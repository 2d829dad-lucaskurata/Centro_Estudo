      *================================================================*
      * QUESTIONARIO-PERGUNTA.CPY                                       *
      * LAYOUT DO QUESTIONARIO DE INTERROGATORIO (QUESTIONARIOS.DAT),   *
      * INDEXADO POR TIPO DE CASO + NUMERO DA PERGUNTA: O TEXTO LIDO AO *
      * SUSPEITO E O PESO SOMADO AOS PONTOS QUANDO A RESPOSTA E SIM. O  *
      * TIPO 00 E O QUESTIONARIO PADRAO, USADO PELOS TIPOS DE CASO QUE  *
      * NAO TEM QUESTIONARIO PROPRIO.                                   *
      *================================================================*
       01  QUESTIONARIO-REGISTRO.
           05 QUESTIONARIO-CHAVE.
               10 QST-TIPO          PIC 9(2).
               10 QST-PERGUNTA      PIC 9(2).
           05 QST-TEXTO             PIC X(40).
           05 QST-PESO              PIC 9(2).
