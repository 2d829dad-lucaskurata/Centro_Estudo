      *================================================================*
      * GABARITO-VERSAO.CPY                                             *
      * LAYOUT DO ARQUIVO DE GABARITOS POR PROVA E VERSAO               *
      * (GABARITOS_VERSOES.DAT), LINE SEQUENTIAL, PREPARADO PELO        *
      * PROFESSOR COMO O LOTE DE CARTOES. A PROVA E IDENTIFICADA COMO   *
      * NO CARTAO DE CABECALHO DO LOTE (ANO LETIVO, MATERIA E SLOT DA   *
      * NOTA) E CADA VERSAO EMBARALHADA (A, B, C...) TEM UM REGISTRO:   *
      * PARA CADA POSICAO DO CARTAO DA VERSAO, O NUMERO DA QUESTAO NA   *
      * PROVA MESTRA E A RESPOSTA CERTA. A CORRECAO E A ANALISE POR     *
      * QUESTAO SAO FEITAS SOBRE A QUESTAO MESTRA.                      *
      *================================================================*
       01  GABARITO-VERSAO-REGISTRO.
           05 GBV-CHAVE.
               10 GBV-ANO           PIC 9(4).
               10 GBV-MATERIA       PIC 9(3).
               10 GBV-SLOT          PIC 9(1).
               10 GBV-VERSAO        PIC X(1).
           05 GBV-POSICAO OCCURS 10 TIMES.
               10 GBV-QUESTAO-MESTRE PIC 9(2).
               10 GBV-RESPOSTA      PIC A(1).
