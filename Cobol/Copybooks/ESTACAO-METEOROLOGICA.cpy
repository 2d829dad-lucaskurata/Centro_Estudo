      *================================================================*
      * ESTACAO-METEOROLOGICA.CPY                                       *
      * LAYOUT DO CADASTRO DE ESTACOES METEOROLOGICAS (ESTACOES.DAT),   *
      * INDEXADO POR EST-CODIGO: NOME, CIDADE E ALTITUDE EM METROS DE   *
      * CADA LOCAL QUE ENVIA LEITURAS. TODA LEITURA DE TEMPERATURAS.DAT *
      * CARREGA O CODIGO DA ESTACAO; A CAPTURA SO ACEITA ESTACAO        *
      * CADASTRADA. A ALTITUDE CORRIGE A TEMPERATURA NA COMPARACAO      *
      * REGIONAL ENTRE ESTACOES.                                        *
      *================================================================*
       01  ESTACAO-REGISTRO.
           05 EST-CODIGO            PIC 9(3).
           05 EST-NOME              PIC X(20).
           05 EST-CIDADE            PIC X(20).
           05 EST-ALTITUDE          PIC 9(4).
