      *================================================================*
      * ADESAO-PLANO.CPY                                                *
      * LAYOUT DO ARQUIVO INDEXADO DE ADESOES AO PLANO DE SAUDE         *
      * (ADESOES_PLANO.DAT): UMA VIDA POR REGISTRO, CHAVEADA POR CODIGO *
      * DO FUNCIONARIO + SEQUENCIA - 00 E O PROPRIO TITULAR, AS DEMAIS  *
      * SAO A SEQUENCIA DO DEPENDENTE EM DEPENDENTES.DAT. A VIDA ESTA   *
      * COBERTA NA COMPETENCIA DO INICIO ATE A DO FIM (FIM ZERADO =     *
      * ADESAO ATIVA). A RESCISAO ENCERRA AS ADESOES DO DESLIGADO NA    *
      * DATA DO DESLIGAMENTO, COM MOTIVO R.                             *
      *================================================================*
       01  ADESAO-PLANO-REGISTRO.
           05 ADESAO-CHAVE.
               10 ADE-CODIGO        PIC 9(4).
               10 ADE-SEQUENCIA     PIC 9(2).
                   88 ADE-TITULAR   VALUE ZEROS.
           05 ADE-PLANO             PIC 9(3).
           05 ADE-DATA-INICIO       PIC 9(8).
           05 ADE-DATA-FIM          PIC 9(8).
           05 ADE-MOTIVO-FIM        PIC X(1).
               88 ADE-FIM-PEDIDO    VALUE "P".
               88 ADE-FIM-RESCISAO  VALUE "R".
