      *================================================================*
      * CREDITO-INTERNO.CPY                                             *
      * LAYOUT DO CONTROLE DE CREDITOS DE SALARIO FEITOS DIRETO NA      *
      * CONTA DA CASA (CREDITOS_SALARIO_INTERNOS.DAT), CHAVEADO POR     *
      * PERIODO + TIPO DA FOLHA (M/D) + CODIGO DO FUNCIONARIO. A FOLHA  *
      * (SalarioCompleto) GRAVA UM REGISTRO POR CREDITO LANCADO EM      *
      * CONTAS.DAT, COM A CONTA E A SEQUENCIA DO MOVIMENTO; UMA RODADA  *
      * REPETIDA DO MESMO PERIODO ACHA O REGISTRO E NAO CREDITA DE NOVO *
      * - A DIFERENCA, SE HOUVER, VAI PARA A WORKLIST DE EXCECOES.      *
      *================================================================*
       01  CREDITO-INTERNO-REGISTRO.
           05 CRI-CHAVE.
               10 CRI-PERIODO       PIC 9(6).
               10 CRI-TIPO          PIC X(1).
               10 CRI-CODIGO        PIC 9(4).
           05 CRI-CONTA             PIC 9(8).
           05 CRI-SEQ               PIC 9(6).
           05 CRI-VALOR             PIC 9(7)V99.
           05 CRI-DATA-CREDITO      PIC 9(8).
