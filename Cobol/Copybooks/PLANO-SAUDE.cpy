      *================================================================*
      * PLANO-SAUDE.CPY                                                 *
      * LAYOUT DO CADASTRO INDEXADO DE PLANOS DE SAUDE DA EMPRESA       *
      * (PLANOS_SAUDE.DAT), CHAVEADO PELO CODIGO DO PLANO: OPERADORA,   *
      * CATEGORIA DE ACOMODACAO, PRECO MENSAL POR VIDA EM 10 FAIXAS     *
      * ETARIAS E A PARTICIPACAO DO FUNCIONARIO NO CUSTO, EM PERCENTUAL *
      * DO PRECO DA VIDA, UMA PARA O TITULAR E OUTRA PARA CADA          *
      * DEPENDENTE. CADA FAIXA VAI ATE A IDADE MAXIMA INFORMADA; A      *
      * DECIMA FAIXA VALE PARA QUALQUER IDADE ACIMA DA NONA.            *
      *================================================================*
       01  PLANO-SAUDE-REGISTRO.
           05 PLS-CODIGO            PIC 9(3).
           05 PLS-DESCRICAO         PIC X(20).
           05 PLS-OPERADORA         PIC X(20).
           05 PLS-CATEGORIA         PIC X(1).
               88 PLS-ENFERMARIA    VALUE "E".
               88 PLS-APARTAMENTO   VALUE "A".
               88 PLS-EXECUTIVO     VALUE "X".
           05 PLS-PERC-TITULAR      PIC 9(3)V99.
           05 PLS-PERC-DEPENDENTE   PIC 9(3)V99.
           05 PLS-FAIXA OCCURS 10 TIMES.
               10 PLS-IDADE-MAXIMA  PIC 9(3).
               10 PLS-PRECO         PIC 9(5)V99.
