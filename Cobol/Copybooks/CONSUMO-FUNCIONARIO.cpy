      *================================================================*
      * CONSUMO-FUNCIONARIO.CPY                                         *
      * LAYOUT DA CONTA DE CONSUMO DO FUNCIONARIO NO POSTO              *
      * (CONSUMO_FUNCIONARIOS.DAT), INDEXADA POR CFU-CODIGO (O MESMO    *
      * FUNCIONARIO-CODIGO DA FOLHA). A BOMBA SOMA CADA VENDA NA FORMA  *
      * E (CONTA FUNCIONARIO) NO CONSUMO DO MES CORRENTE E CONFERE O    *
      * TETO MENSAL DE CREDITO; O FECHAMENTO MENSAL (COMPRAS            *
      * FUNCIONARIOS) LANCA O DESCONTO NA FOLHA E GUARDA AQUI O QUE     *
      * NAO COUBE NO LIQUIDO, PARA O MES SEGUINTE.                      *
      *================================================================*
       01  CONSUMO-FUNCIONARIO-REGISTRO.
           05 CFU-CODIGO            PIC 9(4).
      *    MES (AAAAMM) DO CONSUMO ACUMULADO; A PRIMEIRA VENDA DE UM
      *    MES NOVO ZERA O ACUMULADO.
           05 CFU-PERIODO-CONSUMO   PIC 9(6).
           05 CFU-CONSUMO-MES       PIC 9(5)V9(2).
      *    SALDO QUE FICOU PARA DESCONTAR NAS FOLHAS SEGUINTES (PARTE
      *    DA DIVIDA ACIMA DO TETO DE DESCONTO SOBRE O LIQUIDO).
           05 CFU-SALDO-DESCONTAR   PIC 9(5)V9(2).
      *    ULTIMA COMPETENCIA FECHADA E O SALDO QUE EXISTIA ANTES DELA:
      *    RODAR O FECHAMENTO DE NOVO NA MESMA COMPETENCIA PARTE DESTE
      *    SALDO E NAO DUPLICA O DESCONTO.
           05 CFU-PERIODO-FECHADO   PIC 9(6).
           05 CFU-SALDO-ANTERIOR    PIC 9(5)V9(2).
