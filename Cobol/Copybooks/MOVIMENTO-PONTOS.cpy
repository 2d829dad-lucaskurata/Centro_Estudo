      * RESGATE (R), EXPIRACAO (E - EXPURGO DE 12 MESES) E ESTORNO DE   *
      * CANCELAMENTO DE VENDA (C), COM O SALDO APOS O MOVIMENTO. A      *
      * BOMBA GRAVA A/R, O EXPURGO GRAVA E, O CANCELAMENTO GRAVA C, E   *
      * O EXTRATO DE PONTOS LISTA TUDO DAQUI. NO MES DE ANIVERSARIO DO  *
      * CLIENTE A BOMBA GRAVA, ALEM DO A, O BONUS DE ANIVERSARIO (B)    *
      * COM OS MESMOS PONTOS, PARA O BONUS SAIR SEPARADO NO EXTRATO. NA *
      * PRIMEIRA COMPRA DE UM CLIENTE INDICADO A BOMBA GRAVA O BONUS DE *
      * INDICACAO (I) PARA O INDICADO E PARA QUEM INDICOU. O EXPURGO    *
      * TRATA O B E O I COMO ACUMULO.                                   *
      *================================================================*
       01  MOV-PONTOS-REGISTRO.
           05 MOVP-DATA           PIC 9(8).
