      *================================================================*
      * PRODUTO-LOJA.CPY                                                *
      * LAYOUT DO MESTRE DE PRODUTOS DA LOJA DE CONVENIENCIA (OLEO,     *
      * ADITIVO, AGUA...) EM PRODUTOS_LOJA.DAT, INDEXADO PELO CODIGO.   *
      * O ESTOQUE CAI A CADA ITEM VENDIDO NA BOMBA, SOBE NA ENTRADA DE  *
      * MERCADORIA (ManutencaoProdutosLoja) E E ACERTADO PELA CONTAGEM  *
      * FISICA (ContagemEstoqueLoja), QUE APURA A QUEBRA AO CUSTO.      *
      *================================================================*
       01  PRODUTO-REGISTRO.
           05 PRD-CODIGO            PIC 9(5).
           05 PRD-DESCRICAO         PIC X(30).
           05 PRD-PRECO-VENDA       PIC 9(4)V9(2).
           05 PRD-CUSTO             PIC 9(4)V9(2).
           05 PRD-ESTOQUE           PIC 9(5).
           05 PRD-SITUACAO          PIC X(1).
               88 PRODUTO-ATIVO         VALUE "A".
               88 PRODUTO-INATIVO       VALUE "I".
