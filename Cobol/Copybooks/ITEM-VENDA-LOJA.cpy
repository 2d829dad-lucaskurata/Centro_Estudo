      *================================================================*
      * ITEM-VENDA-LOJA.CPY                                             *
      * LAYOUT DOS ITENS DE LOJA VENDIDOS NO MESMO CUPOM FISCAL DO      *
      * COMBUSTIVEL (ITENS_VENDA_LOJA.DAT): UMA LINHA POR ITEM, LIGADA  *
      * A VENDA PELO NUMERO DO CUPOM (VENDA-CUPOM). TURNO E FORMA DE    *
      * PAGAMENTO SAO REPETIDOS DA VENDA PARA O FECHAMENTO DE TURNO E O *
      * RELATORIO Z NAO PRECISAREM CASAR OS DOIS ARQUIVOS. O            *
      * CANCELAMENTO DO CUPOM MARCA OS ITENS E DEVOLVE O ESTOQUE.       *
      *================================================================*
       01  ITEM-LOJA-REGISTRO.
           05 ITL-CUPOM             PIC 9(6).
           05 ITL-SEQUENCIA         PIC 9(2).
           05 ITL-DATA              PIC 9(8).
           05 ITL-HORA              PIC 9(6).
           05 ITL-TURNO             PIC 9(5).
           05 ITL-PRODUTO           PIC 9(5).
           05 ITL-QUANTIDADE        PIC 9(3).
           05 ITL-PRECO-UNITARIO    PIC 9(4)V9(2).
           05 ITL-VALOR             PIC 9(5)V9(2).
           05 ITL-FORMA-PAGAMENTO   PIC X(1).
           05 ITL-STATUS            PIC X(1).
               88 ITEM-ATIVO            VALUE "A".
               88 ITEM-CANCELADO        VALUE "C".
