      *================================================================*
      * FROTA-REGISTRO.CPY                                              *
      * LAYOUT DO MESTRE DE CLIENTES FROTISTAS (FROTAS.DAT), INDEXADO   *
      * PELO CODIGO DA FROTA. A FROTA ABASTECE A PRAZO NA BOMBA (FORMA  *
      * DE PAGAMENTO F) ATE O LIMITE DE CREDITO; O SALDO EM ABERTO SOBE *
      * A CADA VENDA A PRAZO E DESCE NO PAGAMENTO DA FATURA MENSAL      *
      * (FaturamentoFrotas) OU NO CANCELAMENTO DA VENDA.                *
      *================================================================*
       01  FROTA-REGISTRO.
           05 FRO-CODIGO            PIC 9(4).
           05 FRO-NOME              PIC X(30).
           05 FRO-CNPJ              PIC 9(14).
           05 FRO-TELEFONE          PIC X(15).
           05 FRO-LIMITE-CREDITO    PIC 9(7)V9(2).
      *    DIA DO MES SEGUINTE AO CONSUMO EM QUE A FATURA VENCE.
           05 FRO-DIA-FATURAMENTO   PIC 9(2).
      *    VENDAS A PRAZO AINDA NAO PAGAS (FATURADAS OU NAO).
           05 FRO-SALDO-ABERTO      PIC 9(7)V9(2).
           05 FRO-SITUACAO          PIC X(1).
               88 FROTA-ATIVA           VALUE "A".
               88 FROTA-BLOQUEADA       VALUE "B".
