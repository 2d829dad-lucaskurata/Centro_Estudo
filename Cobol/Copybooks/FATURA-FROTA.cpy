      *================================================================*
      * FATURA-FROTA.CPY                                                *
      * LAYOUT DO ARQUIVO INDEXADO DE FATURAS DAS FROTAS                *
      * (FATURAS_FROTA.DAT), CHAVEADO POR FROTA + MES DE CONSUMO - UMA  *
      * FATURA POR FROTA POR MES, GERADA PELO FaturamentoFrotas. O      *
      * PAGAMENTO E BAIXADO NA ManutencaoFrotas E O AgingFaturasFrota   *
      * LISTA AS EM ABERTO POR FAIXA DE ATRASO.                         *
      *================================================================*
       01  FATURA-REGISTRO.
           05 FATURA-CHAVE.
               10 FAT-FROTA         PIC 9(4).
               10 FAT-COMPETENCIA   PIC 9(6).
           05 FAT-DATA-EMISSAO      PIC 9(8).
           05 FAT-DATA-VENCIMENTO   PIC 9(8).
           05 FAT-QTD-VENDAS        PIC 9(5).
           05 FAT-LITROS            PIC 9(7).
           05 FAT-VALOR             PIC 9(7)V9(2).
           05 FAT-DATA-PAGAMENTO    PIC 9(8).
           05 FAT-SITUACAO          PIC X(1).
               88 FATURA-ABERTA         VALUE "A".
               88 FATURA-PAGA           VALUE "P".
