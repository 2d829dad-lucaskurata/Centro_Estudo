      *================================================================*
      * EXTRATO-ADQUIRENTE.CPY                                          *
      * LAYOUT DO EXTRATO DE LIQUIDACAO ENVIADO PELA ADQUIRENTE         *
      * (EXTRATO_ADQUIRENTE.DAT): UMA LINHA POR TRANSACAO LIQUIDADA OU  *
      * CONTESTADA, COM A DATA DA VENDA E O NUMERO DO CUPOM FISCAL      *
      * INFORMADOS NA CAPTURA, O VALOR BRUTO, A TAXA DESCONTADA E O     *
      * LIQUIDO CREDITADO NA DATA DE PAGAMENTO. CHARGEBACK VEM COMO     *
      * LANCAMENTO "C" COM O VALOR ESTORNADO. VALORES COM DUAS          *
      * DECIMAIS IMPLICITAS.                                            *
      *================================================================*
       01  EXTRATO-REGISTRO.
           05 EXT-LANCAMENTO        PIC X(1).
               88 LANCAMENTO-PAGAMENTO  VALUE "P".
               88 LANCAMENTO-CHARGEBACK VALUE "C".
           05 EXT-DATA-VENDA        PIC 9(8).
           05 EXT-CUPOM             PIC 9(6).
           05 EXT-FORMA             PIC X(1).
           05 EXT-VALOR-BRUTO       PIC 9(5)V9(2).
           05 EXT-TAXA-COBRADA      PIC 9(5)V9(2).
           05 EXT-VALOR-LIQUIDO     PIC 9(5)V9(2).
           05 EXT-DATA-PAGAMENTO    PIC 9(8).
