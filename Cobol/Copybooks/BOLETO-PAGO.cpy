      *================================================================*
      * BOLETO-PAGO.CPY                                                 *
      * LAYOUT DO ARQUIVO DE BOLETOS PAGOS NO CAIXA ELETRONICO          *
      * (BOLETOS_PAGOS.DAT), INDEXADO PELO CODIGO DE BARRAS - O MESMO   *
      * BOLETO NAO E PAGO DUAS VEZES. O PAGAMENTO ENTRA PENDENTE DE     *
      * REMESSA (P) E O BATCH DE FIM DE DIA (RemessaBoletos) O MANDA NA *
      * REMESSA PARA A COMPENSACAO, MARCANDO COMO REMETIDO (R).         *
      * TIPO M = MENSALIDADE DA ESCOLA, JA BAIXADA EM MENSALIDADES.DAT  *
      * NO PROPRIO PAGAMENTO; O = DEMAIS BOLETOS (CONTAS DE CONSUMO,    *
      * FATURAS ETC.).                                                  *
      *================================================================*
       01  BOLETO-PAGO-REGISTRO.
           05 BPG-CODIGO-BARRAS     PIC X(44).
           05 BPG-LINHA-DIGITAVEL   PIC X(47).
           05 BPG-CONTA             PIC 9(8).
           05 BPG-DATA-PAGAMENTO    PIC 9(8).
           05 BPG-HORA-PAGAMENTO    PIC 9(6).
           05 BPG-VENCIMENTO        PIC 9(8).
           05 BPG-VALOR-DOCUMENTO   PIC 9(8)V9(2).
           05 BPG-VALOR-ENCARGOS    PIC 9(7)V9(2).
           05 BPG-VALOR-PAGO        PIC 9(8)V9(2).
           05 BPG-TIPO              PIC X(1).
               88 BOLETO-MENSALIDADE    VALUE "M".
               88 BOLETO-OUTROS         VALUE "O".
           05 BPG-SITUACAO          PIC X(1).
               88 BOLETO-PENDENTE-REMESSA VALUE "P".
               88 BOLETO-REMETIDO       VALUE "R".
           05 BPG-DATA-REMESSA      PIC 9(8).
