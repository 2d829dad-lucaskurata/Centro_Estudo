      *================================================================*
      * CONTA-ENCERRAMENTO.CPY                                          *
      * LAYOUT DO TERMO DE ENCERRAMENTO DE CONTA DO CAIXA ELETRONICO    *
      * (CONTAS_ENCERRADAS.DAT), INDEXADO PELO NUMERO DA CONTA. GRAVADO *
      * PELO ENCERRAMENTO SUPERVISIONADO DA MANUTENCAO DE CONTAS COM OS *
      * JUROS E A TARIFA FINAIS E O SALDO PAGO - POR TRANSFERENCIA (T)  *
      * PARA OUTRA CONTA OU POR VALE (V) A PAGAR NO CAIXA DA AGENCIA.   *
      * PASSADA A RETENCAO, ArquivaContasEncerradas LEVA A CONTA, OS    *
      * MOVIMENTOS E OS CARTOES PARA O HISTORICO E CARIMBA              *
      * ENC-DATA-ARQUIVAMENTO; O TERMO FICA.                            *
      *================================================================*
       01  ENCERRAMENTO-REGISTRO.
           05 ENC-CONTA             PIC 9(8).
           05 ENC-DATA              PIC 9(8).
           05 ENC-HORA              PIC 9(6).
           05 ENC-TITULAR           PIC X(30).
           05 ENC-JUROS-FINAIS      PIC 9(7)V9(2).
           05 ENC-TARIFA-FINAL      PIC 9(7)V9(2).
           05 ENC-SALDO-PAGO        PIC 9(7)V9(2).
           05 ENC-FORMA-PAGAMENTO   PIC X(1).
               88 ENCERRAMENTO-TRANSFERENCIA VALUE "T".
               88 ENCERRAMENTO-VALE          VALUE "V".
           05 ENC-CONTA-DESTINO     PIC 9(8).
           05 ENC-SUPERVISOR        PIC X(12).
           05 ENC-DATA-ARQUIVAMENTO PIC 9(8).
