      * TIPOS: S=SAQUE D=DEPOSITO DINHEIRO E=DEPOSITO ENVELOPE          *
      *        L=LIBERACAO DE ENVELOPE T=TRANSFERENCIA DEBITO           *
      *        R=TRANSFERENCIA CREDITO F=TARIFA J=JUROS                 *
      *        B=PAGAMENTO DE BOLETO V=VALE DE ENCERRAMENTO             *
      *        C=CREDITO DE SALARIO (FOLHA, FUNCIONARIO COM CONTA AQUI) *
      *        P=COMPRA NO POSTO (DEBITO EM CONTA NA BOMBA)             *
      *        X=ESTORNO DE COMPRA NO POSTO (VENDA CANCELADA)           *
      * CMV-VIA-CARTAO E A VIA DO CARTAO (CARTAO-REGISTRO.CPY) QUE FEZ  *
      * O MOVIMENTO NO CAIXA OU A COMPRA NA BOMBA; ZERO NOS LANCAMENTOS *
      * DOS BATCHES, DA MANUTENCAO DE CONTAS E NO ESTORNO DA COMPRA.    *
      *================================================================*
       01  CONTA-MOVIMENTO-REGISTRO.
           05 CONTA-MOVIMENTO-CHAVE.
               88 MOV-TRANSF-CREDITO    VALUE "R".
               88 MOV-TARIFA            VALUE "F".
               88 MOV-JUROS             VALUE "J".
               88 MOV-PAGTO-BOLETO      VALUE "B".
               88 MOV-VALE-ENCERRAMENTO VALUE "V".
               88 MOV-CREDITO-SALARIO   VALUE "C".
               88 MOV-DEBITO-POSTO      VALUE "P".
               88 MOV-ESTORNO-POSTO     VALUE "X".
           05 CMV-VALOR             PIC 9(7)V99.
           05 CMV-STATUS            PIC X(1).
               88 MOVIMENTO-EFETIVADO   VALUE "E".
               88 MOVIMENTO-PENDENTE    VALUE "P".
               88 MOVIMENTO-AJUSTADO    VALUE "A".
           05 CMV-VIA-CARTAO        PIC 9(2).
