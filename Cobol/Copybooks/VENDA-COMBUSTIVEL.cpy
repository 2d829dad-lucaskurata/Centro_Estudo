           05 VENDA-TURNO           PIC 9(5).
      *    FORMA DE PAGAMENTO CAPTURADA NA BOMBA; VENDA ANTIGA SEM O
      *    CAMPO (EM BRANCO) E TRATADA COMO DINHEIRO NO FECHAMENTO.
      *    F = A PRAZO PARA FROTA (FATURA MENSAL, VER VENDA-FROTA).
      *    E = CONTA DO FUNCIONARIO (DESCONTO EM FOLHA, VER
      *        VENDA-FUNCIONARIO).
      *    B = DEBITO EM CONTA DO BANCO (CONTAS.DAT, VER
      *        VENDA-CONTA-DEBITO).
           05 VENDA-FORMA-PAGAMENTO PIC X(1).
               88 PAGAMENTO-DINHEIRO    VALUE "D".
               88 PAGAMENTO-CARTAO      VALUE "C".
               88 PAGAMENTO-PIX         VALUE "P".
               88 PAGAMENTO-FROTA       VALUE "F".
               88 PAGAMENTO-FUNCIONARIO VALUE "E".
               88 PAGAMENTO-DEBITO-CONTA VALUE "B".
      *    NUMERO SEQUENCIAL DO CUPOM FISCAL, TIRADO DO CONTADOR
      *    CONTROLADO (CONTROLE_CUPOM.DAT); O RELATORIO Z DO DIA
      *    FECHA POR FAIXA DE NUMEROS E APONTA BURACOS NA SEQUENCIA.
           05 VENDA-STATUS          PIC X(1).
               88 VENDA-ATIVA           VALUE "A".
               88 VENDA-CANCELADA       VALUE "C".
      *    VENDA FEITA NO MES DE ANIVERSARIO DO CLIENTE FIEL, COM OS
      *    PONTOS EM DOBRO (BONUS "B" NO RAZAO); O CANCELAMENTO ESTORNA
      *    TAMBEM O BONUS. VENDA ANTIGA SEM O CAMPO (EM BRANCO) NAO
      *    TEVE BONUS.
           05 VENDA-BONUS-ANIVERSARIO PIC X(1).
               88 VENDA-COM-BONUS       VALUE "S".
      *    VENDA A PRAZO (FORMA F): FROTA E PLACA AUTORIZADA QUE
      *    ABASTECEU, PARA A FATURA MENSAL DETALHADA POR PLACA. VENDA
      *    ANTIGA OU A VISTA TEM OS CAMPOS ZERADOS/EM BRANCO.
           05 VENDA-FROTA           PIC 9(4).
      *    NA FORMA E O MESMO CAMPO LEVA O CODIGO DO FUNCIONARIO QUE
      *    COMPROU (FUNCIONARIO-CODIGO), PARA O DESCONTO EM FOLHA.
           05 VENDA-FUNCIONARIO REDEFINES VENDA-FROTA PIC 9(4).
           05 VENDA-PLACA           PIC X(7).
      *    DEBITO EM CONTA (FORMA B): CONTA DEBITADA E SEQUENCIA DO
      *    MOVIMENTO "P" GRAVADO NO HISTORICO DA CONTA
      *    (CONTAS_MOVIMENTOS.DAT), PARA A CONCILIACAO DIARIA. VENDA
      *    ANTIGA OU EM OUTRA FORMA TEM OS CAMPOS ZERADOS/EM BRANCO.
           05 VENDA-CONTA-DEBITO    PIC 9(8).
           05 VENDA-SEQ-DEBITO      PIC 9(6).
