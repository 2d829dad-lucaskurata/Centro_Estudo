      *================================================================*
      * EXTRATO-SALDO.CPY                                               *
      * LAYOUT DO CONTROLE DO EXTRATO MENSAL DAS CONTAS                 *
      * (EXTRATOS_SALDOS.DAT), INDEXADO PELA CONTA: A ULTIMA            *
      * COMPETENCIA EMITIDA COM OS SALDOS INICIAL E FINAL DO EXTRATO. O *
      * SALDO FINAL DE UM MES E O SALDO ANTERIOR DO EXTRATO SEGUINTE -  *
      * E E ESSA CORRENTE QUE A CONFERENCIA COM CONTA-SALDO TESTA.      *
      * REEMISSAO DA MESMA COMPETENCIA PARTE DO SALDO INICIAL GUARDADO. *
      *================================================================*
       01  EXTRATO-SALDO-REGISTRO.
           05 EXS-CONTA             PIC 9(8).
           05 EXS-COMPETENCIA       PIC 9(6).
           05 EXS-SALDO-INICIAL     PIC S9(7)V9(2).
           05 EXS-SALDO-FINAL       PIC S9(7)V9(2).
           05 EXS-DATA-EMISSAO      PIC 9(8).
