      *================================================================*
      * VALE-TRANSPORTE.CPY                                             *
      * LAYOUT DO CADASTRO DE DESLOCAMENTO DO VALE-TRANSPORTE           *
      * (VALE_TRANSPORTE.DAT), CHAVEADO POR VT-CODIGO (O MESMO          *
      * FUNCIONARIO-CODIGO DO CADASTRO). ATE 4 CONDUCOES POR DIA, CADA  *
      * UMA COM A LINHA, A TARIFA POR VIAGEM E AS VIAGENS POR DIA, E OS *
      * DIAS DE TRABALHO DO MES. A RODADA MENSAL (ValeTransporte)       *
      * CALCULA A COMPRA, GRAVA O PEDIDO DA OPERADORA E LANCA O         *
      * MOVIMENTO "V" QUE A FOLHA DESCONTA ATE 6% DO SALARIO BASE.      *
      * FUNCIONARIO QUE RECUSOU O BENEFICIO (VT-OPTANTE = "N") NAO      *
      * RECEBE VALE NEM DESCONTO.                                       *
      *================================================================*
       01  VALE-TRANSPORTE-REGISTRO.
           05 VT-CODIGO             PIC 9(4).
           05 VT-OPTANTE            PIC X(1).
               88 VT-OPTOU              VALUE "S".
               88 VT-RECUSOU            VALUE "N".
           05 VT-DIAS-TRABALHO      PIC 9(2).
           05 VT-QTD-ROTAS          PIC 9(1).
           05 VT-ROTA OCCURS 4 TIMES.
               10 VT-ROTA-LINHA     PIC X(10).
               10 VT-ROTA-TARIFA    PIC 9(2)V99.
               10 VT-ROTA-VIAGENS   PIC 9(1).
