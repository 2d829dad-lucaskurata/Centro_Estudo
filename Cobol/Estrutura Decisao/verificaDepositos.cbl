           ACCEPT WRK-HORA-AGORA FROM TIME.
           ADD 1 TO CONTA-PROX-SEQ.
      *    O REGISTRO DO ENVELOPE JA FOI REGRAVADO - A AREA DO
      *    MOVIMENTO PODE SER REUSADA PARA A LIBERACAO, QUE FICA COM
      *    A VIA DO CARTAO QUE DEPOSITOU O ENVELOPE.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE CONTA-PROX-SEQ TO CMV-SEQ.
           MOVE WRK-DATA-HOJE TO CMV-DATA.
