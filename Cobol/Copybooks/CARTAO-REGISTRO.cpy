      *================================================================*
      * CARTAO-REGISTRO.CPY                                             *
      * LAYOUT DO ARQUIVO DE CARTOES DO CAIXA ELETRONICO (CARTOES.DAT), *
      * INDEXADO PELA CONTA (CONTA-NUMERO) + VIA DO CARTAO NA CONTA - O *
      * NUMERO DO CARTAO E A CONTA SEGUIDA DA VIA (10 DIGITOS). UMA     *
      * CONTA PODE TER VARIOS CARTOES (CONTA CONJUNTA: UM POR TITULAR), *
      * CADA UM COM PORTADOR, PIN, CONTADOR DE PIN ERRADO, VALIDADE,    *
      * LIMITE DIARIO DE SAQUE E SITUACAO PROPRIOS; O SALDO E DA CONTA. *
      * TRES PIN ERRADOS SEGUIDOS BLOQUEIAM SO O CARTAO (B); O          *
      * DESBLOQUEIO E SUPERVISIONADO NA MANUTENCAO DE CONTAS E OBRIGA A *
      * TROCA DO PIN. CARTAO CANCELADO (C) NAO VOLTA - EMITE-SE OUTRA   *
      * VIA. O ENCERRAMENTO DA CONTA CANCELA TODOS OS CARTOES DELA.     *
      *================================================================*
       01  CARTAO-REGISTRO.
           05 CARTAO-CHAVE.
               10 CRT-CONTA         PIC 9(8).
               10 CRT-VIA           PIC 9(2).
           05 CRT-PORTADOR          PIC X(30).
           05 CRT-PIN               PIC 9(4).
           05 CRT-TENTATIVAS-PIN    PIC 9(1).
      *    VALIDADE NO FORMATO AAAAMM: O CARTAO VALE ATE O ULTIMO DIA
      *    DO MES IMPRESSO NELE.
           05 CRT-VALIDADE          PIC 9(6).
           05 CRT-LIMITE-DIARIO     PIC 9(5).
           05 CRT-DATA-ULT-SAQUE    PIC 9(8).
           05 CRT-SACADO-DIA        PIC 9(5).
           05 CRT-DATA-EMISSAO      PIC 9(8).
           05 CRT-SITUACAO          PIC X(1).
               88 CARTAO-ATIVO          VALUE "A".
               88 CARTAO-BLOQUEADO      VALUE "B".
               88 CARTAO-CANCELADO      VALUE "C".
