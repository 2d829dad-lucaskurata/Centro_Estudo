      *================================================================*
      * CONTA-REGISTRO.CPY                                              *
      * LAYOUT DO ARQUIVO DE CONTAS DO CAIXA ELETRONICO (CONTAS.DAT),   *
      * INDEXADO POR CONTA-NUMERO. O CLIENTE SE IDENTIFICA NO CAIXA     *
      * PELO CARTAO (CARTOES.DAT, CARTAO-REGISTRO.CPY), QUE TEM PIN,    *
      * LIMITE DIARIO E CONTADOR DE PIN ERRADO PROPRIOS; OS CAMPOS DE   *
      * PIN, LIMITE E SAQUE DO DIA DESTE REGISTRO SO SERVIRAM DE        *
      * ORIGEM PARA A PRIMEIRA VIA NA CONVERSAO (ConverteCartoesContas) *
      * E NA INCLUSAO DA CONTA.                                         *
      *================================================================*
       01  CONTA-REGISTRO.
           05 CONTA-NUMERO          PIC 9(8).
      *    PENDENTE NAO FAZ PARTE DE CONTA-SALDO ATE A LIBERACAO.
           05 CONTA-PROX-SEQ        PIC 9(6).
           05 CONTA-DEP-PENDENTE    PIC 9(7)V9(2).
      *    SITUACAO DA CONTA: A TRIAGEM DE FRAUDE BLOQUEIA A CONTA
      *    INTEIRA (E A POE NA LISTA QUENTE CONTAS_BLOQUEADAS.DAT),
      *    VALENDO PARA TODOS OS CARTOES; O DESBLOQUEIO E
      *    SUPERVISIONADO NA MANUTENCAO DE CONTAS. CONTA
      *    ENCERRADA (E) NAO OPERA MAIS: O ENCERRAMENTO DA MANUTENCAO
      *    DE CONTAS ZERA O SALDO E GRAVA O TERMO COM A DATA EM
      *    CONTAS_ENCERRADAS.DAT (CONTA-ENCERRAMENTO.CPY).
           05 CONTA-TENTATIVAS-PIN  PIC 9(1).
           05 CONTA-SITUACAO        PIC X(1).
               88 CONTA-BLOQUEADA   VALUE "B".
               88 CONTA-ENCERRADA   VALUE "E".
