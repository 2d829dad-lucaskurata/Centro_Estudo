      *================================================================*
      * PRORROGACAO-CASO.CPY                                            *
      * LAYOUT DO HISTORICO DE PRORROGACOES DE PRAZO                    *
      * (PRORROGACOES_CASOS.DAT), INDEXADO POR CASO + SEQUENCIA: CADA   *
      * PRORROGACAO CONCEDIDA NA MANUTENCAO DE CASOS, COM O PRAZO       *
      * ANTERIOR, O NOVO PRAZO E O MOTIVO INFORMADO.                    *
      *================================================================*
       01  PRORROGACAO-CASO-REGISTRO.
           05 PRORROGACAO-CHAVE.
               10 PRR-CASO          PIC 9(5).
               10 PRR-SEQ           PIC 9(2).
           05 PRR-DATA              PIC 9(8).
           05 PRR-PRAZO-ANTERIOR    PIC 9(8).
           05 PRR-PRAZO-NOVO        PIC 9(8).
           05 PRR-MOTIVO            PIC X(40).
