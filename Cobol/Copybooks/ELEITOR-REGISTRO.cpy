      * LAYOUT DO CADERNO DE ELEITORES (ELEITORES.DAT), INDEXADO POR    *
      * ELE-ID. CARREGADO ANTES DA ELEICAO; A APURACAO SO ACEITA VOTO   *
      * DE ID PRESENTE NO CADERNO E AINDA NAO MARCADO COMO VOTOU NO     *
      * CARGO - A ELEICAO VOTA PRESIDENTE (CARGO 1), VICE (CARGO 2) E   *
      * O CONSELHO (CARGO 3, QUANDO HA VAGAS) NA MESMA SESSAO, CADA     *
      * CARGO COM A SUA MARCA. A MARCA REGISTRA APENAS QUE O ELEITOR    *
      * VOTOU NO CARGO - NUNCA EM QUEM.                                 *
      *================================================================*
       01  ELEITOR-REGISTRO.
           05 ELE-ID                PIC 9(8).
      *    CADERNO: A APURACAO CONTA OS VOTOS POR SECAO E O
      *    FECHAMENTO IMPRIME UM BOLETIM POR SECAO.
           05 ELE-SECAO             PIC 9(2).
           05 ELE-VOTOU-CARGO3      PIC X(1).
               88 JA-VOTOU-CARGO3       VALUE "S".
               88 NAO-VOTOU-CARGO3      VALUE "N".
