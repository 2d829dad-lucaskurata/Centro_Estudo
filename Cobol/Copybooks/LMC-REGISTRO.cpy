      *================================================================*
      * LMC-REGISTRO.CPY                                                *
      * LAYOUT DO LIVRO DE MOVIMENTACAO DE COMBUSTIVEIS (LIVRO_LMC.DAT),*
      * INDEXADO POR DATA + TIPO DE COMBUSTIVEL: UMA FOLHA POR DIA E    *
      * PRODUTO, MONTADA POR LivroLmc A PARTIR DO FECHAMENTO FISICO DO  *
      * DIA ANTERIOR, DAS NOTAS DE ENTRADA, DOS ENCERRANTES DOS TURNOS, *
      * DAS AFERICOES DEVOLVIDAS AO TANQUE E DA REGUA DO DIA. FOLHA     *
      * FECHADA SO E RECONSTRUIDA COM LIBERACAO DE SUPERVISOR.          *
      *================================================================*
       01  LMC-REGISTRO.
           05 LMC-CHAVE.
               10 LMC-DATA          PIC 9(8).
               10 LMC-TIPO          PIC X(1).
           05 LMC-FOLHA             PIC 9(5).
           05 LMC-ESTOQUE-ABERTURA  PIC 9(7).
           05 LMC-VOLUME-RECEBIDO   PIC 9(7).
           05 LMC-VOLUME-VENDIDO    PIC 9(7).
           05 LMC-VOLUME-AFERIDO    PIC 9(5).
           05 LMC-ESTOQUE-ESCRITURAL PIC S9(7).
           05 LMC-ESTOQUE-FECHAMENTO PIC 9(7).
      *    GANHO (+) OU PERDA (-) = FECHAMENTO FISICO - ESCRITURAL, E O
      *    PERCENTUAL SOBRE O VOLUME DISPONIVEL (ABERTURA + RECEBIDO).
           05 LMC-GANHO-PERDA       PIC S9(7).
           05 LMC-PERC-GANHO-PERDA  PIC S9(3)V9(2).
           05 LMC-VALOR-VENDAS      PIC 9(9)V9(2).
           05 LMC-SITUACAO          PIC X(1).
               88 LMC-ABERTO            VALUE "A".
               88 LMC-FECHADO           VALUE "F".
           05 LMC-RESPONSAVEL       PIC X(20).
           05 LMC-DATA-FECHAMENTO   PIC 9(8).
           05 LMC-HORA-FECHAMENTO   PIC 9(6).
