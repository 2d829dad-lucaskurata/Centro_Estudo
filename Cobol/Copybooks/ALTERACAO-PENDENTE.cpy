      *================================================================*
      * ALTERACAO-PENDENTE.CPY                                          *
      * LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE ALTERACOES SENSIVEIS  *
      * PENDENTES DE APROVACAO (ALTERACOES_PENDENTES.DAT), CHAVEADO POR *
      * FUNCIONARIO + TIPO. O PROG36 NAO REGRAVA MAIS DIRETO O SALARIO  *
      * BASE NEM OS DADOS BANCARIOS: A ALTERACAO FICA AQUI PENDENTE ATE *
      * UM SUPERVISOR, QUE NAO SEJA QUEM PEDIU, APROVAR OU REJEITAR NO  *
      * PROG109. SO A APROVACAO ATUALIZA FUNCIONARIOS.DAT E A           *
      * AUDITORIA. O REGISTRO DECIDIDO FICA COMO ULTIMA DECISAO ATE O   *
      * PROXIMO PEDIDO DO MESMO TIPO, E A FOLHA LISTA OS PENDENTES NA   *
      * WORKLIST DE EXCECOES.                                           *
      *================================================================*
       01  ALTERACAO-REGISTRO.
           05 ALTERACAO-CHAVE.
               10 ALP-CODIGO        PIC 9(4).
               10 ALP-TIPO          PIC X(1).
                   88 ALTERACAO-SALARIO    VALUE "S".
                   88 ALTERACAO-BANCARIA   VALUE "B".
      *    VALOR PEDIDO: O SALARIO BASE NOVO OU OS DADOS BANCARIOS
      *    NOVOS, CONFORME O TIPO.
           05 ALP-SALARIO-NOVO      PIC 9(6)V99.
           05 ALP-BANCO-NOVO        PIC 9(3).
           05 ALP-AGENCIA-NOVA      PIC 9(4).
           05 ALP-CONTA-NOVA        PIC 9(10).
           05 ALP-CONTA-DV-NOVO     PIC X(1).
      *    CAMPO E VALORES ANTIGO/NOVO NO FORMATO DA AUDITORIA; O
      *    VALOR ANTIGO TAMBEM CONFERE SE O CADASTRO MUDOU DEPOIS DO
      *    PEDIDO.
           05 ALP-CAMPO             PIC X(25).
           05 ALP-VALOR-ANTIGO      PIC X(30).
           05 ALP-VALOR-NOVO        PIC X(30).
           05 ALP-SOLICITANTE       PIC A(12).
           05 ALP-DATA-HORA-PEDIDO  PIC X(14).
           05 ALP-SITUACAO          PIC X(1).
               88 ALTERACAO-PENDENTE   VALUE "P".
               88 ALTERACAO-APROVADA   VALUE "A".
               88 ALTERACAO-REJEITADA  VALUE "R".
           05 ALP-APROVADOR         PIC A(12).
           05 ALP-DATA-HORA-DECISAO PIC X(14).
