      *================================================================*
      * DESCONTO-ALUNO.CPY                                              *
      * LAYOUT DO ARQUIVO DE DESCONTOS CONCEDIDOS (DESCONTOS_ALUNOS.DAT)*
      * INDEXADO PELO RA: TIPO, PERCENTUAL SOBRE O PRECO DA SERIE E     *
      * VALIDADE EM COMPETENCIAS (AAAAMM, INICIO E FIM INCLUSIVE).      *
      * BOLSA (B) E A BOLSA PARCIAL DA ESCOLA; IRMAO (I) SUBSTITUI O    *
      * PERCENTUAL PADRAO DE IRMAO DO PROG89 PARA O RA E VALE MESMO SEM *
      * IRMAO ACHADO PELO RESPONSAVEL (IRMAO EM OUTRA UNIDADE, POR      *
      * EXEMPLO). OS DESCONTOS NAO SE SOMAM - VALE O MAIOR.             *
      *================================================================*
       01  DESCONTO-ALUNO-REGISTRO.
           05 DAL-RA                PIC 9(7).
           05 DAL-TIPO              PIC X(1).
               88 DESCONTO-BOLSA        VALUE "B".
               88 DESCONTO-IRMAO        VALUE "I".
           05 DAL-PERCENTUAL        PIC 9(3)V99.
           05 DAL-INICIO            PIC 9(6).
           05 DAL-FIM               PIC 9(6).
