      *================================================================*
      * CURSO-TREINAMENTO.CPY                                           *
      * LAYOUT DO MESTRE DE CURSOS OBRIGATORIOS (CURSOS_TREINAMENTO.DAT)*
      * CHAVEADO PELO CODIGO DO CURSO (EX.: NR20, BRIGAD). CADA CURSO   *
      * DIZ QUANTOS MESES VALE O CERTIFICADO (ZERO = NAO VENCE) E QUAIS *
      * CARGOS (CARGOS.DAT) O EXIGEM - ATE 10, ZERO = POSICAO LIVRE.    *
      * MANUTENCAO NO PROG108; A CONCLUSAO DE CADA FUNCIONARIO FICA EM  *
      * TREINAMENTOS_FUNCIONARIOS.DAT (TREINAMENTO-FUNCIONARIO.CPY).    *
      *================================================================*
       01  CURSO-REGISTRO.
           05 CRS-CODIGO            PIC X(6).
           05 CRS-DESCRICAO         PIC X(30).
           05 CRS-VALIDADE-MESES    PIC 9(3).
           05 CRS-CARGOS-EXIGIDOS.
               10 CRS-CARGO         PIC 9(3) OCCURS 10 TIMES.
