      *================================================================*
      * RESPONSAVEL-ALUNO.CPY                                           *
      * LAYOUT DO CADASTRO DE RESPONSAVEIS DOS ALUNOS                   *
      * (RESPONSAVEIS_ALUNOS.DAT), INDEXADO POR RA + SEQUENCIA DO       *
      * RESPONSAVEL NO ALUNO (1 A 9): NOME, PARENTESCO, CPF, ENDERECO,  *
      * TELEFONE E E-MAIL, MANTIDO NO PROG111. SO UM RESPONSAVEL POR RA *
      * E O FINANCEIRO (RSP-FINANCEIRO = "S"): ELE RECEBE OS AVISOS DE  *
      * MENSALIDADE EM ATRASO (PROG113) E O CPF DELE LIGA OS IRMAOS     *
      * PARA O DESCONTO DE IRMAO NA COBRANCA (PROG89). FREQUENCIA E     *
      * NOTAS SAO AVISADAS A TODOS OS RESPONSAVEIS DO ALUNO. COM E-MAIL *
      * O AVISO VAI NO EXTRATO PARA E-MAIL; SEM E-MAIL, POR CARTA.      *
      *================================================================*
       01  RESPONSAVEL-ALUNO-REGISTRO.
           05 RESPONSAVEL-CHAVE.
               10 RSP-RA            PIC 9(7).
               10 RSP-SEQ           PIC 9(1).
           05 RSP-NOME              PIC X(30).
           05 RSP-PARENTESCO        PIC X(10).
           05 RSP-CPF               PIC 9(11).
           05 RSP-ENDERECO          PIC X(40).
           05 RSP-CIDADE            PIC X(20).
           05 RSP-UF                PIC X(2).
           05 RSP-CEP               PIC 9(8).
           05 RSP-TELEFONE          PIC 9(11).
           05 RSP-EMAIL             PIC X(40).
           05 RSP-FINANCEIRO        PIC X(1).
               88 RESPONSAVEL-FINANCEIRO VALUE "S".
