      *================================================================*
      * TREINAMENTO-FUNCIONARIO.CPY                                     *
      * LAYOUT DO REGISTRO DE TREINAMENTOS DOS FUNCIONARIOS             *
      * (TREINAMENTOS_FUNCIONARIOS.DAT), CHAVEADO POR FUNCIONARIO +     *
      * CURSO: A ULTIMA CONCLUSAO DO CURSO, O NUMERO DO CERTIFICADO E A *
      * VALIDADE IMPRESSA NELE (CALCULADA PELOS MESES DO CURSO NA       *
      * DIGITACAO; ZERO = NAO VENCE). A RECICLAGEM REGRAVA O REGISTRO.  *
      *================================================================*
       01  TREINAMENTO-REGISTRO.
           05 TREINAMENTO-CHAVE.
               10 TRE-CODIGO        PIC 9(4).
               10 TRE-CURSO         PIC X(6).
           05 TRE-DATA-CONCLUSAO    PIC 9(8).
           05 TRE-DATA-VALIDADE     PIC 9(8).
           05 TRE-CERTIFICADO       PIC X(15).
