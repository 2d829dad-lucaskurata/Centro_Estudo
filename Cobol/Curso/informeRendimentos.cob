       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG49.
      *    INFORME ANUAL DE RENDIMENTOS: PARA O ANO PEDIDO, LE OS
      *     TOTAIS ACUMULADOS DE SALARIO_YTD.DAT, BUSCA NOME,
      *     ENDERECO E CPF DO FUNCIONARIO EM FUNCIONARIOS.DAT E
      *     IMPRIME UM INFORME FORMATADO POR FUNCIONARIO, MAIS UMA
      *     PAGINA DE RESUMO COM OS TOTAIS DA EMPRESA PARA O CONTADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                   MOVE "FUNCIONARIO NAO CADASTRADO" TO
                       FUNCIONARIO-NOME
                   MOVE SPACES TO FUNCIONARIO-ENDERECO
                   MOVE ZEROS TO FUNCIONARIO-CPF
           END-READ.

           MOVE SPACES TO LINHA-INFORME.
               DELIMITED BY SIZE INTO LINHA-INFORME.
           WRITE LINHA-INFORME.

           MOVE SPACES TO LINHA-INFORME.
           IF FUNCIONARIO-CPF EQUAL ZEROS
               MOVE "CPF: NAO INFORMADO NO CADASTRO" TO LINHA-INFORME
           ELSE
               STRING "CPF: " FUNCIONARIO-CPF (1:3) "."
                   FUNCIONARIO-CPF (4:3) "." FUNCIONARIO-CPF (7:3)
                   "-" FUNCIONARIO-CPF (10:2)
                   DELIMITED BY SIZE INTO LINHA-INFORME
           END-IF.
           WRITE LINHA-INFORME.

           MOVE YTD-BRUTO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-INFORME.
           STRING "RENDIMENTOS BRUTOS ..... " WRK-VALOR-EDITADO
