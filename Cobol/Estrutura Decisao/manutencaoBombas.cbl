           DISPLAY 'BOMBA ' BOM-NUMERO ' - ' BOM-DESCRICAO.
           DISPLAY '  COMBUSTIVEL: ' BOM-TIPO
               '  ENCERRANTE: ' BOM-ENCERRANTE.
           IF BOMBA-BLOQUEADA
               DISPLAY '  *** BLOQUEADA NA AFERICAO DE '
                   BOM-DATA-AFERICAO
           ELSE
               DISPLAY '  ULTIMA AFERICAO: ' BOM-DATA-AFERICAO
           END-IF.
           PERFORM 2100-LE-PROXIMA.

       2500-PEDE-DADOS.
               DISPLAY 'NUMERO INVALIDO - NAO PODE SER ZERO.'
           ELSE
               PERFORM 2500-PEDE-DADOS
               MOVE "A" TO BOM-SITUACAO
               MOVE ZEROS TO BOM-DATA-AFERICAO
               WRITE BOMBA-REGISTRO
                   INVALID KEY
                       DISPLAY 'BOMBA ' BOM-NUMERO ' JA CADASTRADA.'
