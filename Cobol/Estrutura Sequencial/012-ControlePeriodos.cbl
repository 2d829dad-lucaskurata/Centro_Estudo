           MOVE "N" TO WRK-FIM-ARQUIVO.
           DISPLAY 'DIGITE O PERIODO (AAAAMM): '.
           ACCEPT PER-PERIODO.
           DISPLAY 'TIPO: M-FOLHA MENSAL  D-13 SALARIO  '
               'Q-ADIANTAMENTO: '.
           ACCEPT PER-TIPO.

           IF PER-TIPO EQUAL 'm'
           IF PER-TIPO EQUAL 'd'
               MOVE 'D' TO PER-TIPO
           END-IF.
           IF PER-TIPO EQUAL 'q'
               MOVE 'Q' TO PER-TIPO
           END-IF.

           READ ARQUIVO-PERIODOS
               INVALID KEY
