           MOVE ZEROS TO FUNCIONARIO-CONTA.
           MOVE SPACE TO FUNCIONARIO-CONTA-DV.
           MOVE ZEROS TO FUNCIONARIO-DATA-DESLIGAMENTO.
           MOVE ZEROS TO FUNCIONARIO-CPF.
           MOVE ZEROS TO FUNCIONARIO-PIS.
           WRITE FUNCIONARIO-REGISTRO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           PERFORM LE-VELHO-FUNCIONARIO.
