           PERFORM CATALOGA-RELATORIO.
           MOVE "holerites.lst" TO WRK-NOME-RELATORIO.
           PERFORM CATALOGA-RELATORIO.
           MOVE "folha_conciliacao_creditos.lst" TO WRK-NOME-RELATORIO.
           PERFORM CATALOGA-RELATORIO.
           MOVE "folha_custo_departamento.lst" TO WRK-NOME-RELATORIO.
           PERFORM CATALOGA-RELATORIO.
           MOVE "painel_operacoes.lst" TO WRK-NOME-RELATORIO.
           PERFORM CATALOGA-RELATORIO.
           MOVE "piramide_etaria.lst" TO WRK-NOME-RELATORIO.
           PERFORM CATALOGA-RELATORIO.
           MOVE "tendencia_passos.lst" TO WRK-NOME-RELATORIO.
           PERFORM CATALOGA-RELATORIO.

           PERFORM EXPURGA-GERACOES-ANTIGAS.

