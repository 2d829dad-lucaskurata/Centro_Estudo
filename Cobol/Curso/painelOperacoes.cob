           END-IF.
           PERFORM GRAVA-LINHA-PAINEL.

      *    HOLERITES EMITIDOS: UMA LINHA POR HOLERITE NO CONTROLE DE
      *     DISTRIBUICAO (E-MAIL OU IMPRESSAO).
       AVALIA-FOLHA.
           MOVE "holerites_distribuicao.dat" TO WRK-NOME-ENTRADA.
           MOVE "@@NUNCA@@" TO WRK-TEXTO-MARCA.
           MOVE 9 TO WRK-TAM-MARCA.
           PERFORM VARRE-ARQUIVO.

           MOVE SPACES TO LINHA-PAINEL.
           IF WRK-QTD-LINHAS GREATER ZEROS
               MOVE "OK" TO WRK-STATUS-LINHA
               STRING "FOLHA DE PAGAMENTO ............ OK - "
                      WRK-QTD-LINHAS " HOLERITES"
                   DELIMITED BY SIZE INTO LINHA-PAINEL
           ELSE
               MOVE "ATENCAO" TO WRK-STATUS-LINHA
