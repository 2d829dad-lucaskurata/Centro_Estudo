      *     BRUTO/DESCONTO/LIQUIDO POR TIPO DE COMBUSTIVEL E CONFERE
      *     A SEQUENCIA DE NUMEROS - QUALQUER NUMERO FALTANDO NA
      *     FAIXA DO DIA E APONTADO PARA O FISCO E PARA O GERENTE.
      *     OS ITENS DA LOJA DE CONVENIENCIA DOS CUPONS DO DIA SAEM
      *     TOTALIZADOS A PARTE, SEPARADOS DO COMBUSTIVEL.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ITENS-LOJA
           ASSIGN TO "itens_venda_loja.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "relatorio_z.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-ITENS-LOJA.
           COPY "ITEM-VENDA-LOJA.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       77 WRK-DESC-EDITADO               PIC ZZZZZZ9,99.
       77 WRK-LIQ-EDITADO                PIC ZZZZZZ9,99.
       77 WRK-DESCONTO-VENDA             PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-TOT-COMBUSTIVEL            PIC 9(8)V9(2) VALUE ZEROS.
      *    LOJA DE CONVENIENCIA DO DIA (ITENS DE CUPONS NAO CANCELADOS).
       77 WRK-LOJA-ITENS                 PIC 9(5) VALUE ZEROS.
       77 WRK-LOJA-VALOR                 PIC 9(8)V9(2) VALUE ZEROS.

      *    NUMEROS DE CUPOM EMITIDOS NO DIA, PARA A CONFERENCIA DE
      *    BURACOS NA SEQUENCIA (ATE 500 CUPONS POR DIA).
               EQUAL "S".
           CLOSE ARQUIVO-VENDAS.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ITENS-LOJA.
           PERFORM 2500-LE-ITEM-LOJA.
           PERFORM 2600-ACUMULA-ITEM-LOJA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-ITENS-LOJA.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 3000-IMPRIME-RELATORIO.
           IF WRK-QTD-CUPONS GREATER ZEROS
               ADD WRK-DESCONTO-VENDA TO
                   WRK-TIP-DESCONTO (WRK-IDX-TIPO)
               ADD VENDA-LIQUIDO TO WRK-TIP-LIQUIDO (WRK-IDX-TIPO)
               ADD VENDA-LIQUIDO TO WRK-TOT-COMBUSTIVEL
           END-IF.

       2500-LE-ITEM-LOJA.
           READ ARQUIVO-ITENS-LOJA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2600-ACUMULA-ITEM-LOJA.
           IF ITL-DATA EQUAL WRK-DATA-PEDIDA
               AND NOT ITEM-CANCELADO
               ADD ITL-QUANTIDADE TO WRK-LOJA-ITENS
               ADD ITL-VALOR TO WRK-LOJA-VALOR
           END-IF.
           PERFORM 2500-LE-ITEM-LOJA.

       3000-IMPRIME-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RELATORIO Z - DIA " WRK-DATA-PEDIDA
           PERFORM 3100-IMPRIME-LINHA-TIPO
               UNTIL WRK-IDX-TIPO NOT LESS 3.

           MOVE WRK-TOT-COMBUSTIVEL TO WRK-LIQ-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL COMBUSTIVEL           LIQUIDO: "
                  WRK-LIQ-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-LOJA-VALOR TO WRK-LIQ-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LOJA CONVENIENCIA           LIQUIDO: "
                  WRK-LIQ-EDITADO "  ITENS: " WRK-LOJA-ITENS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3100-IMPRIME-LINHA-TIPO.
           ADD 1 TO WRK-IDX-TIPO.
           IF WRK-IDX-TIPO EQUAL 1
