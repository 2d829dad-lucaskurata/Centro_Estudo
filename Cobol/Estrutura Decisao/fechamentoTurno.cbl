      *     CONTRA AS VENDAS EM DINHEIRO; CARTAO E PIX SAEM EM TOTAIS
      *     PROPRIOS E VIRAM REGISTROS DE LIQUIDACAO POR ADQUIRENTE
      *     (LIQUIDACAO_ADQUIRENTES.DAT) PARA CONFERIR OS DEPOSITOS
      *     QUE CAEM DOIS DIAS DEPOIS. VENDA A PRAZO DE FROTA E CONTAS
      *     A RECEBER (FATURA MENSAL), NAO DINHEIRO QUE O ATENDENTE
      *     DEVE; A COMPRA NA CONTA DO FUNCIONARIO TAMBEM FICA FORA DO
      *     CAIXA (VAI PARA O DESCONTO EM FOLHA). O DEBITO EM CONTA DO
      *     BANCO (CONTAS.DAT) JA SAIU DO SALDO DO CLIENTE NA BOMBA E E
      *     LIQUIDADO COMO TRANSFERENCIA INTERNA (LIQ-FORMA B), SEM
      *     PASSAR PELA GAVETA. OS ITENS DA LOJA DE CONVENIENCIA
      *     VENDIDOS NOS CUPONS
      *     DO TURNO SAEM NUMA LINHA PROPRIA, SEPARADOS DO COMBUSTIVEL,
      *     E ENTRAM NOS TOTAIS DA FORMA DE PAGAMENTO DO CUPOM. OS
      *     LITROS DE AFERICAO NO GALAO (AFERICOES_BOMBAS.DAT) ENTRAM
      *     NA CONFERENCIA DO ENCERRANTE COMO MOVIMENTO DE AFERICAO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ITENS-LOJA
           ASSIGN TO "itens_venda_loja.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AFERICOES
           ASSIGN TO "afericoes_bombas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "fechamento_turnos.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-ITENS-LOJA.
           COPY "ITEM-VENDA-LOJA.cpy".

       FD  ARQUIVO-AFERICOES.
           COPY "AFERICAO-BOMBA.cpy".

       FD  ARQUIVO-BOMBAS.
           COPY "BOMBA-REGISTRO.cpy".

           COPY "DATA-MOVIMENTO.cpy".

      *    UM REGISTRO DE LIQUIDACAO POR ADQUIRENTE (C=CARTAO P=PIX)
      *    POR TURNO FECHADO, PARA CASAR COM O DEPOSITO DO BANCO, E UM
      *    DE TRANSFERENCIA INTERNA (B=DEBITO EM CONTA DO BANCO).
       FD  ARQUIVO-LIQUIDACAO.
       01  LIQUIDACAO-REGISTRO.
           05 LIQ-DATA          PIC 9(8).
       77 WRK-TOT-DINHEIRO               PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-CARTAO                 PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-PIX                    PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-FROTA                  PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-FUNCIONARIOS           PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-DEBITO-CONTA           PIC 9(7)V9(2) VALUE ZEROS.
      *    LOJA DE CONVENIENCIA DO TURNO (ITENS_VENDA_LOJA.DAT).
       77 WRK-QTD-ITENS-LOJA             PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-LOJA                   PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-COMBUSTIVEL            PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-FORMA-EDITADA              PIC ZZZZZZ9,99.

      *    CONFERENCIA DE ENCERRANTE POR BOMBA: MOVIMENTACAO DO
       77 WRK-QTD-BOMBAS-VENDA           PIC 9(2) VALUE ZEROS.
       77 WRK-BOMBA-NO-QUADRO            PIC A(1) VALUE "N".
       77 WRK-LITROS-BOMBA               PIC 9(9) VALUE ZEROS.
       77 WRK-LITROS-AFERIDOS            PIC 9(9) VALUE ZEROS.
       77 WRK-BOMBA-PROCURADA            PIC 9(2) VALUE ZEROS.

      *    LITROS VENDIDOS E AFERIDOS NO TURNO POR BOMBA FISICA (ATE
      *    10 BOMBAS).
       01 WRK-QUADRO-BOMBAS.
           05 WRK-BMB-ITEM OCCURS 10 TIMES.
               10 WRK-BMB-NUMERO         PIC 9(2).
               10 WRK-BMB-LITROS         PIC 9(9).
               10 WRK-BMB-AFERIDOS       PIC 9(9).

      *    ACUMULADORES DO TURNO (1=ETANOL 2=GASOLINA 3=DIESEL).
       01 WRK-TOTAIS-TURNO.
           PERFORM 2200-CLASSIFICA-VENDA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-VENDAS.
           MOVE WRK-TOTAL-TURNO TO WRK-TOT-COMBUSTIVEL.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ITENS-LOJA.
           PERFORM 2400-LE-ITEM-LOJA.
           PERFORM 2500-CLASSIFICA-ITEM-LOJA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-ITENS-LOJA.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-AFERICOES.
           PERFORM 2600-LE-AFERICAO.
           PERFORM 2700-CLASSIFICA-AFERICAO UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-AFERICOES.

       2100-LE-VENDA.
           READ ARQUIVO-VENDAS
                       IF PAGAMENTO-PIX
                           ADD VENDA-LIQUIDO TO WRK-TOT-PIX
                       ELSE
                           IF PAGAMENTO-FROTA
                               ADD VENDA-LIQUIDO TO WRK-TOT-FROTA
                           ELSE
                               IF PAGAMENTO-FUNCIONARIO
                                   ADD VENDA-LIQUIDO TO
                                       WRK-TOT-FUNCIONARIOS
                               ELSE
                                   IF PAGAMENTO-DEBITO-CONTA
                                       ADD VENDA-LIQUIDO TO
                                           WRK-TOT-DEBITO-CONTA
                                   ELSE
                                       ADD VENDA-LIQUIDO TO
                                           WRK-TOT-DINHEIRO
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
                   IF VENDA-BOMBA NUMERIC
           END-IF.
           PERFORM 2100-LE-VENDA.

       2400-LE-ITEM-LOJA.
           READ ARQUIVO-ITENS-LOJA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *    ITEM DE LOJA SEGUE A FORMA DE PAGAMENTO DO SEU CUPOM; ITEM
      *    DE CUPOM CANCELADO ENTRA NO VALOR CANCELADO DO TURNO.
       2500-CLASSIFICA-ITEM-LOJA.
           IF ITL-TURNO EQUAL WRK-TURNO-PEDIDO
               IF ITEM-CANCELADO
                   ADD ITL-VALOR TO WRK-TOT-CANCELADO
               ELSE
                   ADD ITL-QUANTIDADE TO WRK-QTD-ITENS-LOJA
                   ADD ITL-VALOR TO WRK-TOT-LOJA
                   ADD ITL-VALOR TO WRK-TOTAL-TURNO
                   IF ITL-FORMA-PAGAMENTO EQUAL "C"
                       ADD ITL-VALOR TO WRK-TOT-CARTAO
                   ELSE
                       IF ITL-FORMA-PAGAMENTO EQUAL "P"
                           ADD ITL-VALOR TO WRK-TOT-PIX
                       ELSE
                           IF ITL-FORMA-PAGAMENTO EQUAL "B"
                               ADD ITL-VALOR TO WRK-TOT-DEBITO-CONTA
                           ELSE
                               ADD ITL-VALOR TO WRK-TOT-DINHEIRO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 2400-LE-ITEM-LOJA.

       2600-LE-AFERICAO.
           READ ARQUIVO-AFERICOES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *    O TESTE NO GALAO MOVE O ENCERRANTE SEM SER VENDA: OS LITROS
      *    AFERIDOS NO TURNO SAO SOMADOS A PARTE NA BOMBA.
       2700-CLASSIFICA-AFERICAO.
           IF AFE-TURNO EQUAL WRK-TURNO-PEDIDO
               AND AFE-BOMBA GREATER ZEROS
               MOVE AFE-BOMBA TO WRK-BOMBA-PROCURADA
               PERFORM 2320-LOCALIZA-BOMBA
               IF WRK-BOMBA-NO-QUADRO EQUAL "S"
                   ADD AFE-LITROS-DISPENSADOS TO
                       WRK-BMB-AFERIDOS (WRK-IDX-BOMBA)
               END-IF
           END-IF.
           PERFORM 2600-LE-AFERICAO.

       2300-ACUMULA-BOMBA.
           MOVE VENDA-BOMBA TO WRK-BOMBA-PROCURADA.
           PERFORM 2320-LOCALIZA-BOMBA.
           IF WRK-BOMBA-NO-QUADRO EQUAL "S"
               ADD VENDA-LITROS TO WRK-BMB-LITROS (WRK-IDX-BOMBA)
           END-IF.

       2320-LOCALIZA-BOMBA.
           MOVE "N" TO WRK-BOMBA-NO-QUADRO.
           MOVE ZEROS TO WRK-IDX-BOMBA.
           PERFORM 2310-PROCURA-BOMBA
               IF WRK-QTD-BOMBAS-VENDA LESS 10
                   ADD 1 TO WRK-QTD-BOMBAS-VENDA
                   MOVE WRK-QTD-BOMBAS-VENDA TO WRK-IDX-BOMBA
                   MOVE WRK-BOMBA-PROCURADA TO
                       WRK-BMB-NUMERO (WRK-IDX-BOMBA)
                   MOVE ZEROS TO WRK-BMB-LITROS (WRK-IDX-BOMBA)
                   MOVE ZEROS TO WRK-BMB-AFERIDOS (WRK-IDX-BOMBA)
                   MOVE "S" TO WRK-BOMBA-NO-QUADRO
               END-IF
           END-IF.

       2310-PROCURA-BOMBA.
           ADD 1 TO WRK-IDX-BOMBA.
           IF WRK-BMB-NUMERO (WRK-IDX-BOMBA) EQUAL WRK-BOMBA-PROCURADA
               MOVE "S" TO WRK-BOMBA-NO-QUADRO
           END-IF.

               ENC-FECHAMENTO - ENC-ABERTURA.

           MOVE ZEROS TO WRK-LITROS-BOMBA.
           MOVE ZEROS TO WRK-LITROS-AFERIDOS.
           MOVE "N" TO WRK-BOMBA-NO-QUADRO.
           MOVE ZEROS TO WRK-IDX-BOMBA.
           PERFORM 3530-PROCURA-LITROS
               OR WRK-IDX-BOMBA NOT LESS WRK-QTD-BOMBAS-VENDA.

           COMPUTE WRK-DIF-ENC EQUAL
               WRK-MOVIMENTO-ENC - WRK-LITROS-BOMBA
               - WRK-LITROS-AFERIDOS.
           IF WRK-DIF-ENC LESS ZEROS
               COMPUTE WRK-DIF-ENC-ABS EQUAL ZERO - WRK-DIF-ENC
           ELSE
           DISPLAY 'BOMBA ' ENC-BOMBA ' - ENCERRANTE: '
               WRK-MOVIMENTO-ENC ' L  VENDIDO: ' WRK-LITROS-BOMBA
               ' L  DIFERENCA: ' WRK-DIF-ENC-EDITADA ' L.'.
           IF WRK-LITROS-AFERIDOS GREATER ZEROS
               DISPLAY '  (DESCONTADOS ' WRK-LITROS-AFERIDOS
                   ' L DE AFERICAO NO GALAO, DEVOLVIDOS AO TANQUE)'
           END-IF.

           IF WRK-DIF-ENC-ABS GREATER WRK-TOLERANCIA-ENC
               ADD 1 TO WRK-QTD-DIVERGENTES
           IF WRK-BMB-NUMERO (WRK-IDX-BOMBA) EQUAL ENC-BOMBA
               MOVE WRK-BMB-LITROS (WRK-IDX-BOMBA)
                   TO WRK-LITROS-BOMBA
               MOVE WRK-BMB-AFERIDOS (WRK-IDX-BOMBA)
                   TO WRK-LITROS-AFERIDOS
               MOVE "S" TO WRK-BOMBA-NO-QUADRO
           END-IF.

           MOVE WRK-TOTAL-TURNO TO WRK-VALOR-EDITADO.
           DISPLAY 'TOTAL APURADO DO TURNO ' WRK-TURNO-PEDIDO ': '
               WRK-VALOR-EDITADO.
           MOVE WRK-TOT-COMBUSTIVEL TO WRK-FORMA-EDITADA.
           DISPLAY 'COMBUSTIVEL ......: ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-LOJA TO WRK-FORMA-EDITADA.
           DISPLAY 'LOJA CONVENIENCIA : ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-DINHEIRO TO WRK-FORMA-EDITADA.
           DISPLAY 'VENDAS EM DINHEIRO: ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-CARTAO TO WRK-FORMA-EDITADA.
           DISPLAY 'VENDAS EM CARTAO .: ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-PIX TO WRK-FORMA-EDITADA.
           DISPLAY 'VENDAS EM PIX ....: ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-FROTA TO WRK-FORMA-EDITADA.
           DISPLAY 'A PRAZO (FROTAS) .: ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-FUNCIONARIOS TO WRK-FORMA-EDITADA.
           DISPLAY 'CONTA FUNCIONARIOS: ' WRK-FORMA-EDITADA.
           MOVE WRK-TOT-DEBITO-CONTA TO WRK-FORMA-EDITADA.
           DISPLAY 'DEBITO EM CONTA ..: ' WRK-FORMA-EDITADA.
           DISPLAY 'DINHEIRO CONTADO NO CAIXA: '.
           ACCEPT WRK-DINHEIRO-CONTADO.

      *    A CONFERENCIA DE CAIXA E SO CONTRA O QUE FOI VENDIDO EM
      *    DINHEIRO - CARTAO, PIX, FROTA, CONTA DE FUNCIONARIO E
      *    DEBITO EM CONTA NAO PASSAM PELA GAVETA.
           COMPUTE WRK-DIFERENCA EQUAL
               WRK-DINHEIRO-CONTADO - WRK-TOT-DINHEIRO.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDITADA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 4100-IMPRIME-LINHA-TIPO UNTIL WRK-IDX NOT LESS 3.

           MOVE WRK-TOT-COMBUSTIVEL TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL COMBUSTIVEL ....... VALOR: " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-QTD-ITENS-LOJA TO WRK-QTD-EDITADA.
           MOVE WRK-TOT-LOJA TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LOJA CONVENIENCIA " WRK-QTD-EDITADA
                  " ITENS  VALOR: " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-DINHEIRO TO WRK-VALOR-EDITADO.
           MOVE WRK-DINHEIRO-CONTADO TO WRK-CONTADO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF WRK-TOT-FROTA GREATER ZEROS
               MOVE WRK-TOT-FROTA TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "A RECEBER DE FROTAS: " WRK-VALOR-EDITADO
                      " (FATURA MENSAL - FORA DO CAIXA)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           IF WRK-TOT-FUNCIONARIOS GREATER ZEROS
               MOVE WRK-TOT-FUNCIONARIOS TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CONTA DE FUNCIONARIOS: " WRK-VALOR-EDITADO
                      " (DESCONTO EM FOLHA - FORA DO CAIXA)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           IF WRK-TOT-DEBITO-CONTA GREATER ZEROS
               MOVE WRK-TOT-DEBITO-CONTA TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "DEBITO EM CONTA: " WRK-VALOR-EDITADO
                      " (TRANSFERENCIA INTERNA - FORA DO CAIXA)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           IF WRK-QTD-CANCELADAS GREATER ZEROS
               MOVE WRK-TOT-CANCELADO TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
      *----------------------------------------------------------------*
      * GRAVA UM REGISTRO DE LIQUIDACAO POR ADQUIRENTE (CARTAO E PIX)   *
      * COM O TOTAL DO TURNO, PARA A TESOURARIA CASAR COM O DEPOSITO    *
      * QUE O BANCO CREDITA DOIS DIAS DEPOIS. O DEBITO EM CONTA SAI     *
      * COMO TRANSFERENCIA INTERNA (B), JA DEBITADA NA HORA DA VENDA.   *
      *----------------------------------------------------------------*
       4500-GRAVA-LIQUIDACAO.
           OPEN EXTEND ARQUIVO-LIQUIDACAO.
               MOVE WRK-TOT-PIX TO LIQ-VALOR
               WRITE LIQUIDACAO-REGISTRO
           END-IF.
           IF WRK-TOT-DEBITO-CONTA GREATER ZEROS
               MOVE WRK-DATA-ATUAL TO LIQ-DATA
               MOVE WRK-TURNO-PEDIDO TO LIQ-TURNO
               MOVE "B" TO LIQ-FORMA
               MOVE WRK-TOT-DEBITO-CONTA TO LIQ-VALOR
               WRITE LIQUIDACAO-REGISTRO
           END-IF.
           CLOSE ARQUIVO-LIQUIDACAO.

       4150-NOME-DO-TIPO.
