      *     TOTALIZADORES (FECHAMENTO DE TURNO, RELATORIOS, COMISSAO)
      *     PASSAM A IGNORA-LA - ACABA O "ACERTO" IMPROVISADO NA
      *     VENDA SEGUINTE. TURNO JA FECHADO NAO ACEITA CANCELAMENTO.
      *     VENDA A PRAZO DE FROTA DEVOLVE O VALOR AO CREDITO DA FROTA;
      *     COMPRA NA CONTA DO FUNCIONARIO SAI DO CONSUMO DO MES.
      *     DEBITO EM CONTA DO BANCO VOLTA AO SALDO DA CONTA PELO
      *     MOVIMENTO X (ESTORNO DE COMPRA NO POSTO), NO VALOR DO
      *     MOVIMENTO P ORIGINAL.
      *     OS ITENS DE LOJA DO MESMO CUPOM SAO CANCELADOS JUNTO E
      *     VOLTAM AO ESTOQUE DA LOJA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ASSIGN TO "pontos_movimentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FROTAS
           ASSIGN TO "frotas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONSUMO-FUNC
           ASSIGN TO "consumo_funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CFU-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ITENS-LOJA
           ASSIGN TO "itens_venda_loja.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ITENS-NOVO
           ASSIGN TO "itens_venda_loja.novo"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PRODUTOS
           ASSIGN TO "produtos_loja.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRD-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-USUARIOS
           ASSIGN TO "usuarios.dat"
           ORGANIZATION IS INDEXED
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-VENDAS-NOVO.
       01  VENDA-REGISTRO-NOVO PIC X(100).

       FD  ARQUIVO-TANQUES.
           COPY "TANQUE-REGISTRO.cpy".
       FD  ARQUIVO-MOV-PONTOS.
           COPY "MOVIMENTO-PONTOS.cpy".

       FD  ARQUIVO-FROTAS.
           COPY "FROTA-REGISTRO.cpy".

       FD  ARQUIVO-CONSUMO-FUNC.
           COPY "CONSUMO-FUNCIONARIO.cpy".

       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

       FD  ARQUIVO-ITENS-LOJA.
           COPY "ITEM-VENDA-LOJA.cpy".

       FD  ARQUIVO-ITENS-NOVO.
       01  ITEM-LOJA-REGISTRO-NOVO PIC X(60).

       FD  ARQUIVO-PRODUTOS.
           COPY "PRODUTO-LOJA.cpy".

       FD  ARQUIVO-USUARIOS.
           COPY "USUARIO-REGISTRO.cpy".

       77 WRK-CAN-TELEFONE               PIC 9(11) VALUE ZEROS.
       77 WRK-CAN-TURNO                  PIC 9(5) VALUE ZEROS.
       77 WRK-CAN-LIQUIDO                PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-CAN-PONTOS                 PIC 9(5) VALUE ZEROS.
       77 WRK-CAN-FROTA                  PIC 9(4) VALUE ZEROS.
       77 WRK-CAN-FUNCIONARIO            PIC 9(4) VALUE ZEROS.
       77 WRK-CAN-MES                    PIC 9(6) VALUE ZEROS.
       77 WRK-CAN-ITENS                  PIC 9(2) VALUE ZEROS.
       77 WRK-CAN-CONTA                  PIC 9(8) VALUE ZEROS.
       77 WRK-CAN-SEQ-DEBITO             PIC 9(6) VALUE ZEROS.
       77 WRK-CAN-VALOR-DEBITO           PIC 9(7)V9(2) VALUE ZEROS.

      *    IDENTIFICACAO DO OPERADOR: CANCELAMENTO E OPERACAO
      *    DESTRUTIVA E EXIGE SUPERVISOR OU ADMINISTRADOR.

           PERFORM 3000-MARCA-CANCELADA.
           PERFORM 4000-DEVOLVE-LITROS-AO-TANQUE.
           PERFORM 4500-CANCELA-ITENS-LOJA.
           IF WRK-CAN-TELEFONE GREATER ZEROS
               PERFORM 5000-ESTORNA-PONTOS
           END-IF.
           IF WRK-CAN-FROTA GREATER ZEROS
               PERFORM 5500-ESTORNA-FROTA
           END-IF.
           IF WRK-CAN-FUNCIONARIO GREATER ZEROS
               PERFORM 5600-ESTORNA-CONTA-FUNCIONARIO
           END-IF.
           IF WRK-CAN-CONTA GREATER ZEROS
               PERFORM 5700-ESTORNA-DEBITO-CONTA
           END-IF.
           PERFORM 6000-GRAVA-LOG.
           MOVE "CANC-VENDA" TO WRK-SEG-EVENTO.
           PERFORM 7000-GRAVA-SEGURANCA.
               MOVE VENDA-TELEFONE-FIEL TO WRK-CAN-TELEFONE
               MOVE VENDA-TURNO TO WRK-CAN-TURNO
               MOVE VENDA-LIQUIDO TO WRK-CAN-LIQUIDO
               MOVE VENDA-LITROS TO WRK-CAN-PONTOS
               MOVE ZEROS TO WRK-CAN-FROTA
               IF PAGAMENTO-FROTA AND VENDA-FROTA NUMERIC
                   MOVE VENDA-FROTA TO WRK-CAN-FROTA
               END-IF
               MOVE ZEROS TO WRK-CAN-FUNCIONARIO
               IF PAGAMENTO-FUNCIONARIO AND VENDA-FUNCIONARIO NUMERIC
                   MOVE VENDA-FUNCIONARIO TO WRK-CAN-FUNCIONARIO
                   MOVE VENDA-DATA (1:6) TO WRK-CAN-MES
               END-IF
               MOVE ZEROS TO WRK-CAN-CONTA
               MOVE ZEROS TO WRK-CAN-SEQ-DEBITO
               IF PAGAMENTO-DEBITO-CONTA
                   AND VENDA-CONTA-DEBITO NUMERIC
                   AND VENDA-SEQ-DEBITO NUMERIC
                   MOVE VENDA-CONTA-DEBITO TO WRK-CAN-CONTA
                   MOVE VENDA-SEQ-DEBITO TO WRK-CAN-SEQ-DEBITO
               END-IF
               IF VENDA-COM-BONUS
                   ADD VENDA-LITROS TO WRK-CAN-PONTOS
               END-IF
           END-IF.
           PERFORM 2100-LE-VENDA.

           CLOSE ARQUIVO-TANQUES.

      *----------------------------------------------------------------*
      * ITENS DE LOJA DO CUPOM: MARCADOS CANCELADOS PELO MESMO .NOVO DO *
      * ARQUIVO DE VENDAS, COM A QUANTIDADE DEVOLVIDA AO ESTOQUE.       *
      *----------------------------------------------------------------*
       4500-CANCELA-ITENS-LOJA.
           MOVE ZEROS TO WRK-CAN-ITENS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ITENS-LOJA.
           OPEN OUTPUT ARQUIVO-ITENS-NOVO.
           OPEN I-O ARQUIVO-PRODUTOS.
           PERFORM 4510-LE-ITEM.
           PERFORM 4520-COPIA-ITEM
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-ITENS-LOJA.
           CLOSE ARQUIVO-ITENS-NOVO.
           CLOSE ARQUIVO-PRODUTOS.

           IF WRK-CAN-ITENS GREATER ZEROS
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT ARQUIVO-ITENS-NOVO
               OPEN OUTPUT ARQUIVO-ITENS-LOJA
               PERFORM 4540-LE-ITEM-NOVO
               PERFORM 4550-DEVOLVE-ITEM
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE ARQUIVO-ITENS-NOVO
               CLOSE ARQUIVO-ITENS-LOJA
               DISPLAY 'ITENS DE LOJA CANCELADOS: ' WRK-CAN-ITENS
                   ' - DEVOLVIDOS AO ESTOQUE.'
           END-IF.

       4510-LE-ITEM.
           READ ARQUIVO-ITENS-LOJA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       4520-COPIA-ITEM.
           IF ITL-CUPOM EQUAL WRK-CUPOM-PEDIDO
               AND ITEM-ATIVO
               MOVE "C" TO ITL-STATUS
               ADD 1 TO WRK-CAN-ITENS
               PERFORM 4530-DEVOLVE-ESTOQUE-LOJA
           END-IF.
           WRITE ITEM-LOJA-REGISTRO-NOVO FROM ITEM-LOJA-REGISTRO.
           PERFORM 4510-LE-ITEM.

       4530-DEVOLVE-ESTOQUE-LOJA.
           MOVE ITL-PRODUTO TO PRD-CODIGO.
           READ ARQUIVO-PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO ' ITL-PRODUTO ' SEM CADASTRO - '
                       'ESTOQUE NAO DEVOLVIDO.'
               NOT INVALID KEY
                   ADD ITL-QUANTIDADE TO PRD-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
           END-READ.

       4540-LE-ITEM-NOVO.
           READ ARQUIVO-ITENS-NOVO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       4550-DEVOLVE-ITEM.
           WRITE ITEM-LOJA-REGISTRO FROM ITEM-LOJA-REGISTRO-NOVO.
           PERFORM 4540-LE-ITEM-NOVO.

      *----------------------------------------------------------------*
      * ESTORNA OS PONTOS ACUMULADOS NA VENDA (1 PONTO POR LITRO, MAIS  *
      * O BONUS QUANDO A VENDA FOI NO MES DE ANIVERSARIO) COM           *
      * MOVIMENTO "C" NO RAZAO, SEM DEIXAR O SALDO NEGATIVO.            *
      *----------------------------------------------------------------*
       5000-ESTORNA-PONTOS.
                   DISPLAY 'CLIENTE ' WRK-CAN-TELEFONE ' SEM SALDO '
                       'DE PONTOS - NADA A ESTORNAR.'
               NOT INVALID KEY
                   IF WRK-CAN-PONTOS GREATER PON-SALDO
                       MOVE ZEROS TO PON-SALDO
                   ELSE
                       SUBTRACT WRK-CAN-PONTOS FROM PON-SALDO
                   END-IF
                   REWRITE PONTOS-REGISTRO
                   MOVE WRK-DATA-ATUAL TO MOVP-DATA
                   MOVE WRK-CAN-TELEFONE TO MOVP-TELEFONE
                   MOVE "C" TO MOVP-TIPO
                   MOVE WRK-CAN-PONTOS TO MOVP-PONTOS
                   MOVE PON-SALDO TO MOVP-SALDO-APOS
                   WRITE MOV-PONTOS-REGISTRO
           END-READ.
           CLOSE ARQUIVO-PONTOS.
           CLOSE ARQUIVO-MOV-PONTOS.

      *    VENDA A PRAZO: O VALOR SAI DO SALDO EM ABERTO DA FROTA E A
      *     VENDA CANCELADA FICA FORA DA FATURA DO MES.
       5500-ESTORNA-FROTA.
           OPEN I-O ARQUIVO-FROTAS.
           MOVE WRK-CAN-FROTA TO FRO-CODIGO.
           READ ARQUIVO-FROTAS
               INVALID KEY
                   DISPLAY 'FROTA ' WRK-CAN-FROTA ' SEM CADASTRO - '
                       'CREDITO NAO DEVOLVIDO.'
               NOT INVALID KEY
                   IF WRK-CAN-LIQUIDO GREATER FRO-SALDO-ABERTO
                       MOVE ZEROS TO FRO-SALDO-ABERTO
                   ELSE
                       SUBTRACT WRK-CAN-LIQUIDO FROM FRO-SALDO-ABERTO
                   END-IF
                   REWRITE FROTA-REGISTRO
                   DISPLAY 'VALOR DEVOLVIDO AO CREDITO DA FROTA '
                       WRK-CAN-FROTA '.'
           END-READ.
           CLOSE ARQUIVO-FROTAS.

      *    CONTA DO FUNCIONARIO: O VALOR SAI DO CONSUMO DO MES DA VENDA
      *     (DEVOLVENDO O CREDITO) E A VENDA CANCELADA FICA FORA DO
      *     DESCONTO EM FOLHA.
       5600-ESTORNA-CONTA-FUNCIONARIO.
           OPEN I-O ARQUIVO-CONSUMO-FUNC.
           MOVE WRK-CAN-FUNCIONARIO TO CFU-CODIGO.
           READ ARQUIVO-CONSUMO-FUNC
               INVALID KEY
                   DISPLAY 'FUNCIONARIO ' WRK-CAN-FUNCIONARIO
                       ' SEM CONTA DE CONSUMO - CREDITO NAO DEVOLVIDO.'
               NOT INVALID KEY
                   IF CFU-PERIODO-CONSUMO EQUAL WRK-CAN-MES
                       IF WRK-CAN-LIQUIDO GREATER CFU-CONSUMO-MES
                           MOVE ZEROS TO CFU-CONSUMO-MES
                       ELSE
                           SUBTRACT WRK-CAN-LIQUIDO FROM CFU-CONSUMO-MES
                       END-IF
                       REWRITE CONSUMO-FUNCIONARIO-REGISTRO
                   END-IF
                   DISPLAY 'VALOR DEVOLVIDO AO CREDITO DO FUNCIONARIO '
                       WRK-CAN-FUNCIONARIO '.'
           END-READ.
           CLOSE ARQUIVO-CONSUMO-FUNC.

      *    DEBITO EM CONTA: O VALOR DO MOVIMENTO P DA VENDA (COMBUSTIVEL
      *     E LOJA DO CUPOM) VOLTA AO SALDO PELO MOVIMENTO X, COM A
      *     DATA DO CANCELAMENTO. SEM O MOVIMENTO ORIGINAL NAO HA O QUE
      *     ESTORNAR - A CONCILIACAO DO DIA APONTA A DIFERENCA.
       5700-ESTORNA-DEBITO-CONTA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           OPEN I-O ARQUIVO-CONTAS.
           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.
           PERFORM 5710-GRAVA-ESTORNO THRU 5710-GRAVA-ESTORNO-FIM.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.

       5710-GRAVA-ESTORNO.
           MOVE WRK-CAN-CONTA TO CMV-CONTA.
           MOVE WRK-CAN-SEQ-DEBITO TO CMV-SEQ.
           READ ARQUIVO-MOVIMENTOS-CONTA
               INVALID KEY
                   DISPLAY 'MOVIMENTO DE DEBITO ' WRK-CAN-SEQ-DEBITO
                       ' DA CONTA ' WRK-CAN-CONTA ' NAO ENCONTRADO - '
                       'ESTORNO NAO FEITO.'
                   GO TO 5710-GRAVA-ESTORNO-FIM
           END-READ.
           IF NOT MOV-DEBITO-POSTO
               DISPLAY 'MOVIMENTO ' WRK-CAN-SEQ-DEBITO ' DA CONTA '
                   WRK-CAN-CONTA ' NAO E COMPRA NO POSTO - ESTORNO '
                   'NAO FEITO.'
               GO TO 5710-GRAVA-ESTORNO-FIM
           END-IF.
           MOVE CMV-VALOR TO WRK-CAN-VALOR-DEBITO.

           MOVE WRK-CAN-CONTA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WRK-CAN-CONTA ' NAO ENCONTRADA - '
                       'ESTORNO NAO FEITO.'
                   GO TO 5710-GRAVA-ESTORNO-FIM
           END-READ.

           ADD 1 TO CONTA-PROX-SEQ.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE CONTA-PROX-SEQ TO CMV-SEQ.
           MOVE WRK-DATA-ATUAL TO CMV-DATA.
           MOVE WRK-HORA-ATUAL TO CMV-HORA.
           MOVE "X" TO CMV-TIPO.
           MOVE WRK-CAN-VALOR-DEBITO TO CMV-VALOR.
           MOVE "E" TO CMV-STATUS.
           MOVE ZEROS TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE CONTA-MOVIMENTO-REGISTRO
           END-WRITE.

           ADD WRK-CAN-VALOR-DEBITO TO CONTA-SALDO.
           REWRITE CONTA-REGISTRO.
           DISPLAY 'VALOR ESTORNADO NA CONTA ' WRK-CAN-CONTA '.'.

       5710-GRAVA-ESTORNO-FIM.
           EXIT.

       6000-GRAVA-LOG.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
