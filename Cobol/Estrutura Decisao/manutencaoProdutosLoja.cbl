      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoProdutosLoja".
       AUTHOR. "LUCAS KURATA".
      *    MANUTENCAO DO MESTRE DE PRODUTOS DA LOJA DE CONVENIENCIA
      *     (PRODUTOS_LOJA.DAT): INCLUSAO COM PRECO DE VENDA E CUSTO,
      *     ALTERACAO DE PRECO/SITUACAO E ENTRADA DE MERCADORIA NO
      *     ESTOQUE. A SAIDA E PELA BOMBA (ITENS NO CUPOM) E O ACERTO
      *     PELA CONTAGEM FISICA (ContagemEstoqueLoja).
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-PRODUTOS
           ASSIGN TO "produtos_loja.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRD-CODIGO
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-PRODUTOS.
           COPY "PRODUTO-LOJA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-OPCAO                      PIC 9(1) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-QTD-ENTRADA                PIC 9(5) VALUE ZEROS.
       77 WRK-PRECO-EDITADO              PIC ZZZ9,99.
       77 WRK-CUSTO-EDITADO              PIC ZZZ9,99.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           OPEN I-O ARQUIVO-PRODUTOS.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-PRODUTOS.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '========================================='.
           DISPLAY 'MANUTENCAO DE PRODUTOS DA LOJA'.
           DISPLAY '1 - Listar produtos'.
           DISPLAY '2 - Incluir produto'.
           DISPLAY '3 - Alterar produto (preco, custo, situacao)'.
           DISPLAY '4 - Entrada de mercadoria no estoque'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM 2000-LISTA-PRODUTOS
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM 3000-INCLUI-PRODUTO
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM 4000-ALTERA-PRODUTO
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM 5000-ENTRADA-MERCADORIA
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

       2000-LISTA-PRODUTOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PRD-CODIGO.
           START ARQUIVO-PRODUTOS KEY IS NOT LESS PRD-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 2100-LE-PROXIMO-PRODUTO
           END-IF.

           PERFORM 2200-EXIBE-PRODUTO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       2100-LE-PROXIMO-PRODUTO.
           READ ARQUIVO-PRODUTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2200-EXIBE-PRODUTO.
           MOVE PRD-PRECO-VENDA TO WRK-PRECO-EDITADO.
           MOVE PRD-CUSTO TO WRK-CUSTO-EDITADO.
           DISPLAY 'PRODUTO: ' PRD-CODIGO '  ' PRD-DESCRICAO
               '  SITUACAO: ' PRD-SITUACAO.
           DISPLAY '  PRECO: ' WRK-PRECO-EDITADO
               '  CUSTO: ' WRK-CUSTO-EDITADO
               '  ESTOQUE: ' PRD-ESTOQUE.
           PERFORM 2100-LE-PROXIMO-PRODUTO.

       2500-PEDE-DADOS.
           DISPLAY 'DESCRICAO DO PRODUTO: '.
           ACCEPT PRD-DESCRICAO.
           DISPLAY 'PRECO DE VENDA (R$): '.
           ACCEPT PRD-PRECO-VENDA.
           DISPLAY 'CUSTO UNITARIO (R$): '.
           ACCEPT PRD-CUSTO.

       3000-INCLUI-PRODUTO.
           DISPLAY 'CODIGO DO PRODUTO (5 NUMEROS): '.
           ACCEPT PRD-CODIGO.

           IF PRD-CODIGO EQUAL ZEROS
               DISPLAY 'CODIGO INVALIDO - NAO PODE SER ZERO.'
           ELSE
               PERFORM 2500-PEDE-DADOS
               MOVE ZEROS TO PRD-ESTOQUE
               MOVE "A" TO PRD-SITUACAO
               WRITE PRODUTO-REGISTRO
                   INVALID KEY
                       DISPLAY 'CODIGO ' PRD-CODIGO ' JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'PRODUTO INCLUIDO - ESTOQUE ZERO, USE '
                           'A ENTRADA DE MERCADORIA.'
               END-WRITE
           END-IF.

      *    O ESTOQUE NAO E DIGITADO AQUI: SO A ENTRADA DE MERCADORIA,
      *     A BOMBA, O CANCELAMENTO E A CONTAGEM FISICA MEXEM NELE.
       4000-ALTERA-PRODUTO.
           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT PRD-CODIGO.

           READ ARQUIVO-PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO.'
               NOT INVALID KEY
                   PERFORM 2500-PEDE-DADOS
                   DISPLAY 'SITUACAO (A-ATIVO I-INATIVO): '
                   ACCEPT PRD-SITUACAO
                   IF PRD-SITUACAO EQUAL 'i'
                       MOVE 'I' TO PRD-SITUACAO
                   END-IF
                   IF PRD-SITUACAO NOT EQUAL 'I'
                       MOVE 'A' TO PRD-SITUACAO
                   END-IF
                   REWRITE PRODUTO-REGISTRO
                   DISPLAY 'PRODUTO ALTERADO.'
           END-READ.

       5000-ENTRADA-MERCADORIA.
           DISPLAY 'CODIGO DO PRODUTO: '.
           ACCEPT PRD-CODIGO.

           READ ARQUIVO-PRODUTOS
               INVALID KEY
                   DISPLAY 'PRODUTO NAO ENCONTRADO.'
               NOT INVALID KEY
                   DISPLAY PRD-DESCRICAO '  ESTOQUE ATUAL: '
                       PRD-ESTOQUE
                   DISPLAY 'QUANTIDADE RECEBIDA: '
                   ACCEPT WRK-QTD-ENTRADA
                   ADD WRK-QTD-ENTRADA TO PRD-ESTOQUE
                   REWRITE PRODUTO-REGISTRO
                   DISPLAY 'ENTRADA REGISTRADA - NOVO ESTOQUE: '
                       PRD-ESTOQUE
           END-READ.
