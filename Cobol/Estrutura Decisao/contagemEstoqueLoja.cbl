      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ContagemEstoqueLoja".
       AUTHOR. "LUCAS KURATA".
      *    CONTAGEM FISICA DO ESTOQUE DA LOJA DE CONVENIENCIA: PARA
      *     CADA PRODUTO ATIVO DE PRODUTOS_LOJA.DAT MOSTRA O ESTOQUE
      *     DO SISTEMA, RECEBE A QUANTIDADE CONTADA NA PRATELEIRA E
      *     APURA A QUEBRA (SISTEMA MAIOR QUE O CONTADO) OU SOBRA,
      *     VALORIZADA AO CUSTO, NO RELATORIO QUEBRA_ESTOQUE_LOJA.LST.
      *     O ESTOQUE DO PRODUTO PASSA A SER O CONTADO.
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

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "quebra_estoque_loja.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-PRODUTOS.
           COPY "PRODUTO-LOJA.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-QTD-CONTADA                PIC 9(5) VALUE ZEROS.
       77 WRK-DIFERENCA                  PIC S9(5) VALUE ZEROS.
       77 WRK-VALOR-DIFERENCA            PIC S9(7)V9(2) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES            PIC 9(5) VALUE ZEROS.
      *    QUEBRA = FALTA NA PRATELEIRA; SOBRA = CONTADO ACIMA DO
      *    SISTEMA. AS DUAS AO CUSTO DO PRODUTO.
       77 WRK-TOT-QUEBRA                 PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TOT-SOBRA                  PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-DIFERENCA-EDITADA          PIC -ZZZZ9.
       77 WRK-VALOR-EDITADO              PIC -ZZZZZZ9,99.
       77 WRK-TOTAL-EDITADO              PIC ZZZZZZ9,99.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'CONTAGEM FISICA DO ESTOQUE DA LOJA'.

           OPEN I-O ARQUIVO-PRODUTOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTAGEM DO ESTOQUE DA LOJA DE CONVENIENCIA EM "
                  WRK-DATA-ATUAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTO DESCRICAO                      SISTEMA "
                  "CONTADO  DIFER.   VALOR AO CUSTO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO PRD-CODIGO.
           START ARQUIVO-PRODUTOS KEY IS NOT LESS PRD-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 1000-LE-PRODUTO
           END-IF.
           PERFORM 2000-CONTA-PRODUTO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 3000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-PRODUTOS.
           CLOSE ARQUIVO-RELATORIO.

           MOVE WRK-TOT-QUEBRA TO WRK-TOTAL-EDITADO.
           DISPLAY 'CONTAGEM ENCERRADA - PRODUTOS: ' WRK-QTD-PRODUTOS
               '  DIVERGENTES: ' WRK-QTD-DIVERGENTES
               '  QUEBRA: ' WRK-TOTAL-EDITADO.
           STOP RUN.

       1000-LE-PRODUTO.
           READ ARQUIVO-PRODUTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * SO PRODUTO ATIVO E CONTADO. A DIFERENCA E SISTEMA MENOS         *
      * CONTADO: POSITIVA E QUEBRA, NEGATIVA E SOBRA.                   *
      *----------------------------------------------------------------*
       2000-CONTA-PRODUTO.
           IF PRODUTO-ATIVO
               ADD 1 TO WRK-QTD-PRODUTOS
               DISPLAY PRD-CODIGO ' ' PRD-DESCRICAO
                   '  SISTEMA: ' PRD-ESTOQUE
               DISPLAY '  QUANTIDADE CONTADA: '
               ACCEPT WRK-QTD-CONTADA
               COMPUTE WRK-DIFERENCA EQUAL
                   PRD-ESTOQUE - WRK-QTD-CONTADA
               COMPUTE WRK-VALOR-DIFERENCA EQUAL
                   WRK-DIFERENCA * PRD-CUSTO
               IF WRK-DIFERENCA NOT EQUAL ZEROS
                   PERFORM 2100-REGISTRA-DIFERENCA
               END-IF
               MOVE WRK-QTD-CONTADA TO PRD-ESTOQUE
               REWRITE PRODUTO-REGISTRO
           END-IF.
           PERFORM 1000-LE-PRODUTO.

       2100-REGISTRA-DIFERENCA.
           ADD 1 TO WRK-QTD-DIVERGENTES.
           IF WRK-DIFERENCA GREATER ZEROS
               ADD WRK-VALOR-DIFERENCA TO WRK-TOT-QUEBRA
           ELSE
               SUBTRACT WRK-VALOR-DIFERENCA FROM WRK-TOT-SOBRA
           END-IF.

           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDITADA.
           MOVE WRK-VALOR-DIFERENCA TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING PRD-CODIGO "   " PRD-DESCRICAO
                  " " PRD-ESTOQUE "   " WRK-QTD-CONTADA
                  " " WRK-DIFERENCA-EDITADA
                  "  " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTOS CONTADOS: " WRK-QTD-PRODUTOS
                  "  COM DIFERENCA: " WRK-QTD-DIVERGENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-QUEBRA TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "QUEBRA DE ESTOQUE (AO CUSTO): " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-SOBRA TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOBRA DE ESTOQUE (AO CUSTO) : " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
