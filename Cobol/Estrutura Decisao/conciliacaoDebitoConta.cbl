      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConciliacaoDebitoConta".
       AUTHOR. "LUCAS KURATA".
      *    CONCILIACAO DIARIA DO DEBITO EM CONTA NA BOMBA: PARA A DATA
      *     DE MOVIMENTO (DATA_MOVIMENTO.DAT, OU O RELOGIO SEM ELA)
      *     CASA AS VENDAS PAGAS COM DEBITO EM CONTA (FORMA B) COM OS
      *     MOVIMENTOS DAS CONTAS (CONTAS_MOVIMENTOS.DAT). CADA VENDA
      *     TEM O SEU MOVIMENTO P (COMPRA NO POSTO) PELA CONTA E
      *     SEQUENCIA GRAVADAS NA VENDA, NO VALOR DO CUPOM
      *     (COMBUSTIVEL MAIS OS ITENS DA LOJA); A VENDA CANCELADA TEM
      *     AINDA O MOVIMENTO X (ESTORNO) DE MESMO VALOR NA MESMA
      *     CONTA. O RELATORIO CONCILIACAO_DEBITO_CONTA.LST MOSTRA AS
      *     DIVERGENCIAS E OS TOTAIS DA BOMBA CONTRA OS DAS CONTAS; O
      *     QUE NAO CASA VAI PARA CONCILIACAO_DEBITO_CONTA_EXC.LST,
      *     RECOLHIDA PELO CONSOLIDADOR NA WORKLIST DE EXCECOES.
      *     CANCELAMENTO QUE VIROU A MEIA-NOITE APARECE NOS DOIS DIAS
      *     (CANCELADA SEM ESTORNO / ESTORNO SEM VENDA CANCELADA).
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
           SELECT OPTIONAL ARQUIVO-VENDAS
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ITENS-LOJA
           ASSIGN TO "itens_venda_loja.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "conciliacao_debito_conta.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO "conciliacao_debito_conta_exc.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-ITENS-LOJA.
           COPY "ITEM-VENDA-LOJA.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQUIVO-EXCECOES.
       01  LINHA-EXCECAO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-DATA-MOVIMENTO             PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-VENDA-ACHADA               PIC A(1) VALUE "N".
       77 WRK-CUPOM-PROCURADO            PIC 9(6) VALUE ZEROS.
       77 WRK-IDX                        PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-VENDAS                 PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-ATIVAS                 PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CANCELADAS             PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DEBITOS                PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ESTORNOS               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-EXCECOES               PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-ATIVAS                 PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-CANCELADAS             PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-DEBITOS                PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-ESTORNOS               PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-LIQUIDO-CONTAS         PIC S9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-DIFERENCA              PIC S9(9)V9(2) VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZ9,99.
       77 WRK-TOTAL-EDITADO              PIC ZZZZZZZZ9,99.
       77 WRK-DIFERENCA-EDITADA          PIC -ZZZZZZZZ9,99.

      *    OCORRENCIA DA CONCILIACAO, MONTADA ANTES DE IMPRIMIR A LINHA
      *    DO RELATORIO E A LINHA DE EXCECAO.
       01 WRK-OCORRENCIA.
           05 WRK-OCO-TEXTO              PIC X(28).
           05 WRK-OCO-DATA               PIC 9(8).
           05 WRK-OCO-CUPOM              PIC 9(6).
           05 WRK-OCO-CONTA              PIC 9(8).
           05 WRK-OCO-SEQ                PIC 9(6).
           05 WRK-OCO-VALOR              PIC 9(7)V9(2).

      *    VENDAS COM DEBITO EM CONTA DO DIA, ATIVAS E CANCELADAS, NA
      *    ORDEM DO ARQUIVO. O VALOR E O DO CUPOM INTEIRO, QUE E O QUE
      *    SAIU DA CONTA.
       01 WRK-QUADRO-VENDAS.
           05 WRK-VENDA-ITEM OCCURS 2000 TIMES.
               10 WRK-VND-CUPOM          PIC 9(6).
               10 WRK-VND-CONTA          PIC 9(8).
               10 WRK-VND-SEQ            PIC 9(6).
               10 WRK-VND-VALOR          PIC 9(7)V9(2).
               10 WRK-VND-CANCELADA      PIC A(1).
               10 WRK-VND-DEBITADA       PIC A(1).
               10 WRK-VND-ESTORNADA      PIC A(1).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.

           OPEN INPUT ARQUIVO-VENDAS.
           PERFORM 1000-LE-VENDA.
           PERFORM 1100-CARREGA-VENDA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-VENDAS.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ITENS-LOJA.
           PERFORM 1200-LE-ITEM-LOJA.
           PERFORM 1300-SOMA-ITEM-LOJA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-ITENS-LOJA.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           OPEN OUTPUT ARQUIVO-EXCECOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO DO DEBITO EM CONTA NA BOMBA - DIA "
                  WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OCORRENCIA                   DATA     CUPOM  "
                  "CONTA    MOVTO       VALOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING "EXCECOES DA CONCILIACAO DO DEBITO EM CONTA - DIA "
                  WRK-DATA-MOVIMENTO
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MOVIMENTOS-CONTA.
           PERFORM 2000-LE-MOVIMENTO.
           PERFORM 2050-PROCESSA-MOVIMENTO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 3000-AVALIA-VENDA UNTIL WRK-IDX NOT LESS
               WRK-QTD-VENDAS.

           PERFORM 4000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-EXCECOES.

           DISPLAY 'CONCILIACAO DO DEBITO EM CONTA - VENDAS: '
               WRK-QTD-VENDAS '  EXCECOES: ' WRK-QTD-EXCECOES.
           STOP RUN.

      *----------------------------------------------------------------*
      * DATA DE MOVIMENTO DA CADEIA; SEM O CONTROLE, VALE O RELOGIO.    *
      *----------------------------------------------------------------*
       0450-OBTEM-DATA-MOVIMENTO.
           ACCEPT WRK-DATA-MOVIMENTO FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   CONTINUE
               NOT AT END
                   IF DMV-DATA NUMERIC AND DMV-DATA GREATER ZEROS
                       MOVE DMV-DATA TO WRK-DATA-MOVIMENTO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

       1000-LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * SO VENDA DO DIA EM DEBITO EM CONTA, COM CUPOM NUMERADO. A       *
      * CANCELADA ENTRA TAMBEM - ELA TEM O DEBITO E O ESTORNO.          *
      *----------------------------------------------------------------*
       1100-CARREGA-VENDA.
           IF VENDA-DATA EQUAL WRK-DATA-MOVIMENTO
               AND PAGAMENTO-DEBITO-CONTA
               AND VENDA-CUPOM NUMERIC
               AND VENDA-CUPOM GREATER ZEROS
               IF WRK-QTD-VENDAS LESS 2000
                   ADD 1 TO WRK-QTD-VENDAS
                   MOVE VENDA-CUPOM TO WRK-VND-CUPOM (WRK-QTD-VENDAS)
                   MOVE ZEROS TO WRK-VND-CONTA (WRK-QTD-VENDAS)
                       WRK-VND-SEQ (WRK-QTD-VENDAS)
                   IF VENDA-CONTA-DEBITO NUMERIC
                       AND VENDA-SEQ-DEBITO NUMERIC
                       MOVE VENDA-CONTA-DEBITO TO
                           WRK-VND-CONTA (WRK-QTD-VENDAS)
                       MOVE VENDA-SEQ-DEBITO TO
                           WRK-VND-SEQ (WRK-QTD-VENDAS)
                   END-IF
                   MOVE VENDA-LIQUIDO TO WRK-VND-VALOR (WRK-QTD-VENDAS)
                   IF VENDA-CANCELADA
                       MOVE "S" TO WRK-VND-CANCELADA (WRK-QTD-VENDAS)
                   ELSE
                       MOVE "N" TO WRK-VND-CANCELADA (WRK-QTD-VENDAS)
                   END-IF
                   MOVE "N" TO WRK-VND-DEBITADA (WRK-QTD-VENDAS)
                       WRK-VND-ESTORNADA (WRK-QTD-VENDAS)
               ELSE
                   DISPLAY 'QUADRO DE VENDAS CHEIO - CUPOM '
                       VENDA-CUPOM ' FORA DA CONCILIACAO.'
               END-IF
           END-IF.
           PERFORM 1000-LE-VENDA.

       1200-LE-ITEM-LOJA.
           READ ARQUIVO-ITENS-LOJA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * O ITEM DA LOJA ENTRA NO VALOR DEBITADO DO CUPOM, CANCELADO OU   *
      * NAO (O DEBITO E O ESTORNO SAO DO CUPOM INTEIRO).                *
      *----------------------------------------------------------------*
       1300-SOMA-ITEM-LOJA.
           IF ITL-DATA EQUAL WRK-DATA-MOVIMENTO
               MOVE ITL-CUPOM TO WRK-CUPOM-PROCURADO
               PERFORM 2200-LOCALIZA-CUPOM
               IF WRK-VENDA-ACHADA EQUAL "S"
                   ADD ITL-VALOR TO WRK-VND-VALOR (WRK-IDX)
               END-IF
           END-IF.
           PERFORM 1200-LE-ITEM-LOJA.

       2000-LE-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS-CONTA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2050-PROCESSA-MOVIMENTO.
           IF CMV-DATA EQUAL WRK-DATA-MOVIMENTO
               IF MOV-DEBITO-POSTO
                   PERFORM 2100-CONCILIA-DEBITO
                       THRU 2100-CONCILIA-DEBITO-FIM
               END-IF
               IF MOV-ESTORNO-POSTO
                   PERFORM 2150-CONCILIA-ESTORNO
                       THRU 2150-CONCILIA-ESTORNO-FIM
               END-IF
           END-IF.
           PERFORM 2000-LE-MOVIMENTO.

      *----------------------------------------------------------------*
      * CASA O MOVIMENTO P COM A VENDA PELA CONTA E SEQUENCIA GRAVADAS  *
      * NA VENDA E CONFERE O VALOR DO CUPOM.                            *
      *----------------------------------------------------------------*
       2100-CONCILIA-DEBITO.
           ADD 1 TO WRK-QTD-DEBITOS.
           ADD CMV-VALOR TO WRK-TOT-DEBITOS.
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE CMV-DATA TO WRK-OCO-DATA.
           MOVE ZEROS TO WRK-OCO-CUPOM.
           MOVE CMV-CONTA TO WRK-OCO-CONTA.
           MOVE CMV-SEQ TO WRK-OCO-SEQ.
           MOVE CMV-VALOR TO WRK-OCO-VALOR.

           PERFORM 2300-LOCALIZA-DEBITO.

           IF WRK-VENDA-ACHADA NOT EQUAL "S"
               MOVE "DEBITO SEM VENDA" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2100-CONCILIA-DEBITO-FIM
           END-IF.

           MOVE WRK-VND-CUPOM (WRK-IDX) TO WRK-OCO-CUPOM.

           IF WRK-VND-DEBITADA (WRK-IDX) EQUAL "S"
               MOVE "DEBITO EM DUPLICIDADE" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2100-CONCILIA-DEBITO-FIM
           END-IF.

           MOVE "S" TO WRK-VND-DEBITADA (WRK-IDX).

           IF CMV-VALOR NOT EQUAL WRK-VND-VALOR (WRK-IDX)
               MOVE "VALOR DEBITADO DIFERE CUPOM" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
           END-IF.

       2100-CONCILIA-DEBITO-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * CASA O MOVIMENTO X COM UMA VENDA CANCELADA AINDA SEM ESTORNO DA *
      * MESMA CONTA E DE MESMO VALOR.                                   *
      *----------------------------------------------------------------*
       2150-CONCILIA-ESTORNO.
           ADD 1 TO WRK-QTD-ESTORNOS.
           ADD CMV-VALOR TO WRK-TOT-ESTORNOS.
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE CMV-DATA TO WRK-OCO-DATA.
           MOVE ZEROS TO WRK-OCO-CUPOM.
           MOVE CMV-CONTA TO WRK-OCO-CONTA.
           MOVE CMV-SEQ TO WRK-OCO-SEQ.
           MOVE CMV-VALOR TO WRK-OCO-VALOR.

           PERFORM 2400-LOCALIZA-CANCELADA.

           IF WRK-VENDA-ACHADA NOT EQUAL "S"
               MOVE "ESTORNO SEM VENDA CANCELADA" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2150-CONCILIA-ESTORNO-FIM
           END-IF.

           MOVE "S" TO WRK-VND-ESTORNADA (WRK-IDX).

       2150-CONCILIA-ESTORNO-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * PROCURA NO QUADRO A VENDA DO CUPOM PROCURADO.                   *
      *----------------------------------------------------------------*
       2200-LOCALIZA-CUPOM.
           MOVE "N" TO WRK-VENDA-ACHADA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2210-PROCURA-CUPOM
               UNTIL WRK-VENDA-ACHADA EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-VENDAS.

       2210-PROCURA-CUPOM.
           ADD 1 TO WRK-IDX.
           IF WRK-VND-CUPOM (WRK-IDX) EQUAL WRK-CUPOM-PROCURADO
               MOVE "S" TO WRK-VENDA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * PROCURA NO QUADRO A VENDA DA CONTA E SEQUENCIA DO MOVIMENTO.    *
      *----------------------------------------------------------------*
       2300-LOCALIZA-DEBITO.
           MOVE "N" TO WRK-VENDA-ACHADA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2310-PROCURA-DEBITO
               UNTIL WRK-VENDA-ACHADA EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-VENDAS.

       2310-PROCURA-DEBITO.
           ADD 1 TO WRK-IDX.
           IF WRK-VND-CONTA (WRK-IDX) EQUAL CMV-CONTA
               AND WRK-VND-SEQ (WRK-IDX) EQUAL CMV-SEQ
               MOVE "S" TO WRK-VENDA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * PROCURA NO QUADRO A VENDA CANCELADA, AINDA SEM ESTORNO, DA      *
      * CONTA E VALOR DO MOVIMENTO.                                     *
      *----------------------------------------------------------------*
       2400-LOCALIZA-CANCELADA.
           MOVE "N" TO WRK-VENDA-ACHADA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2410-PROCURA-CANCELADA
               UNTIL WRK-VENDA-ACHADA EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-VENDAS.

       2410-PROCURA-CANCELADA.
           ADD 1 TO WRK-IDX.
           IF WRK-VND-CANCELADA (WRK-IDX) EQUAL "S"
               AND WRK-VND-ESTORNADA (WRK-IDX) NOT EQUAL "S"
               AND WRK-VND-CONTA (WRK-IDX) EQUAL CMV-CONTA
               AND WRK-VND-VALOR (WRK-IDX) EQUAL CMV-VALOR
               MOVE "S" TO WRK-VENDA-ACHADA
           END-IF.

       2800-IMPRIME-OCORRENCIA.
           MOVE WRK-OCO-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-OCO-TEXTO " " WRK-OCO-DATA " " WRK-OCO-CUPOM
                  " " WRK-OCO-CONTA " " WRK-OCO-SEQ
                  " " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * LINHA DA LISTAGEM DE EXCECOES (OS 60 PRIMEIROS CARACTERES VIRAM *
      * A MENSAGEM DO ITEM NA WORKLIST).                                *
      *----------------------------------------------------------------*
       2900-GRAVA-EXCECAO.
           ADD 1 TO WRK-QTD-EXCECOES.
           MOVE WRK-OCO-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING WRK-OCO-TEXTO " CONTA " WRK-OCO-CONTA
                  " CUPOM " WRK-OCO-CUPOM " " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

      *----------------------------------------------------------------*
      * VENDA SEM O SEU DEBITO, E CANCELADA SEM O SEU ESTORNO.          *
      *----------------------------------------------------------------*
       3000-AVALIA-VENDA.
           ADD 1 TO WRK-IDX.
           IF WRK-VND-CANCELADA (WRK-IDX) EQUAL "S"
               ADD 1 TO WRK-QTD-CANCELADAS
               ADD WRK-VND-VALOR (WRK-IDX) TO WRK-TOT-CANCELADAS
           ELSE
               ADD 1 TO WRK-QTD-ATIVAS
               ADD WRK-VND-VALOR (WRK-IDX) TO WRK-TOT-ATIVAS
           END-IF.

           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE WRK-DATA-MOVIMENTO TO WRK-OCO-DATA.
           MOVE WRK-VND-CUPOM (WRK-IDX) TO WRK-OCO-CUPOM.
           MOVE WRK-VND-CONTA (WRK-IDX) TO WRK-OCO-CONTA.
           MOVE WRK-VND-SEQ (WRK-IDX) TO WRK-OCO-SEQ.
           MOVE WRK-VND-VALOR (WRK-IDX) TO WRK-OCO-VALOR.

           IF WRK-VND-DEBITADA (WRK-IDX) NOT EQUAL "S"
               MOVE "VENDA SEM DEBITO NA CONTA" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
           END-IF.

           IF WRK-VND-CANCELADA (WRK-IDX) EQUAL "S"
               AND WRK-VND-ESTORNADA (WRK-IDX) NOT EQUAL "S"
               MOVE "CANCELADA SEM ESTORNO" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
           END-IF.

      *----------------------------------------------------------------*
      * TOTAIS DA BOMBA CONTRA OS DAS CONTAS: O QUE FICOU DEBITADO NAS  *
      * CONTAS (DEBITOS MENOS ESTORNOS) TEM DE SER O TOTAL DAS VENDAS   *
      * ATIVAS EM DEBITO EM CONTA.                                      *
      *----------------------------------------------------------------*
       4000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-ATIVAS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDAS ATIVAS EM DEBITO EM CONTA: " WRK-QTD-ATIVAS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-CANCELADAS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDAS CANCELADAS ..............: "
                  WRK-QTD-CANCELADAS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-DEBITOS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEBITOS NAS CONTAS (P) .........: " WRK-QTD-DEBITOS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-ESTORNOS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESTORNOS NAS CONTAS (X) ........: "
                  WRK-QTD-ESTORNOS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COMPUTE WRK-TOT-LIQUIDO-CONTAS EQUAL
               WRK-TOT-DEBITOS - WRK-TOT-ESTORNOS.
           COMPUTE WRK-TOT-DIFERENCA EQUAL
               WRK-TOT-LIQUIDO-CONTAS - WRK-TOT-ATIVAS.
           MOVE WRK-TOT-LIQUIDO-CONTAS TO WRK-DIFERENCA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIQUIDO DEBITADO NAS CONTAS ....: "
                  WRK-DIFERENCA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-DIFERENCA TO WRK-DIFERENCA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIFERENCA CONTAS X BOMBA .......: "
                  WRK-DIFERENCA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXCECOES PARA A WORKLIST: " WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
