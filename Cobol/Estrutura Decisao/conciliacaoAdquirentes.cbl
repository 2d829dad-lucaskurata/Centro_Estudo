      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConciliacaoAdquirentes".
       AUTHOR. "LUCAS KURATA".
      *    CONCILIACAO DO EXTRATO DA ADQUIRENTE COM AS VENDAS EM CARTAO
      *     E PIX: PARA O MES DAS VENDAS PEDIDO, IMPORTA O EXTRATO DE
      *     LIQUIDACAO (EXTRATO_ADQUIRENTE.DAT) E CASA CADA LANCAMENTO
      *     COM A VENDA PELA DATA, CUPOM (VENDA-CUPOM) E VALOR - O
      *     VALOR DO CUPOM E O COMBUSTIVEL MAIS OS ITENS DA LOJA. O
      *     RELATORIO CONCILIACAO_ADQUIRENTES.LST MOSTRA A TAXA COBRADA
      *     CONTRA A TAXA CONTRATADA, OS CHARGEBACKS, OS PAGAMENTOS QUE
      *     CAIRAM DEPOIS DE D+30 E AS VENDAS QUE NUNCA FORAM PAGAS.
      *     O QUE NAO CASA VAI PARA CONCILIACAO_ADQUIRENTES_EXC.LST,
      *     RECOLHIDA PELO CONSOLIDADOR NA WORKLIST DE EXCECOES.
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

           SELECT OPTIONAL ARQUIVO-EXTRATO
           ASSIGN TO "extrato_adquirente.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "conciliacao_adquirentes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO "conciliacao_adquirentes_exc.lst"
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

       FD  ARQUIVO-EXTRATO.
           COPY "EXTRATO-ADQUIRENTE.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQUIVO-EXCECOES.
       01  LINHA-EXCECAO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-MES-PEDIDO                 PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-HOJE-INTEIRO               PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-VENDA-ACHADA               PIC A(1) VALUE "N".
       77 WRK-CUPOM-PROCURADO            PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-PROCURADA             PIC 9(8) VALUE ZEROS.
       77 WRK-IDX                        PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-VENDAS                 PIC 9(4) VALUE ZEROS.
       77 WRK-DIAS                       PIC S9(8) VALUE ZEROS.
      *    TAXAS CONTRATADAS COM A ADQUIRENTE (% SOBRE O BRUTO).
       77 WRK-CONTRATO-CARTAO            PIC 9(2)V9(2) VALUE 2,39.
       77 WRK-CONTRATO-PIX               PIC 9(2)V9(2) VALUE 0,99.
       77 WRK-PRAZO-LIQUIDACAO           PIC 9(3) VALUE 30.
       77 WRK-TAXA-CONTRATADA            PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS            PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-PAGAMENTOS             PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CHARGEBACKS            PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ATRASADOS              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-TAXA-ACIMA             PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-NAO-PAGAS              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-A-RECEBER              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-EXCECOES               PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-VENDAS                 PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-PAGO                   PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-TAXA-COBRADA           PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-TAXA-CONTRATADA        PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-DIFERENCA-TAXA         PIC S9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-CHARGEBACK             PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-NAO-PAGO               PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-A-RECEBER              PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZ9,99.
       77 WRK-TAXA-EDITADA               PIC ZZZZ9,99.
       77 WRK-CONTRATADA-EDITADA         PIC ZZZZ9,99.
       77 WRK-TOTAL-EDITADO              PIC ZZZZZZZZ9,99.
       77 WRK-DIFERENCA-EDITADA          PIC -ZZZZZZZZ9,99.
       77 WRK-CARTAO-EDITADO             PIC Z9,99.
       77 WRK-PIX-EDITADO                PIC Z9,99.

      *    OCORRENCIA DA CONCILIACAO, MONTADA ANTES DE IMPRIMIR A LINHA
      *    DO RELATORIO E, QUANDO NAO CASA, A LINHA DE EXCECAO.
       01 WRK-OCORRENCIA.
           05 WRK-OCO-TEXTO              PIC X(28).
           05 WRK-OCO-DATA               PIC 9(8).
           05 WRK-OCO-CUPOM              PIC 9(6).
           05 WRK-OCO-FORMA              PIC X(1).
           05 WRK-OCO-VALOR              PIC 9(5)V9(2).
           05 WRK-OCO-TAXA               PIC 9(5)V9(2).

      *    VENDAS EM CARTAO/PIX DO MES, NA ORDEM DO ARQUIVO. SITUACAO
      *    EM BRANCO = AINDA NAO CASADA COM O EXTRATO.
       01 WRK-QUADRO-VENDAS.
           05 WRK-VENDA-ITEM OCCURS 5000 TIMES.
               10 WRK-VND-DATA           PIC 9(8).
               10 WRK-VND-CUPOM          PIC 9(6).
               10 WRK-VND-FORMA          PIC X(1).
               10 WRK-VND-VALOR          PIC 9(5)V9(2).
               10 WRK-VND-SITUACAO       PIC X(1).
                   88 VND-EM-ABERTO          VALUE " ".
                   88 VND-PAGA               VALUE "P".
                   88 VND-ESTORNADA          VALUE "C".

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           DISPLAY 'CONCILIACAO DA ADQUIRENTE - MES DAS VENDAS '
               '(AAAAMM): '.
           ACCEPT WRK-MES-PEDIDO.

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
           STRING "CONCILIACAO DA ADQUIRENTE - VENDAS DO MES "
                  WRK-MES-PEDIDO " - POSICAO EM " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OCORRENCIA                   DATA     CUPOM  F "
                  "   VALOR     TAXA  CONTRAT."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING "EXCECOES DA CONCILIACAO DA ADQUIRENTE - MES "
                  WRK-MES-PEDIDO
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-EXTRATO.
           PERFORM 2000-LE-EXTRATO.
           PERFORM 2050-PROCESSA-EXTRATO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-EXTRATO.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 3000-AVALIA-VENDA UNTIL WRK-IDX NOT LESS
               WRK-QTD-VENDAS.

           PERFORM 4000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-EXCECOES.

           DISPLAY 'CONCILIACAO DA ADQUIRENTE - LANCAMENTOS: '
               WRK-QTD-LANCAMENTOS '  EXCECOES: ' WRK-QTD-EXCECOES.
           STOP RUN.

       1000-LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * SO VENDA ATIVA DO MES, EM CARTAO OU PIX, COM CUPOM NUMERADO.    *
      *----------------------------------------------------------------*
       1100-CARREGA-VENDA.
           IF VENDA-DATA (1:6) EQUAL WRK-MES-PEDIDO
               AND NOT VENDA-CANCELADA
               AND (PAGAMENTO-CARTAO OR PAGAMENTO-PIX)
               AND VENDA-CUPOM NUMERIC
               AND VENDA-CUPOM GREATER ZEROS
               IF WRK-QTD-VENDAS LESS 5000
                   ADD 1 TO WRK-QTD-VENDAS
                   MOVE VENDA-DATA TO WRK-VND-DATA (WRK-QTD-VENDAS)
                   MOVE VENDA-CUPOM TO WRK-VND-CUPOM (WRK-QTD-VENDAS)
                   MOVE VENDA-FORMA-PAGAMENTO TO
                       WRK-VND-FORMA (WRK-QTD-VENDAS)
                   MOVE VENDA-LIQUIDO TO WRK-VND-VALOR (WRK-QTD-VENDAS)
                   MOVE SPACE TO WRK-VND-SITUACAO (WRK-QTD-VENDAS)
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
      * O ITEM DA LOJA ENTRA NO VALOR DO CUPOM QUE A ADQUIRENTE PAGA.   *
      *----------------------------------------------------------------*
       1300-SOMA-ITEM-LOJA.
           IF ITL-DATA (1:6) EQUAL WRK-MES-PEDIDO
               AND NOT ITEM-CANCELADO
               MOVE ITL-DATA TO WRK-DATA-PROCURADA
               MOVE ITL-CUPOM TO WRK-CUPOM-PROCURADO
               PERFORM 2200-LOCALIZA-VENDA
               IF WRK-VENDA-ACHADA EQUAL "S"
                   ADD ITL-VALOR TO WRK-VND-VALOR (WRK-IDX)
               END-IF
           END-IF.
           PERFORM 1200-LE-ITEM-LOJA.

       2000-LE-EXTRATO.
           READ ARQUIVO-EXTRATO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2050-PROCESSA-EXTRATO.
           IF EXT-DATA-VENDA (1:6) EQUAL WRK-MES-PEDIDO
               PERFORM 2100-CONCILIA-LANCAMENTO
                   THRU 2100-CONCILIA-LANCAMENTO-FIM
           END-IF.
           PERFORM 2000-LE-EXTRATO.

      *----------------------------------------------------------------*
      * CASA O LANCAMENTO DO EXTRATO COM A VENDA PELA DATA E CUPOM E    *
      * CONFERE O VALOR, A TAXA CONTRA O CONTRATO E O PRAZO DE D+30.    *
      *----------------------------------------------------------------*
       2100-CONCILIA-LANCAMENTO.
           ADD 1 TO WRK-QTD-LANCAMENTOS.
           MOVE SPACES TO WRK-OCORRENCIA.
           MOVE EXT-DATA-VENDA TO WRK-OCO-DATA.
           MOVE EXT-CUPOM TO WRK-OCO-CUPOM.
           MOVE EXT-FORMA TO WRK-OCO-FORMA.
           MOVE EXT-VALOR-BRUTO TO WRK-OCO-VALOR.
           MOVE EXT-TAXA-COBRADA TO WRK-OCO-TAXA.
           MOVE ZEROS TO WRK-TAXA-CONTRATADA.

           MOVE EXT-DATA-VENDA TO WRK-DATA-PROCURADA.
           MOVE EXT-CUPOM TO WRK-CUPOM-PROCURADO.
           PERFORM 2200-LOCALIZA-VENDA.

           IF WRK-VENDA-ACHADA NOT EQUAL "S"
               MOVE "LANCAMENTO SEM VENDA" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2100-CONCILIA-LANCAMENTO-FIM
           END-IF.

           IF LANCAMENTO-CHARGEBACK
               MOVE "C" TO WRK-VND-SITUACAO (WRK-IDX)
               ADD 1 TO WRK-QTD-CHARGEBACKS
               ADD EXT-VALOR-BRUTO TO WRK-TOT-CHARGEBACK
               MOVE "CHARGEBACK" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2100-CONCILIA-LANCAMENTO-FIM
           END-IF.

           IF NOT VND-EM-ABERTO (WRK-IDX)
               MOVE "PAGAMENTO EM DUPLICIDADE" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
               GO TO 2100-CONCILIA-LANCAMENTO-FIM
           END-IF.

           MOVE "P" TO WRK-VND-SITUACAO (WRK-IDX).
           ADD 1 TO WRK-QTD-PAGAMENTOS.
           ADD EXT-VALOR-BRUTO TO WRK-TOT-PAGO.
           ADD EXT-TAXA-COBRADA TO WRK-TOT-TAXA-COBRADA.

           IF EXT-FORMA EQUAL "P"
               COMPUTE WRK-TAXA-CONTRATADA ROUNDED EQUAL
                   EXT-VALOR-BRUTO * WRK-CONTRATO-PIX / 100
           ELSE
               COMPUTE WRK-TAXA-CONTRATADA ROUNDED EQUAL
                   EXT-VALOR-BRUTO * WRK-CONTRATO-CARTAO / 100
           END-IF.
           ADD WRK-TAXA-CONTRATADA TO WRK-TOT-TAXA-CONTRATADA.

           IF EXT-VALOR-BRUTO NOT EQUAL WRK-VND-VALOR (WRK-IDX)
               MOVE "VALOR PAGO DIFERE DA VENDA" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
               PERFORM 2900-GRAVA-EXCECAO
           END-IF.

           IF EXT-TAXA-COBRADA GREATER WRK-TAXA-CONTRATADA
               ADD 1 TO WRK-QTD-TAXA-ACIMA
               MOVE "TAXA ACIMA DO CONTRATADO" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
           END-IF.

           COMPUTE WRK-DIAS EQUAL
               FUNCTION INTEGER-OF-DATE (EXT-DATA-PAGAMENTO)
               - FUNCTION INTEGER-OF-DATE (EXT-DATA-VENDA).
           IF WRK-DIAS GREATER WRK-PRAZO-LIQUIDACAO
               ADD 1 TO WRK-QTD-ATRASADOS
               MOVE "PAGO APOS D+30" TO WRK-OCO-TEXTO
               PERFORM 2800-IMPRIME-OCORRENCIA
           END-IF.

       2100-CONCILIA-LANCAMENTO-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * PROCURA NO QUADRO A VENDA DA DATA E CUPOM PROCURADOS.           *
      *----------------------------------------------------------------*
       2200-LOCALIZA-VENDA.
           MOVE "N" TO WRK-VENDA-ACHADA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2210-PROCURA-VENDA
               UNTIL WRK-VENDA-ACHADA EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-VENDAS.

       2210-PROCURA-VENDA.
           ADD 1 TO WRK-IDX.
           IF WRK-VND-CUPOM (WRK-IDX) EQUAL WRK-CUPOM-PROCURADO
               AND WRK-VND-DATA (WRK-IDX) EQUAL WRK-DATA-PROCURADA
               MOVE "S" TO WRK-VENDA-ACHADA
           END-IF.

       2800-IMPRIME-OCORRENCIA.
           MOVE WRK-OCO-VALOR TO WRK-VALOR-EDITADO.
           MOVE WRK-OCO-TAXA TO WRK-TAXA-EDITADA.
           MOVE WRK-TAXA-CONTRATADA TO WRK-CONTRATADA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-OCO-TEXTO " " WRK-OCO-DATA " " WRK-OCO-CUPOM
                  " " WRK-OCO-FORMA " " WRK-VALOR-EDITADO
                  " " WRK-TAXA-EDITADA " " WRK-CONTRATADA-EDITADA
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
           STRING WRK-OCO-TEXTO " CUPOM " WRK-OCO-CUPOM
                  " " WRK-OCO-DATA " " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

      *----------------------------------------------------------------*
      * VENDA SEM PAGAMENTO NO EXTRATO: PASSADO O PRAZO DE D+30 E VENDA *
      * NAO PAGA (EXCECAO); DENTRO DO PRAZO AINDA ESTA A RECEBER.       *
      *----------------------------------------------------------------*
       3000-AVALIA-VENDA.
           ADD 1 TO WRK-IDX.
           ADD WRK-VND-VALOR (WRK-IDX) TO WRK-TOT-VENDAS.
           IF VND-EM-ABERTO (WRK-IDX)
               COMPUTE WRK-DIAS EQUAL WRK-HOJE-INTEIRO
                   - FUNCTION INTEGER-OF-DATE (WRK-VND-DATA (WRK-IDX))
               IF WRK-DIAS GREATER WRK-PRAZO-LIQUIDACAO
                   ADD 1 TO WRK-QTD-NAO-PAGAS
                   ADD WRK-VND-VALOR (WRK-IDX) TO WRK-TOT-NAO-PAGO
                   MOVE SPACES TO WRK-OCORRENCIA
                   MOVE "VENDA NAO PAGA ATE D+30" TO WRK-OCO-TEXTO
                   MOVE WRK-VND-DATA (WRK-IDX) TO WRK-OCO-DATA
                   MOVE WRK-VND-CUPOM (WRK-IDX) TO WRK-OCO-CUPOM
                   MOVE WRK-VND-FORMA (WRK-IDX) TO WRK-OCO-FORMA
                   MOVE WRK-VND-VALOR (WRK-IDX) TO WRK-OCO-VALOR
                   MOVE ZEROS TO WRK-OCO-TAXA WRK-TAXA-CONTRATADA
                   PERFORM 2800-IMPRIME-OCORRENCIA
                   PERFORM 2900-GRAVA-EXCECAO
               ELSE
                   ADD 1 TO WRK-QTD-A-RECEBER
                   ADD WRK-VND-VALOR (WRK-IDX) TO WRK-TOT-A-RECEBER
               END-IF
           END-IF.

       4000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-VENDAS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDAS CARTAO/PIX DO MES: " WRK-QTD-VENDAS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-PAGO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LANCAMENTOS NO EXTRATO: " WRK-QTD-LANCAMENTOS
                  "  PAGAMENTOS CASADOS: " WRK-QTD-PAGAMENTOS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           COMPUTE WRK-TOT-DIFERENCA-TAXA EQUAL
               WRK-TOT-TAXA-COBRADA - WRK-TOT-TAXA-CONTRATADA.
           MOVE WRK-TOT-TAXA-COBRADA TO WRK-TOTAL-EDITADO.
           MOVE WRK-TOT-DIFERENCA-TAXA TO WRK-DIFERENCA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TAXA COBRADA: " WRK-TOTAL-EDITADO
                  "  DIFERENCA CONTRA O CONTRATO: "
                  WRK-DIFERENCA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-TAXA-CONTRATADA TO WRK-TOTAL-EDITADO.
           MOVE WRK-CONTRATO-CARTAO TO WRK-CARTAO-EDITADO.
           MOVE WRK-CONTRATO-PIX TO WRK-PIX-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TAXA CONTRATADA: " WRK-TOTAL-EDITADO
                  "  (CARTAO " WRK-CARTAO-EDITADO
                  "% / PIX " WRK-PIX-EDITADO "%)"
                  "  LANCAMENTOS ACIMA: " WRK-QTD-TAXA-ACIMA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-CHARGEBACK TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CHARGEBACKS: " WRK-QTD-CHARGEBACKS
                  "  VALOR: " WRK-TOTAL-EDITADO
                  "  PAGOS APOS D+30: " WRK-QTD-ATRASADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-NAO-PAGO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENDAS NAO PAGAS ATE D+30: " WRK-QTD-NAO-PAGAS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-A-RECEBER TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "A RECEBER DENTRO DE D+30: " WRK-QTD-A-RECEBER
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXCECOES PARA A WORKLIST: " WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
