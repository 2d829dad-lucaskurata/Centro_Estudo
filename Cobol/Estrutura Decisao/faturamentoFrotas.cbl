      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "FaturamentoFrotas".
       AUTHOR. "LUCAS KURATA".
      *    FATURAMENTO MENSAL DAS FROTAS: PARA O MES DE CONSUMO PEDIDO,
      *     JUNTA AS VENDAS A PRAZO (FORMA F) ATIVAS DE CADA FROTA E
      *     EMITE UMA FATURA POR FROTA EM FATURAS_FROTA.LST, COM CADA
      *     VENDA DETALHADA POR PLACA E SUBTOTAL POR PLACA. A FATURA
      *     VAI PARA FATURAS_FROTA.DAT (FROTA + MES), COM VENCIMENTO
      *     NO DIA DE FATURAMENTO DA FROTA NO MES SEGUINTE AO
      *     CONSUMO; FROTA JA FATURADA NO MES NAO SAI DE NOVO.
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

           SELECT OPTIONAL ARQUIVO-FROTAS
           ASSIGN TO "frotas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FATURAS
           ASSIGN TO "faturas_frota.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FATURA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT SORT-VENDAS-FROTA
           ASSIGN TO "frotsort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "faturas_frota.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-FROTAS.
           COPY "FROTA-REGISTRO.cpy".

       FD  ARQUIVO-FATURAS.
           COPY "FATURA-FROTA.cpy".

       SD  SORT-VENDAS-FROTA.
       01  SORT-FROTA-REGISTRO.
           05 SORT-FROTA          PIC 9(4).
           05 SORT-PLACA          PIC X(7).
           05 SORT-DATA           PIC 9(8).
           05 SORT-HORA           PIC 9(6).
           05 SORT-CUPOM          PIC 9(6).
           05 SORT-TIPO           PIC X(1).
           05 SORT-LITROS         PIC 9(3).
           05 SORT-LIQUIDO        PIC 9(5)V9(2).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                   PIC A(1) VALUE "N".
       77 WRK-MES-PEDIDO                 PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-FROTA-ATUAL                PIC 9(4) VALUE ZEROS.
       77 WRK-PLACA-ATUAL                PIC X(7) VALUE SPACES.
       77 WRK-JA-FATURADA                PIC A(1) VALUE "N".
       77 WRK-ANO-VENCIMENTO             PIC 9(4) VALUE ZEROS.
       77 WRK-MES-VENCIMENTO             PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-VENCIMENTO            PIC 9(8) VALUE ZEROS.
       77 WRK-QTD-FATURAS                PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-JA-FATURADAS           PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-FATURADO               PIC 9(9)V9(2) VALUE ZEROS.
      *    ACUMULADORES DA FROTA E DA PLACA CORRENTES.
       77 WRK-FRO-QTD                    PIC 9(5) VALUE ZEROS.
       77 WRK-FRO-LITROS                 PIC 9(7) VALUE ZEROS.
       77 WRK-FRO-VALOR                  PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-PLA-QTD                    PIC 9(5) VALUE ZEROS.
       77 WRK-PLA-LITROS                 PIC 9(7) VALUE ZEROS.
       77 WRK-PLA-VALOR                  PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZ9,99.
       77 WRK-LITROS-EDITADO             PIC ZZZZZZ9.
       77 WRK-TOTAL-EDITADO              PIC ZZZZZZZZ9,99.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'DIGITE O MES DE CONSUMO A FATURAR (AAAAMM): '.
           ACCEPT WRK-MES-PEDIDO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           IF WRK-MES-PEDIDO NOT NUMERIC
               OR WRK-MES-PEDIDO (5:2) EQUAL ZEROS
               OR WRK-MES-PEDIDO (5:2) GREATER 12
               DISPLAY 'MES INVALIDO - FATURAMENTO NAO EXECUTADO.'
               STOP RUN
           END-IF.

      *    VENCIMENTO NO MES SEGUINTE AO CONSUMO.
           MOVE WRK-MES-PEDIDO (1:4) TO WRK-ANO-VENCIMENTO.
           MOVE WRK-MES-PEDIDO (5:2) TO WRK-MES-VENCIMENTO.
           IF WRK-MES-VENCIMENTO EQUAL 12
               MOVE 1 TO WRK-MES-VENCIMENTO
               ADD 1 TO WRK-ANO-VENCIMENTO
           ELSE
               ADD 1 TO WRK-MES-VENCIMENTO
           END-IF.

           OPEN INPUT ARQUIVO-FROTAS.
           OPEN I-O ARQUIVO-FATURAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           SORT SORT-VENDAS-FROTA
               ON ASCENDING KEY SORT-FROTA SORT-PLACA SORT-DATA
                                SORT-HORA
               INPUT PROCEDURE IS 1000-FILTRA-VENDAS
               OUTPUT PROCEDURE IS 2000-EMITE-FATURAS.

           MOVE WRK-TOT-FATURADO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FATURAMENTO DE FROTAS DO MES " WRK-MES-PEDIDO
                  " - FATURAS: " WRK-QTD-FATURAS
                  "  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           CLOSE ARQUIVO-FROTAS.
           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'FATURAS EMITIDAS: ' WRK-QTD-FATURAS
               '  FROTAS JA FATURADAS NO MES: ' WRK-QTD-JA-FATURADAS.
           STOP RUN.

      *----------------------------------------------------------------*
      * SO ENTRAM AS VENDAS A PRAZO ATIVAS DO MES DE CONSUMO.           *
      *----------------------------------------------------------------*
       1000-FILTRA-VENDAS.
           OPEN INPUT ARQUIVO-VENDAS.
           PERFORM 1100-LE-VENDA.
           PERFORM 1200-SELECIONA-VENDA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-VENDAS.

       1100-LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-SELECIONA-VENDA.
           IF PAGAMENTO-FROTA
               AND NOT VENDA-CANCELADA
               AND VENDA-DATA (1:6) EQUAL WRK-MES-PEDIDO
               AND VENDA-FROTA NUMERIC
               AND VENDA-FROTA GREATER ZEROS
               MOVE VENDA-FROTA TO SORT-FROTA
               MOVE VENDA-PLACA TO SORT-PLACA
               MOVE VENDA-DATA TO SORT-DATA
               MOVE VENDA-HORA TO SORT-HORA
               MOVE VENDA-CUPOM TO SORT-CUPOM
               MOVE VENDA-TIPO TO SORT-TIPO
               MOVE VENDA-LITROS TO SORT-LITROS
               MOVE VENDA-LIQUIDO TO SORT-LIQUIDO
               RELEASE SORT-FROTA-REGISTRO
           END-IF.
           PERFORM 1100-LE-VENDA.

       2000-EMITE-FATURAS.
           PERFORM 2100-OBTEM-VENDA.
           PERFORM 2200-PROCESSA-VENDA UNTIL WRK-FIM-SORT EQUAL "S".
           IF WRK-FROTA-ATUAL GREATER ZEROS
               PERFORM 2600-FECHA-FROTA
           END-IF.

       2100-OBTEM-VENDA.
           RETURN SORT-VENDAS-FROTA
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
      * QUEBRA POR FROTA E POR PLACA: CADA FROTA VIRA UMA FATURA.       *
      *----------------------------------------------------------------*
       2200-PROCESSA-VENDA.
           IF SORT-FROTA NOT EQUAL WRK-FROTA-ATUAL
               IF WRK-FROTA-ATUAL GREATER ZEROS
                   PERFORM 2600-FECHA-FROTA
               END-IF
               PERFORM 2300-ABRE-FROTA
           END-IF.

           IF SORT-PLACA NOT EQUAL WRK-PLACA-ATUAL
               PERFORM 2500-FECHA-PLACA
               MOVE SORT-PLACA TO WRK-PLACA-ATUAL
               IF WRK-JA-FATURADA NOT EQUAL "S"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  PLACA " SORT-PLACA
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.

           ADD 1 TO WRK-PLA-QTD WRK-FRO-QTD.
           ADD SORT-LITROS TO WRK-PLA-LITROS WRK-FRO-LITROS.
           ADD SORT-LIQUIDO TO WRK-PLA-VALOR WRK-FRO-VALOR.

           IF WRK-JA-FATURADA NOT EQUAL "S"
               MOVE SORT-LIQUIDO TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    " SORT-DATA " " SORT-HORA
                      "  CUPOM " SORT-CUPOM
                      "  COMB " SORT-TIPO
                      "  LITROS " SORT-LITROS
                      "  VALOR " WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           PERFORM 2100-OBTEM-VENDA.

       2300-ABRE-FROTA.
           MOVE SORT-FROTA TO WRK-FROTA-ATUAL.
           MOVE SPACES TO WRK-PLACA-ATUAL.
           MOVE ZEROS TO WRK-FRO-QTD WRK-FRO-LITROS WRK-FRO-VALOR.
           MOVE ZEROS TO WRK-PLA-QTD WRK-PLA-LITROS WRK-PLA-VALOR.

           MOVE SORT-FROTA TO FRO-CODIGO.
           READ ARQUIVO-FROTAS
               INVALID KEY
                   MOVE "FROTA SEM CADASTRO" TO FRO-NOME
                   MOVE ZEROS TO FRO-CNPJ
                   MOVE 10 TO FRO-DIA-FATURAMENTO
           END-READ.

           MOVE "N" TO WRK-JA-FATURADA.
           MOVE SORT-FROTA TO FAT-FROTA.
           MOVE WRK-MES-PEDIDO TO FAT-COMPETENCIA.
           READ ARQUIVO-FATURAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-JA-FATURADA
           END-READ.

           IF WRK-JA-FATURADA EQUAL "S"
               ADD 1 TO WRK-QTD-JA-FATURADAS
               DISPLAY 'FROTA ' SORT-FROTA ' JA FATURADA NO MES '
                   WRK-MES-PEDIDO ' - IGNORADA.'
           ELSE
               COMPUTE WRK-DATA-VENCIMENTO EQUAL
                   WRK-ANO-VENCIMENTO * 10000
                   + WRK-MES-VENCIMENTO * 100
                   + FRO-DIA-FATURAMENTO
               MOVE SPACES TO LINHA-RELATORIO
               MOVE ALL "=" TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FATURA FROTA " SORT-FROTA " - " FRO-NOME
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  CNPJ " FRO-CNPJ
                      "  CONSUMO " WRK-MES-PEDIDO
                      "  EMISSAO " WRK-DATA-HOJE
                      "  VENCIMENTO " WRK-DATA-VENCIMENTO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       2500-FECHA-PLACA.
           IF WRK-PLA-QTD GREATER ZEROS
               AND WRK-JA-FATURADA NOT EQUAL "S"
               MOVE WRK-PLA-LITROS TO WRK-LITROS-EDITADO
               MOVE WRK-PLA-VALOR TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    SUBTOTAL " WRK-PLACA-ATUAL ": "
                      WRK-PLA-QTD " VENDAS  LITROS "
                      WRK-LITROS-EDITADO "  VALOR " WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE ZEROS TO WRK-PLA-QTD WRK-PLA-LITROS WRK-PLA-VALOR.

      *----------------------------------------------------------------*
      * FECHA A FATURA DA FROTA: TOTAL NO RELATORIO E REGISTRO EM       *
      * ABERTO EM FATURAS_FROTA.DAT.                                    *
      *----------------------------------------------------------------*
       2600-FECHA-FROTA.
           PERFORM 2500-FECHA-PLACA.
           IF WRK-JA-FATURADA NOT EQUAL "S"
               MOVE WRK-FRO-LITROS TO WRK-LITROS-EDITADO
               MOVE WRK-FRO-VALOR TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  TOTAL DA FATURA: " WRK-FRO-QTD
                      " VENDAS  LITROS " WRK-LITROS-EDITADO
                      "  VALOR " WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO

               MOVE WRK-FROTA-ATUAL TO FAT-FROTA
               MOVE WRK-MES-PEDIDO TO FAT-COMPETENCIA
               MOVE WRK-DATA-HOJE TO FAT-DATA-EMISSAO
               MOVE WRK-DATA-VENCIMENTO TO FAT-DATA-VENCIMENTO
               MOVE WRK-FRO-QTD TO FAT-QTD-VENDAS
               MOVE WRK-FRO-LITROS TO FAT-LITROS
               MOVE WRK-FRO-VALOR TO FAT-VALOR
               MOVE ZEROS TO FAT-DATA-PAGAMENTO
               MOVE "A" TO FAT-SITUACAO
               WRITE FATURA-REGISTRO
               ADD 1 TO WRK-QTD-FATURAS
               ADD WRK-FRO-VALOR TO WRK-TOT-FATURADO
           END-IF.
