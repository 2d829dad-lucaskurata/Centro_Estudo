      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "AgingFaturasFrota".
       AUTHOR. "LUCAS KURATA".
      *    AGING DAS FATURAS DE FROTA EM ABERTO: LISTA CADA FATURA NAO
      *     PAGA DE FATURAS_FROTA.DAT COM OS DIAS DE ATRASO CONTADOS
      *     DO VENCIMENTO E A FAIXA (A VENCER, 1-30, 31-60, 61-90 E
      *     MAIS DE 90 DIAS), E TOTALIZA O VALOR EM ABERTO POR FAIXA
      *     PARA A COBRANCA.
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
           SELECT OPTIONAL ARQUIVO-FATURAS
           ASSIGN TO "faturas_frota.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FATURA-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FROTAS
           ASSIGN TO "frotas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "aging_faturas_frota.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-FATURAS.
           COPY "FATURA-FROTA.cpy".

       FD  ARQUIVO-FROTAS.
           COPY "FROTA-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-HOJE-INTEIRO               PIC 9(8) VALUE ZEROS.
       77 WRK-VENC-INTEIRO               PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-ATRASO                PIC S9(8) VALUE ZEROS.
       77 WRK-DIAS-EDITADO               PIC -ZZZZ9.
       77 WRK-IDX                        PIC 9(1) VALUE ZEROS.
       77 WRK-QTD-ABERTAS                PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-ABERTO                 PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZ9,99.
       77 WRK-TOTAL-EDITADO              PIC ZZZZZZZZ9,99.
      *    FAIXAS DE ATRASO: 1 A VENCER, 2 1-30, 3 31-60, 4 61-90,
      *    5 MAIS DE 90 DIAS.
       01 WRK-QUADRO-FAIXAS.
           05 WRK-FAIXA-ITEM OCCURS 5 TIMES.
               10 WRK-FAI-NOME           PIC X(16).
               10 WRK-FAI-QTD            PIC 9(5).
               10 WRK-FAI-VALOR          PIC 9(9)V9(2).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM 0500-INICIA-FAIXAS.

           OPEN INPUT ARQUIVO-FATURAS.
           OPEN INPUT ARQUIVO-FROTAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AGING DAS FATURAS DE FROTA EM ABERTO - POSICAO EM "
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FROTA NOME                 CONSUMO VENCIMENTO "
                  "  ATRASO      VALOR FAIXA"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 1000-LE-FATURA.
           PERFORM 2000-AVALIA-FATURA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 3000-IMPRIME-FAIXAS.

           CLOSE ARQUIVO-FATURAS.
           CLOSE ARQUIVO-FROTAS.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'AGING DE FATURAS DE FROTA - EM ABERTO: '
               WRK-QTD-ABERTAS.
           STOP RUN.

       0500-INICIA-FAIXAS.
           MOVE "A VENCER" TO WRK-FAI-NOME (1).
           MOVE "1 A 30 DIAS" TO WRK-FAI-NOME (2).
           MOVE "31 A 60 DIAS" TO WRK-FAI-NOME (3).
           MOVE "61 A 90 DIAS" TO WRK-FAI-NOME (4).
           MOVE "MAIS DE 90 DIAS" TO WRK-FAI-NOME (5).
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0510-ZERA-FAIXA UNTIL WRK-IDX NOT LESS 5.

       0510-ZERA-FAIXA.
           ADD 1 TO WRK-IDX.
           MOVE ZEROS TO WRK-FAI-QTD (WRK-IDX).
           MOVE ZEROS TO WRK-FAI-VALOR (WRK-IDX).

       1000-LE-FATURA.
           READ ARQUIVO-FATURAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * SO FATURA EM ABERTO: ATRASO = HOJE MENOS O VENCIMENTO.          *
      *----------------------------------------------------------------*
       2000-AVALIA-FATURA.
           IF FATURA-ABERTA
               PERFORM 2100-CLASSIFICA-FATURA
               PERFORM 2200-IMPRIME-FATURA
           END-IF.
           PERFORM 1000-LE-FATURA.

       2100-CLASSIFICA-FATURA.
           MOVE ZEROS TO WRK-DIAS-ATRASO.
           IF FAT-DATA-VENCIMENTO NUMERIC
               AND FAT-DATA-VENCIMENTO GREATER ZEROS
               COMPUTE WRK-VENC-INTEIRO EQUAL
                   FUNCTION INTEGER-OF-DATE (FAT-DATA-VENCIMENTO)
               COMPUTE WRK-DIAS-ATRASO EQUAL
                   WRK-HOJE-INTEIRO - WRK-VENC-INTEIRO
           END-IF.

           MOVE 1 TO WRK-IDX.
           IF WRK-DIAS-ATRASO GREATER ZEROS
               MOVE 2 TO WRK-IDX
           END-IF.
           IF WRK-DIAS-ATRASO GREATER 30
               MOVE 3 TO WRK-IDX
           END-IF.
           IF WRK-DIAS-ATRASO GREATER 60
               MOVE 4 TO WRK-IDX
           END-IF.
           IF WRK-DIAS-ATRASO GREATER 90
               MOVE 5 TO WRK-IDX
           END-IF.

           ADD 1 TO WRK-FAI-QTD (WRK-IDX).
           ADD FAT-VALOR TO WRK-FAI-VALOR (WRK-IDX).
           ADD 1 TO WRK-QTD-ABERTAS.
           ADD FAT-VALOR TO WRK-TOT-ABERTO.

       2200-IMPRIME-FATURA.
           MOVE FAT-FROTA TO FRO-CODIGO.
           READ ARQUIVO-FROTAS
               INVALID KEY
                   MOVE "FROTA SEM CADASTRO" TO FRO-NOME
           END-READ.

           MOVE WRK-DIAS-ATRASO TO WRK-DIAS-EDITADO.
           MOVE FAT-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING FAT-FROTA "  " FRO-NOME (1:20)
                  " " FAT-COMPETENCIA
                  "  " FAT-DATA-VENCIMENTO
                  " " WRK-DIAS-EDITADO
                  " " WRK-VALOR-EDITADO
                  " " WRK-FAI-NOME (WRK-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3000-IMPRIME-FAIXAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAIS POR FAIXA DE ATRASO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 3100-IMPRIME-FAIXA UNTIL WRK-IDX NOT LESS 5.

           MOVE WRK-TOT-ABERTO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL EM ABERTO: " WRK-QTD-ABERTAS
                  " FATURA(S)  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3100-IMPRIME-FAIXA.
           ADD 1 TO WRK-IDX.
           MOVE WRK-FAI-VALOR (WRK-IDX) TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " WRK-FAI-NOME (WRK-IDX)
                  " " WRK-FAI-QTD (WRK-IDX)
                  " FATURA(S)  VALOR: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
