      *     MOSTRA A VARIACAO DA MEDIA E MARCA OS MESES EM QUE O ANO
      *     PEDIDO BATEU O RECORDE HISTORICO DE MAXIMA OU DE MINIMA
      *     DAQUELE MES DO CALENDARIO EM TODO O HISTORICO.
      *     O COMPARATIVO SAI POR ESTACAO DO CADASTRO DE ESTACOES:
      *     CADA ESTACAO COM LEITURA NO ANO PEDIDO OU NO ANTERIOR TEM O
      *     SEU BLOCO, COM OS RECORDES DO HISTORICO DA PROPRIA ESTACAO.
      *     O MES COM DIAS ESTIMADOS (PREENCHIMENTO DE LACUNAS) MOSTRA
      *     QUANTOS FORAM; ESTIMATIVA NAO ENTRA NOS RECORDES.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "comparativo_climatico.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ESTACOES
           ASSIGN TO "estacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EST-CODIGO
           ACCESS MODE IS SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
           05 WRK-TEMPERATURA     PIC 9(2)V9(2).
           05 WRK-CHUVA-MM        PIC 9(3)V9.
           05 WRK-UMIDADE         PIC 9(3).
           05 WRK-ESTACAO         PIC 9(3).
           05 WRK-ORIGEM          PIC X(1).
               88 LEITURA-ESTIMADA VALUE "E".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQUIVO-ESTACOES.
           COPY "ESTACAO-METEOROLOGICA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-ANO-LEITURA              PIC 9(4) VALUE ZEROS.
       77 WRK-MES-LEITURA              PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-FIM-ESTACOES             PIC A(1) VALUE "N".
       77 WRK-QTD-ESTACOES             PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-PERIODO              PIC 9(5) VALUE ZEROS.
       77 WRK-IDX                      PIC 9(2) VALUE ZEROS.
       77 WRK-MEDIA-ATUAL              PIC 9(2)V99 VALUE ZEROS.
       77 WRK-MEDIA-ANTERIOR           PIC 9(2)V99 VALUE ZEROS.
               10 WRK-ATU-MENOR         PIC 9(2)V99.
               10 WRK-ATU-SOMA          PIC 9(6)V99.
               10 WRK-ATU-QTD           PIC 9(4).
               10 WRK-ATU-EST           PIC 9(4).
               10 WRK-ATU-OBS-MAIOR     PIC 9(2)V99.
               10 WRK-ATU-OBS-MENOR     PIC 9(2)V99.
               10 WRK-ANT-MAIOR         PIC 9(2)V99.
               10 WRK-ANT-MENOR         PIC 9(2)V99.
               10 WRK-ANT-SOMA          PIC 9(6)V99.
               10 WRK-ANT-QTD           PIC 9(4).
               10 WRK-ANT-EST           PIC 9(4).
               10 WRK-HIS-MAIOR         PIC 9(2)V99.
               10 WRK-HIS-MENOR         PIC 9(2)V99.
               10 WRK-HIS-QTD           PIC 9(4).
           ACCEPT WRK-ANO-PEDIDO.
           COMPUTE WRK-ANO-ANTERIOR EQUAL WRK-ANO-PEDIDO - 1.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPARATIVO CLIMATICO " WRK-ANO-PEDIDO
                  " X " WRK-ANO-ANTERIOR " POR ESTACAO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           OPEN INPUT ARQUIVO-ESTACOES.
           PERFORM 0400-LE-ESTACAO.
           PERFORM 0600-COMPARA-ESTACAO UNTIL WRK-FIM-ESTACOES
               EQUAL "S".
           CLOSE ARQUIVO-ESTACOES.

           IF WRK-QTD-ESTACOES EQUAL ZEROS
               MOVE "NENHUMA ESTACAO COM LEITURAS NOS DOIS ANOS." TO
                   LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           CLOSE ARQUIVO-RELATORIO.
           DISPLAY 'COMPARATIVO GRAVADO EM comparativo_climatico.lst ('
               WRK-QTD-ESTACOES ' ESTACOES).'.
           STOP RUN.

       0400-LE-ESTACAO.
           READ ARQUIVO-ESTACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ESTACOES
           END-READ.

      *----------------------------------------------------------------*
      * PASSA O HISTORICO INTEIRO PARA CADA ESTACAO, ACUMULANDO SO AS   *
      * LEITURAS DELA; ESTACAO SEM LEITURA NOS DOIS ANOS NAO SAI.       *
      *----------------------------------------------------------------*
       0600-COMPARA-ESTACAO.
           PERFORM 0500-INICIALIZA-QUADRO.
           MOVE ZEROS TO WRK-CHUVA-ANO-ATUAL.
           MOVE ZEROS TO WRK-CHUVA-ANO-ANTERIOR.
           MOVE ZEROS TO WRK-QTD-PERIODO.
           MOVE "N" TO WRK-FIM-ARQUIVO.

           OPEN INPUT ARQUIVO-TEMPERATURAS.
           PERFORM 1000-LE-LEITURA.
               EQUAL "S".
           CLOSE ARQUIVO-TEMPERATURAS.

           IF WRK-QTD-PERIODO GREATER ZEROS
               ADD 1 TO WRK-QTD-ESTACOES
               PERFORM 3000-IMPRIME-COMPARATIVO
           END-IF.

           PERFORM 0400-LE-ESTACAO.

       0500-INICIALIZA-QUADRO.
           MOVE ZEROS TO WRK-IDX.
           MOVE 99,99 TO WRK-ATU-MENOR (WRK-IDX).
           MOVE ZEROS TO WRK-ATU-SOMA (WRK-IDX).
           MOVE ZEROS TO WRK-ATU-QTD (WRK-IDX).
           MOVE ZEROS TO WRK-ATU-EST (WRK-IDX).
           MOVE ZEROS TO WRK-ATU-OBS-MAIOR (WRK-IDX).
           MOVE 99,99 TO WRK-ATU-OBS-MENOR (WRK-IDX).
           MOVE ZEROS TO WRK-ANT-MAIOR (WRK-IDX).
           MOVE 99,99 TO WRK-ANT-MENOR (WRK-IDX).
           MOVE ZEROS TO WRK-ANT-SOMA (WRK-IDX).
           MOVE ZEROS TO WRK-ANT-QTD (WRK-IDX).
           MOVE ZEROS TO WRK-ANT-EST (WRK-IDX).
           MOVE ZEROS TO WRK-HIS-MAIOR (WRK-IDX).
           MOVE 99,99 TO WRK-HIS-MENOR (WRK-IDX).
           MOVE ZEROS TO WRK-HIS-QTD (WRK-IDX).
           END-READ.

      *----------------------------------------------------------------*
      * ACUMULA A LEITURA DA ESTACAO NO MES DO CALENDARIO: NO ANO       *
      * PEDIDO, NO ANO ANTERIOR OU NOS RECORDES HISTORICOS (TODO ANO    *
      * FORA O PEDIDO).                                                 *
      *----------------------------------------------------------------*
       2000-CLASSIFICA-LEITURA.
           MOVE WRK-DATA-LEITURA (1:4) TO WRK-ANO-LEITURA.
           MOVE WRK-DATA-LEITURA (5:2) TO WRK-MES-LEITURA.

           IF WRK-ESTACAO EQUAL EST-CODIGO
               AND WRK-MES-LEITURA NOT LESS 01
               AND WRK-MES-LEITURA NOT GREATER 12
               MOVE WRK-MES-LEITURA TO WRK-IDX
               IF WRK-ANO-LEITURA EQUAL WRK-ANO-PEDIDO
                   OR WRK-ANO-LEITURA EQUAL WRK-ANO-ANTERIOR
                   ADD 1 TO WRK-QTD-PERIODO
               END-IF

               IF WRK-ANO-LEITURA EQUAL WRK-ANO-PEDIDO
                   IF WRK-CHUVA-MM NUMERIC
                   IF WRK-TEMPERATURA LESS WRK-ATU-MENOR (WRK-IDX)
                       MOVE WRK-TEMPERATURA TO WRK-ATU-MENOR (WRK-IDX)
                   END-IF
                   IF LEITURA-ESTIMADA
                       ADD 1 TO WRK-ATU-EST (WRK-IDX)
                   ELSE
                       IF WRK-TEMPERATURA GREATER
                           WRK-ATU-OBS-MAIOR (WRK-IDX)
                           MOVE WRK-TEMPERATURA TO
                               WRK-ATU-OBS-MAIOR (WRK-IDX)
                       END-IF
                       IF WRK-TEMPERATURA LESS
                           WRK-ATU-OBS-MENOR (WRK-IDX)
                           MOVE WRK-TEMPERATURA TO
                               WRK-ATU-OBS-MENOR (WRK-IDX)
                       END-IF
                   END-IF
               ELSE
                   IF NOT LEITURA-ESTIMADA
                       ADD 1 TO WRK-HIS-QTD (WRK-IDX)
                       IF WRK-TEMPERATURA GREATER
                           WRK-HIS-MAIOR (WRK-IDX)
                           MOVE WRK-TEMPERATURA TO
                               WRK-HIS-MAIOR (WRK-IDX)
                       END-IF
                       IF WRK-TEMPERATURA LESS WRK-HIS-MENOR (WRK-IDX)
                           MOVE WRK-TEMPERATURA TO
                               WRK-HIS-MENOR (WRK-IDX)
                       END-IF
                   END-IF
                   IF WRK-ANO-LEITURA EQUAL WRK-ANO-ANTERIOR
                       IF WRK-CHUVA-MM NUMERIC
                       END-IF
                       ADD WRK-TEMPERATURA TO WRK-ANT-SOMA (WRK-IDX)
                       ADD 1 TO WRK-ANT-QTD (WRK-IDX)
                       IF LEITURA-ESTIMADA
                           ADD 1 TO WRK-ANT-EST (WRK-IDX)
                       END-IF
                       IF WRK-TEMPERATURA GREATER
                           WRK-ANT-MAIOR (WRK-IDX)
                           MOVE WRK-TEMPERATURA TO
           PERFORM 1000-LE-LEITURA.

       3000-IMPRIME-COMPARATIVO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           STRING "ESTACAO " EST-CODIGO " - " EST-NOME
                  " (" EST-CIDADE ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * IMPRIME AS LINHAS DO MES: ANO PEDIDO E ANO ANTERIOR LADO A      *
      * LADO COM A VARIACAO DA MEDIA, E OS RECORDES HISTORICOS          *
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF WRK-ATU-EST (WRK-IDX) GREATER ZEROS
               OR WRK-ANT-EST (WRK-IDX) GREATER ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "   DIAS ESTIMADOS NO MES: " WRK-ANO-PEDIDO " "
                      WRK-ATU-EST (WRK-IDX) " DE "
                      WRK-ATU-QTD (WRK-IDX) " | " WRK-ANO-ANTERIOR " "
                      WRK-ANT-EST (WRK-IDX) " DE "
                      WRK-ANT-QTD (WRK-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      *    RECORDE SO COM LEITURA OBSERVADA NOS DOIS LADOS.
           MOVE WRK-ATU-OBS-MAIOR (WRK-IDX) TO WRK-MAIOR-EDITADA.
           MOVE WRK-ATU-OBS-MENOR (WRK-IDX) TO WRK-MENOR-EDITADA.
           IF WRK-ATU-QTD (WRK-IDX) GREATER WRK-ATU-EST (WRK-IDX)
               AND WRK-HIS-QTD (WRK-IDX) GREATER ZEROS
               IF WRK-ATU-OBS-MAIOR (WRK-IDX) GREATER
                   WRK-HIS-MAIOR (WRK-IDX)
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   *** NOVO RECORDE HISTORICO DE MAXIMA "
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
               IF WRK-ATU-OBS-MENOR (WRK-IDX) LESS
                   WRK-HIS-MENOR (WRK-IDX)
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "   *** NOVO RECORDE HISTORICO DE MINIMA "
