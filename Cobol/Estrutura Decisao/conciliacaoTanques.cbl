      *     VARIACAO (FISICO - CONTABIL) PASSOU DA TOLERANCIA
      *     INFORMADA E ACUMULA A PERDA (OU SOBRA) DO MES POR TANQUE
      *     - A PERDA ACUMULADA CRESCENTE E O SINAL CLASSICO DE
      *     TANQUE VAZANDO OU BOMBA DESCALIBRADA. OS LITROS TIRADOS
      *     NA AFERICAO DAS BOMBAS (AFERICOES_BOMBAS.DAT) SAEM COMO
      *     MOVIMENTO DE AFERICAO DO TANQUE - TESTADOS E DEVOLVIDOS -
      *     E NAO COMO PERDA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ASSIGN TO "variacoes_tanques.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AFERICOES
           ASSIGN TO "afericoes_bombas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "conciliacao_tanques.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER            PIC X.
           05 VAR-VARIACAO      PIC S9(7) SIGN LEADING SEPARATE.

       FD  ARQUIVO-AFERICOES.
           COPY "AFERICAO-BOMBA.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

           05 ACUMULADO-ITEM OCCURS 3 TIMES.
               10 WRK-ACU-VARIACAO       PIC S9(8).
               10 WRK-ACU-MEDICOES       PIC 9(3).
               10 WRK-ACU-AFERIDOS       PIC 9(7).
               10 WRK-ACU-DEVOLVIDOS     PIC 9(7).

      *=================================================================
       PROCEDURE                                       DIVISION.
           PERFORM 2000-PROCESSA-VARIACAO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-AFERICOES.
           PERFORM 2500-LE-AFERICAO.
           PERFORM 2600-PROCESSA-AFERICAO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-AFERICOES.

           PERFORM 3000-IMPRIME-ACUMULADOS.

           CLOSE ARQUIVO-VARIACOES.
               WRITE LINHA-RELATORIO
           END-IF.

       2500-LE-AFERICAO.
           READ ARQUIVO-AFERICOES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2600-PROCESSA-AFERICAO.
           IF AFE-DATA (1:6) EQUAL WRK-MES-PEDIDO
               MOVE ZEROS TO WRK-IDX
               IF AFE-TIPO EQUAL "E"
                   MOVE 1 TO WRK-IDX
               END-IF
               IF AFE-TIPO EQUAL "G"
                   MOVE 2 TO WRK-IDX
               END-IF
               IF AFE-TIPO EQUAL "D"
                   MOVE 3 TO WRK-IDX
               END-IF
               IF WRK-IDX GREATER ZERO
                   ADD AFE-LITROS-DISPENSADOS TO
                       WRK-ACU-AFERIDOS (WRK-IDX)
                   ADD AFE-LITROS-DEVOLVIDOS TO
                       WRK-ACU-DEVOLVIDOS (WRK-IDX)
               END-IF
           END-IF.
           PERFORM 2500-LE-AFERICAO.

       3000-IMPRIME-ACUMULADOS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 3100-IMPRIME-TANQUE UNTIL WRK-IDX NOT LESS 3.
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

           IF WRK-ACU-AFERIDOS (WRK-IDX) GREATER ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  MOVIMENTO DE AFERICAO: "
                   WRK-ACU-AFERIDOS (WRK-IDX) " L TESTADOS  "
                   WRK-ACU-DEVOLVIDOS (WRK-IDX) " L DEVOLVIDOS AO "
                   "TANQUE"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
