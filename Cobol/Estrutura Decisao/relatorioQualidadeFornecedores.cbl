      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RelatorioQualidadeFornecedores".
       AUTHOR. "LUCAS KURATA".
      *    RELATORIO TRIMESTRAL DE QUALIDADE POR FORNECEDOR: PARA O ANO
      *     E TRIMESTRE PEDIDOS, LE OS TESTES DE RECEBIMENTO DE
      *     QUALIDADE_CARGAS.DAT E IMPRIME, POR FORNECEDOR, AS CARGAS
      *     TESTADAS, AS RECUSADAS, A TAXA DE RECUSA E A FALTA MEDIA DE
      *     VOLUME (LITROS DA NOTA MENOS O VOLUME A 20 GRAUS) POR CARGA,
      *     EM QUALIDADE_FORNECEDORES.LST.
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
           SELECT OPTIONAL ARQUIVO-QUALIDADE
           ASSIGN TO "qualidade_cargas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FORNECEDORES
           ASSIGN TO "fornecedores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FOR-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "qualidade_fornecedores.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-QUALIDADE.
           COPY "QUALIDADE-CARGA.cpy".

       FD  ARQUIVO-FORNECEDORES.
           COPY "FORNECEDOR-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-ANO-PEDIDO                 PIC 9(4) VALUE ZEROS.
       77 WRK-TRIMESTRE-PEDIDO           PIC 9(1) VALUE ZEROS.
       77 WRK-MES-INICIAL                PIC 9(6) VALUE ZEROS.
       77 WRK-MES-FINAL                  PIC 9(6) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-IDX                        PIC 9(3) VALUE ZEROS.
       77 WRK-TAXA-RECUSA                PIC 9(3)V9 VALUE ZEROS.
       77 WRK-FALTA-MEDIA                PIC 9(7)V9 VALUE ZEROS.
       77 WRK-TOT-CARGAS                 PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-RECUSADAS              PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-FALTA                  PIC 9(9) VALUE ZEROS.
       77 WRK-NOME-FORNECEDOR            PIC X(30) VALUE SPACES.
       77 WRK-TAXA-EDITADA               PIC ZZ9,9.
       77 WRK-FALTA-EDITADA              PIC ZZZZZZ9,9.

      *    ACUMULADORES DO TRIMESTRE, SUBSCRITOS PELO PROPRIO CODIGO DO
      *    FORNECEDOR (FOR-CODIGO 1 A 999).
       01 WRK-ACUMULADORES.
           05 ACUM-FORNECEDOR OCCURS 999 TIMES.
               10 WRK-ACU-CARGAS         PIC 9(5).
               10 WRK-ACU-RECUSADAS      PIC 9(5).
               10 WRK-ACU-FALTA          PIC 9(9).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'QUALIDADE POR FORNECEDOR - ANO (AAAA): '.
           ACCEPT WRK-ANO-PEDIDO.
           DISPLAY 'TRIMESTRE (1 A 4): '.
           ACCEPT WRK-TRIMESTRE-PEDIDO.

           IF WRK-TRIMESTRE-PEDIDO LESS 1
               OR WRK-TRIMESTRE-PEDIDO GREATER 4
               DISPLAY 'TRIMESTRE INVALIDO - USE 1, 2, 3 OU 4.'
               STOP RUN
           END-IF.

           COMPUTE WRK-MES-INICIAL EQUAL WRK-ANO-PEDIDO * 100
               + (WRK-TRIMESTRE-PEDIDO - 1) * 3 + 1.
           COMPUTE WRK-MES-FINAL EQUAL WRK-MES-INICIAL + 2.

           INITIALIZE WRK-ACUMULADORES.

           OPEN INPUT ARQUIVO-QUALIDADE.
           PERFORM 1000-LE-TESTE.
           PERFORM 1100-ACUMULA-TESTE
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-QUALIDADE.

           OPEN INPUT ARQUIVO-FORNECEDORES.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "QUALIDADE DAS CARGAS POR FORNECEDOR - "
                  WRK-TRIMESTRE-PEDIDO "O TRIMESTRE DE "
                  WRK-ANO-PEDIDO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FORN NOME                            CARGAS "
                  "RECUS.  TAXA %  FALTA MEDIA (L)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 2000-IMPRIME-FORNECEDOR UNTIL WRK-IDX NOT LESS 999.

           PERFORM 3000-IMPRIME-TOTAIS.
           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'RELATORIO DE QUALIDADE GRAVADO EM '
               'QUALIDADE_FORNECEDORES.LST.'.
           STOP RUN.

       1000-LE-TESTE.
           READ ARQUIVO-QUALIDADE
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * SO ENTRA O TESTE DO TRIMESTRE PEDIDO COM FORNECEDOR VALIDO.     *
      *----------------------------------------------------------------*
       1100-ACUMULA-TESTE.
           IF QUA-DATA (1:6) NOT LESS WRK-MES-INICIAL
               AND QUA-DATA (1:6) NOT GREATER WRK-MES-FINAL
               AND QUA-FORNECEDOR GREATER ZEROS
               MOVE QUA-FORNECEDOR TO WRK-IDX
               ADD 1 TO WRK-ACU-CARGAS (WRK-IDX)
               ADD QUA-FALTA-LITROS TO WRK-ACU-FALTA (WRK-IDX)
               IF CARGA-RECUSADA
                   ADD 1 TO WRK-ACU-RECUSADAS (WRK-IDX)
               END-IF
           END-IF.
           PERFORM 1000-LE-TESTE.

      *----------------------------------------------------------------*
      * UMA LINHA POR FORNECEDOR QUE TEVE CARGA NO TRIMESTRE. A TAXA DE *
      * RECUSA E SOBRE AS CARGAS TESTADAS E A FALTA MEDIA E POR CARGA.  *
      *----------------------------------------------------------------*
       2000-IMPRIME-FORNECEDOR.
           ADD 1 TO WRK-IDX.
           IF WRK-ACU-CARGAS (WRK-IDX) GREATER ZEROS
               MOVE WRK-IDX TO FOR-CODIGO
               READ ARQUIVO-FORNECEDORES
                   INVALID KEY
                       MOVE "FORNECEDOR NAO CADASTRADO"
                           TO WRK-NOME-FORNECEDOR
                   NOT INVALID KEY
                       MOVE FOR-NOME TO WRK-NOME-FORNECEDOR
               END-READ
               COMPUTE WRK-TAXA-RECUSA ROUNDED EQUAL
                   WRK-ACU-RECUSADAS (WRK-IDX) * 100 /
                   WRK-ACU-CARGAS (WRK-IDX)
               COMPUTE WRK-FALTA-MEDIA ROUNDED EQUAL
                   WRK-ACU-FALTA (WRK-IDX) / WRK-ACU-CARGAS (WRK-IDX)
               MOVE WRK-TAXA-RECUSA TO WRK-TAXA-EDITADA
               MOVE WRK-FALTA-MEDIA TO WRK-FALTA-EDITADA
               MOVE SPACES TO LINHA-RELATORIO
               STRING WRK-IDX "  " WRK-NOME-FORNECEDOR
                      "  " WRK-ACU-CARGAS (WRK-IDX)
                      "  " WRK-ACU-RECUSADAS (WRK-IDX)
                      "   " WRK-TAXA-EDITADA
                      "    " WRK-FALTA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               ADD WRK-ACU-CARGAS (WRK-IDX) TO WRK-TOT-CARGAS
               ADD WRK-ACU-RECUSADAS (WRK-IDX) TO WRK-TOT-RECUSADAS
               ADD WRK-ACU-FALTA (WRK-IDX) TO WRK-TOT-FALTA
           END-IF.

       3000-IMPRIME-TOTAIS.
           MOVE ZEROS TO WRK-TAXA-RECUSA WRK-FALTA-MEDIA.
           IF WRK-TOT-CARGAS GREATER ZEROS
               COMPUTE WRK-TAXA-RECUSA ROUNDED EQUAL
                   WRK-TOT-RECUSADAS * 100 / WRK-TOT-CARGAS
               COMPUTE WRK-FALTA-MEDIA ROUNDED EQUAL
                   WRK-TOT-FALTA / WRK-TOT-CARGAS
           END-IF.
           MOVE WRK-TAXA-RECUSA TO WRK-TAXA-EDITADA.
           MOVE WRK-FALTA-MEDIA TO WRK-FALTA-EDITADA.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DO TRIMESTRE - CARGAS: " WRK-TOT-CARGAS
                  "  RECUSADAS: " WRK-TOT-RECUSADAS
                  "  TAXA %: " WRK-TAXA-EDITADA
                  "  FALTA MEDIA (L): " WRK-FALTA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
