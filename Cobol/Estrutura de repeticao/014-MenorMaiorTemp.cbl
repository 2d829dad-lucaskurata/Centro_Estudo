       PROGRAM-ID. "014- MaiorMenorTemp".
       AUTHOR. "LUCAS KURATA".
      *    LE O HISTORICO DE TEMPERATURAS E GRAVA O RESUMO MENSAL
      *     (MAIOR, MENOR E MEDIA) POR MES, UM BLOCO POR ESTACAO DO
      *     CADASTRO DE ESTACOES (AS LEITURAS SAO ORDENADAS POR
      *     ESTACAO E DATA, JA QUE A CAPTURA GRAVA AS ESTACOES
      *     INTERCALADAS). CADA MES MOSTRA QUANTOS DIAS TEVE E QUANTOS
      *     DELES SAO ESTIMATIVAS DO PREENCHIMENTO DE LACUNAS.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           SELECT ARQUIVO-RESUMO-MENSAL
           ASSIGN TO "resumo_mensal_temperaturas.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ESTACOES
           ASSIGN TO "estacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EST-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT SORT-LEITURAS
           ASSIGN TO "temperaturas.tmp".
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
           05 WRK-TEMPERATURA     PIC 9(2)V9(2).
           05 WRK-CHUVA-MM        PIC 9(3)V9.
           05 WRK-UMIDADE         PIC 9(3).
           05 WRK-ESTACAO         PIC 9(3).
           05 WRK-ORIGEM          PIC X(1).
               88 LEITURA-ESTIMADA VALUE "E".

       FD  ARQUIVO-RESUMO-MENSAL.
       01  LINHA-RESUMO-MENSAL PIC X(100).

       FD  ARQUIVO-ESTACOES.
           COPY "ESTACAO-METEOROLOGICA.cpy".

       SD  SORT-LEITURAS.
       01  SORT-LEITURA-REGISTRO.
           05 SORT-ESTACAO        PIC 9(3).
           05 SORT-DATA           PIC 9(8).
           05 SORT-TEMPERATURA    PIC 9(2)V9(2).
           05 SORT-ORIGEM         PIC X(1).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
       77 WRK-SOMA                     PIC 9(5)V99 VALUE ZEROS.
       77 WRK-DIVISAO                  PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-CONT                     PIC 9(3) VALUE ZEROS.
       77 WRK-CONT-ESTIMADOS           PIC 9(3) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-MES-ATUAL                PIC 9(6) VALUE ZEROS.
       77 WRK-MAIOR-EDITADA            PIC Z9,99.
       77 WRK-MENOR-EDITADA            PIC Z9,99.
       77 WRK-MEDIA-EDITADA            PIC Z9,99.
       77 WRK-FIM-SORT                 PIC A(1) VALUE "N".
       77 WRK-ESTACAO-ATUAL            PIC 9(3) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           OPEN OUTPUT ARQUIVO-RESUMO-MENSAL.
           OPEN INPUT ARQUIVO-ESTACOES.

           SORT SORT-LEITURAS
               ON ASCENDING KEY SORT-ESTACAO SORT-DATA
               INPUT PROCEDURE IS 1000-SELECIONA-LEITURAS
               OUTPUT PROCEDURE IS 2000-RESUME-LEITURAS.

           CLOSE ARQUIVO-ESTACOES.
           CLOSE ARQUIVO-RESUMO-MENSAL.
           STOP RUN.

      *----------------------------------------------------------------*
      * PASSA AS LEITURAS DO HISTORICO PARA A ORDENACAO POR ESTACAO E   *
      * DATA.                                                           *
      *----------------------------------------------------------------*
       1000-SELECIONA-LEITURAS.
           OPEN INPUT ARQUIVO-TEMPERATURAS.
           PERFORM 1100-LE-TEMPERATURA.
           PERFORM 1200-LIBERA-LEITURA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-TEMPERATURAS.

       1100-LE-TEMPERATURA.
           READ ARQUIVO-TEMPERATURAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-LIBERA-LEITURA.
           MOVE WRK-ESTACAO TO SORT-ESTACAO.
           MOVE WRK-DATA-LEITURA TO SORT-DATA.
           MOVE WRK-TEMPERATURA TO SORT-TEMPERATURA.
           MOVE WRK-ORIGEM TO SORT-ORIGEM.
           RELEASE SORT-LEITURA-REGISTRO.
           PERFORM 1100-LE-TEMPERATURA.

      *----------------------------------------------------------------*
      * UM BLOCO POR ESTACAO COM O RESUMO DE CADA MES; A QUEBRA DE      *
      * ESTACAO TAMBEM FECHA O MES CORRENTE.                            *
      *----------------------------------------------------------------*
       2000-RESUME-LEITURAS.
           PERFORM 2100-OBTEM-LEITURA.

           IF WRK-FIM-SORT NOT EQUAL "S"
               MOVE SORT-ESTACAO TO WRK-ESTACAO-ATUAL
               MOVE SORT-DATA (1:6) TO WRK-MES-ATUAL
               PERFORM 2300-IMPRIME-ESTACAO
           END-IF.

           PERFORM 2200-PROCESSA-LEITURA UNTIL WRK-FIM-SORT
               EQUAL "S".

           IF WRK-CONT GREATER 0
               PERFORM 3000-IMPRIME-RESUMO-MES
           END-IF.

       2100-OBTEM-LEITURA.
           RETURN SORT-LEITURAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

      *----------------------------------------------------------------*
      * ACUMULA A LEITURA NO MES CORRENTE; QUANDO O MES MUDA, FECHA O   *
      * RESUMO DO MES ANTERIOR E REINICIA OS ACUMULADORES.              *
      *----------------------------------------------------------------*
       2200-PROCESSA-LEITURA.
           IF SORT-ESTACAO NOT EQUAL WRK-ESTACAO-ATUAL
               PERFORM 3000-IMPRIME-RESUMO-MES
               MOVE SORT-ESTACAO TO WRK-ESTACAO-ATUAL
               MOVE SORT-DATA (1:6) TO WRK-MES-ATUAL
               PERFORM 2300-IMPRIME-ESTACAO
           END-IF.

           IF SORT-DATA (1:6) NOT EQUAL WRK-MES-ATUAL
               PERFORM 3000-IMPRIME-RESUMO-MES
               MOVE SORT-DATA (1:6) TO WRK-MES-ATUAL
           END-IF.

           ADD SORT-TEMPERATURA TO WRK-SOMA.
           ADD 1 TO WRK-CONT.
           IF SORT-ORIGEM EQUAL "E"
               ADD 1 TO WRK-CONT-ESTIMADOS
           END-IF.

           IF SORT-TEMPERATURA GREATER WRK-MAIOR
               MOVE SORT-TEMPERATURA TO WRK-MAIOR
           END-IF.

           IF SORT-TEMPERATURA LESS WRK-MENOR
               MOVE SORT-TEMPERATURA TO WRK-MENOR
           END-IF.

           PERFORM 2100-OBTEM-LEITURA.

       2300-IMPRIME-ESTACAO.
           MOVE WRK-ESTACAO-ATUAL TO EST-CODIGO.
           MOVE SPACES TO LINHA-RESUMO-MENSAL.
           READ ARQUIVO-ESTACOES
               INVALID KEY
                   STRING "ESTACAO " WRK-ESTACAO-ATUAL
                          " - NAO CADASTRADA"
                       DELIMITED BY SIZE INTO LINHA-RESUMO-MENSAL
               NOT INVALID KEY
                   STRING "ESTACAO " WRK-ESTACAO-ATUAL
                          " - " EST-NOME " (" EST-CIDADE ")"
                       DELIMITED BY SIZE INTO LINHA-RESUMO-MENSAL
           END-READ.
           WRITE LINHA-RESUMO-MENSAL.

      *----------------------------------------------------------------*
      * GRAVA O RESUMO (MAIOR, MENOR E MEDIA) DO MES CORRENTE E         *
           MOVE WRK-DIVISAO TO WRK-MEDIA-EDITADA.

           MOVE SPACES TO LINHA-RESUMO-MENSAL.
           STRING "   MES: " WRK-MES-ATUAL
                  "  MAIOR: " WRK-MAIOR-EDITADA
                  "  MENOR: " WRK-MENOR-EDITADA
                  "  MEDIA: " WRK-MEDIA-EDITADA
                  "  DIAS: " WRK-CONT
                  "  ESTIMADOS: " WRK-CONT-ESTIMADOS
               DELIMITED BY SIZE INTO LINHA-RESUMO-MENSAL.
           WRITE LINHA-RESUMO-MENSAL.

           MOVE ZEROS TO WRK-SOMA WRK-CONT WRK-CONT-ESTIMADOS WRK-MAIOR.
           MOVE 99,99 TO WRK-MENOR.
