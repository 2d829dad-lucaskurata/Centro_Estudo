      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "PrazosCasos".
       AUTHOR. "LUCAS KURATA".
      *    RELATORIO DIARIO DE PRAZOS DAS INVESTIGACOES: DOS CASOS
      *     ABERTOS EM CASOS.DAT, LISTA POR INVESTIGADOR RESPONSAVEL
      *     OS JA VENCIDOS E OS QUE VENCEM NOS PROXIMOS 10 DIAS,
      *     CONTADOS DA DATA DE MOVIMENTO (CASOS_PRAZOS.LST). CADA CASO
      *     VENCIDO VAI TAMBEM PARA CASOS_PRAZOS_EXC.LST, RECOLHIDA
      *     PELO CONSOLIDADOR NA WORKLIST DE EXCECOES COM SEVERIDADE
      *     ALTA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CASOS
           ASSIGN TO "casos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CASO-NUMERO
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-PRAZOS
           ASSIGN TO "prazosort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "casos_prazos.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO "casos_prazos_exc.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-CASOS.
           COPY "CASO-REGISTRO.cpy".

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

      *    VENCIDOS (SITUACAO 1) ANTES DOS A VENCER (SITUACAO 2) DENTRO
      *    DE CADA INVESTIGADOR, CADA GRUPO PELO PRAZO MAIS ANTIGO.
       SD  SORT-PRAZOS.
       01  SORT-PRZ-REGISTRO.
           05 SORT-INVESTIGADOR   PIC A(20).
           05 SORT-SITUACAO       PIC 9(1).
           05 SORT-PRAZO          PIC 9(8).
           05 SORT-CASO           PIC 9(5).
           05 SORT-TIPO           PIC 9(2).
           05 SORT-ABERTURA       PIC 9(8).
           05 SORT-PRORROGACOES   PIC 9(2).
           05 SORT-DIAS           PIC 9(5).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQUIVO-EXCECOES.
       01  LINHA-EXCECAO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *    JANELA DE AVISO: CASOS QUE VENCEM EM ATE ESTES DIAS.
       77 WRK-DIAS-AVISO                 PIC 9(3) VALUE 10.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                   PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-PARA-PRAZO            PIC S9(5) VALUE ZEROS.
       77 WRK-INVESTIGADOR-ATUAL         PIC A(20) VALUE SPACES.
       77 WRK-PRIMEIRO-GRUPO             PIC A(1) VALUE "S".
       77 WRK-QTD-ABERTOS                PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-A-VENCER               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-PRAZO              PIC 9(5) VALUE ZEROS.
       77 WRK-INV-A-VENCER               PIC 9(4) VALUE ZEROS.
       77 WRK-INV-VENCIDOS               PIC 9(4) VALUE ZEROS.
       77 WRK-DIAS-EDITADO               PIC ZZZZ9.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           OPEN OUTPUT ARQUIVO-EXCECOES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRAZOS DAS INVESTIGACOES - " WRK-DATA-ATUAL
                  " - VENCIDOS E A VENCER EM ATE " WRK-DIAS-AVISO
                  " DIAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING "CASOS COM PRAZO DE INVESTIGACAO VENCIDO - "
                  WRK-DATA-ATUAL
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

           SORT SORT-PRAZOS
               ON ASCENDING KEY SORT-INVESTIGADOR SORT-SITUACAO
                                SORT-PRAZO SORT-CASO
               INPUT PROCEDURE IS 1000-SELECIONA-CASOS
               OUTPUT PROCEDURE IS 2000-IMPRIME-PRAZOS.

           PERFORM 3000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-EXCECOES.

           DISPLAY 'PRAZOS DAS INVESTIGACOES ' WRK-DATA-ATUAL
               ' - ABERTOS: ' WRK-QTD-ABERTOS
               '  A VENCER: ' WRK-QTD-A-VENCER
               '  VENCIDOS: ' WRK-QTD-VENCIDOS '.'.
           STOP RUN.

       0450-OBTEM-DATA-MOVIMENTO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   CONTINUE
               NOT AT END
                   IF DMV-DATA NUMERIC AND DMV-DATA GREATER ZEROS
                       MOVE DMV-DATA TO WRK-DATA-ATUAL
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

      *----------------------------------------------------------------*
      * SO CASOS ABERTOS: VENCIDO QUANDO O PRAZO JA PASSOU, A VENCER    *
      * QUANDO FALTAM ATE WRK-DIAS-AVISO DIAS. CASO SEM PRAZO GRAVADO   *
      * SO ENTRA NA CONTAGEM DO RODAPE.                                 *
      *----------------------------------------------------------------*
       1000-SELECIONA-CASOS.
           OPEN INPUT ARQUIVO-CASOS.
           PERFORM 1100-LE-CASO.
           PERFORM 1200-AVALIA-CASO
               THRU 1200-AVALIA-CASO-FIM
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CASOS.

       1100-LE-CASO.
           READ ARQUIVO-CASOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-AVALIA-CASO.
           IF NOT CASO-ABERTO
               GO TO 1200-AVALIA-CASO-FIM
           END-IF.

           ADD 1 TO WRK-QTD-ABERTOS.
           IF CASO-DATA-PRAZO NOT NUMERIC
               OR CASO-DATA-PRAZO EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-PRAZO
               GO TO 1200-AVALIA-CASO-FIM
           END-IF.

           COMPUTE WRK-DIAS-PARA-PRAZO EQUAL
               FUNCTION INTEGER-OF-DATE (CASO-DATA-PRAZO)
               - FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL).
           IF WRK-DIAS-PARA-PRAZO GREATER WRK-DIAS-AVISO
               GO TO 1200-AVALIA-CASO-FIM
           END-IF.

           IF WRK-DIAS-PARA-PRAZO LESS ZEROS
               MOVE 1 TO SORT-SITUACAO
               COMPUTE SORT-DIAS EQUAL ZEROS - WRK-DIAS-PARA-PRAZO
           ELSE
               MOVE 2 TO SORT-SITUACAO
               MOVE WRK-DIAS-PARA-PRAZO TO SORT-DIAS
           END-IF.
           MOVE CASO-INVESTIGADOR TO SORT-INVESTIGADOR.
           IF SORT-INVESTIGADOR EQUAL SPACES
               MOVE "SEM INVESTIGADOR" TO SORT-INVESTIGADOR
           END-IF.
           MOVE CASO-DATA-PRAZO TO SORT-PRAZO.
           MOVE CASO-NUMERO TO SORT-CASO.
           MOVE CASO-TIPO TO SORT-TIPO.
           MOVE CASO-DATA-ABERTURA TO SORT-ABERTURA.
           MOVE CASO-QTD-PRORROGACOES TO SORT-PRORROGACOES.
           RELEASE SORT-PRZ-REGISTRO.

       1200-AVALIA-CASO-FIM.
           PERFORM 1100-LE-CASO.

      *----------------------------------------------------------------*
      * UM BLOCO POR INVESTIGADOR, VENCIDOS PRIMEIRO, COM O SUBTOTAL    *
      * DO INVESTIGADOR NA QUEBRA.                                      *
      *----------------------------------------------------------------*
       2000-IMPRIME-PRAZOS.
           PERFORM 2100-OBTEM-CASO.
           PERFORM 2200-IMPRIME-CASO UNTIL WRK-FIM-SORT EQUAL "S".
           IF WRK-PRIMEIRO-GRUPO NOT EQUAL "S"
               PERFORM 2400-SUBTOTAL-INVESTIGADOR
           END-IF.

       2100-OBTEM-CASO.
           RETURN SORT-PRAZOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2200-IMPRIME-CASO.
           IF WRK-PRIMEIRO-GRUPO EQUAL "S"
               OR SORT-INVESTIGADOR NOT EQUAL WRK-INVESTIGADOR-ATUAL
               IF WRK-PRIMEIRO-GRUPO NOT EQUAL "S"
                   PERFORM 2400-SUBTOTAL-INVESTIGADOR
               END-IF
               MOVE "N" TO WRK-PRIMEIRO-GRUPO
               MOVE SORT-INVESTIGADOR TO WRK-INVESTIGADOR-ATUAL
               MOVE ZEROS TO WRK-INV-A-VENCER
               MOVE ZEROS TO WRK-INV-VENCIDOS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "INVESTIGADOR: " SORT-INVESTIGADOR
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE SORT-DIAS TO WRK-DIAS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF SORT-SITUACAO EQUAL 1
               ADD 1 TO WRK-QTD-VENCIDOS
               ADD 1 TO WRK-INV-VENCIDOS
               STRING "  CASO " SORT-CASO "  TIPO " SORT-TIPO
                      "  ABERTO " SORT-ABERTURA
                      "  PRAZO " SORT-PRAZO
                      "  PRORR " SORT-PRORROGACOES
                      "  *** VENCIDO HA " WRK-DIAS-EDITADO " DIA(S)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM 2300-GRAVA-EXCECAO
           ELSE
               ADD 1 TO WRK-QTD-A-VENCER
               ADD 1 TO WRK-INV-A-VENCER
               STRING "  CASO " SORT-CASO "  TIPO " SORT-TIPO
                      "  ABERTO " SORT-ABERTURA
                      "  PRAZO " SORT-PRAZO
                      "  PRORR " SORT-PRORROGACOES
                      "  VENCE EM " WRK-DIAS-EDITADO " DIA(S)"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

           PERFORM 2100-OBTEM-CASO.

      *    OS 60 PRIMEIROS CARACTERES VIRAM A MENSAGEM DO ITEM NA
      *    WORKLIST DE EXCECOES.
       2300-GRAVA-EXCECAO.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING "CASO " SORT-CASO " VENCEU " SORT-PRAZO
                  " HA" WRK-DIAS-EDITADO "D " SORT-INVESTIGADOR
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

       2400-SUBTOTAL-INVESTIGADOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  SUBTOTAL " WRK-INVESTIGADOR-ATUAL
                  "  VENCIDOS: " WRK-INV-VENCIDOS
                  "  A VENCER: " WRK-INV-A-VENCER
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CASOS ABERTOS: " WRK-QTD-ABERTOS
                  "  VENCIDOS: " WRK-QTD-VENCIDOS
                  "  A VENCER: " WRK-QTD-A-VENCER
                  "  SEM PRAZO: " WRK-QTD-SEM-PRAZO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
