       PROGRAM-ID. "ExtratoPontosFidelidade".
       AUTHOR. "LUCAS KURATA".
      *    EXTRATO MENSAL DE PONTOS DE FIDELIDADE: PARA O MES PEDIDO,
      *     LISTA POR CLIENTE CADA ACUMULO (A), BONUS DE ANIVERSARIO
      *     (B), BONUS DE INDICACAO (I), RESGATE (R) E EXPIRACAO (E)
      *     DO RAZAO DE MOVIMENTOS DE PONTOS, COM O TOTAL DE BONUS DE
      *     ANIVERSARIO DO MES, O SALDO ATUAL DO CLIENTE E OS PONTOS
      *     A EXPIRAR NOS PROXIMOS 60 DIAS (EXPURGO DE 12 MESES -
      *     ExpiraPontosFidelidade), PARA O ATENDENTE AVISAR O CLIENTE
      *     A TEMPO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
       77 WRK-TELEFONE-ATUAL             PIC 9(11) VALUE ZEROS.
       77 WRK-PRIMEIRO                   PIC A(1) VALUE "S".
       77 WRK-QTD-MOVIMENTOS             PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-BONUS                  PIC 9(7) VALUE ZEROS.

      *    PONTOS A EXPIRAR EM 60 DIAS: O QUE O SALDO TEM ALEM DOS
      *    ACUMULOS DOS ULTIMOS 305 DIAS (365 DA REGRA MENOS A JANELA
           STRING "MOVIMENTOS LISTADOS: " WRK-QTD-MOVIMENTOS
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "PONTOS DE BONUS DE ANIVERSARIO NO MES: "
                  WRK-TOT-BONUS
               DELIMITED BY SIZE INTO LINHA-EXTRATO.
           WRITE LINHA-EXTRATO.

           CLOSE ARQUIVO-PONTOS.
           CLOSE ARQUIVO-EXTRATO.
           STOP RUN.

      *----------------------------------------------------------------*
      * PRE-PASSAGEM NO RAZAO: ACUMULOS (A, B E I) DOS ULTIMOS 305      *
      * DIAS POR TELEFONE, PARA CALCULAR OS PONTOS A EXPIRAR EM 60 DIAS.*
      *----------------------------------------------------------------*
       0500-CARREGA-RECENTES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE "N" TO WRK-FIM-ARQUIVO.

       0510-ACUMULA-RECENTE.
           IF (MOVP-TIPO EQUAL "A" OR MOVP-TIPO EQUAL "B"
               OR MOVP-TIPO EQUAL "I")
               AND MOVP-DATA NUMERIC
               AND MOVP-DATA GREATER ZEROS
               COMPUTE WRK-MOV-INTEIRO EQUAL
           END-IF.

           ADD 1 TO WRK-QTD-MOVIMENTOS.
           IF SORT-TIPO EQUAL "B"
               ADD SORT-PONTOS TO WRK-TOT-BONUS
           END-IF.
           MOVE SPACES TO LINHA-EXTRATO.
           STRING "  " SORT-DATA
                  "  TIPO: " SORT-TIPO
