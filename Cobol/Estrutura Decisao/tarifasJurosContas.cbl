      *     MOVIMENTO (F = TARIFA, J = JUROS) NO HISTORICO DA CONTA.
      *     O CONTROLE DE COMPETENCIA IMPEDE RODAR DUAS VEZES O MESMO
      *     MES, E O RESUMO DE TARIFAS E JUROS SAI PARA O CONTADOR.
      *     CONTA ENCERRADA FICA DE FORA (OS ENCARGOS FINAIS SAIRAM NO
      *     ENCERRAMENTO).
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
       77 WRK-VALOR-MOVIMENTO            PIC 9(7)V99 VALUE ZEROS.
       77 WRK-QTD-CONTAS                 PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ISENTAS                PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ENCERRADAS             PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-TARIFAS                PIC 9(9)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS                  PIC 9(9)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZZZ9.99.
      * SALDO NEGATIVO - COBRA ATE ONDE O SALDO ALCANCA.                *
      *----------------------------------------------------------------*
       2000-PROCESSA-CONTA.
           IF CONTA-ENCERRADA
               ADD 1 TO WRK-QTD-ENCERRADAS
           ELSE
               PERFORM 2100-LANCA-TARIFA-JUROS
           END-IF.
           PERFORM 1000-LE-CONTA.

       2100-LANCA-TARIFA-JUROS.
           ADD 1 TO WRK-QTD-CONTAS.

           COMPUTE WRK-JUROS ROUNDED EQUAL
           END-IF.

           REWRITE CONTA-REGISTRO.

       3000-GRAVA-MOVIMENTO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-HORA-AGORA TO CMV-HORA.
           MOVE WRK-VALOR-MOVIMENTO TO CMV-VALOR.
           MOVE "E" TO CMV-STATUS.
           MOVE ZEROS TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE CONTA-MOVIMENTO-REGISTRO
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

           MOVE SPACES TO LINHA-RESUMO.
           STRING "  CONTAS ENCERRADAS (FORA) ...... "
                  WRK-QTD-ENCERRADAS
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

           MOVE WRK-TOT-TARIFAS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RESUMO.
           STRING "  TOTAL DE TARIFAS DEBITADAS .... "
