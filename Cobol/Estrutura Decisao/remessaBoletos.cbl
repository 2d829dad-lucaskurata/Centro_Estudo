      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RemessaBoletos".
       AUTHOR. "LUCAS KURATA".
      *    BATCH DE FIM DE DIA DOS BOLETOS PAGOS NO CAIXA ELETRONICO:
      *     TODO PAGAMENTO AINDA PENDENTE DE REMESSA (BOLETOS_PAGOS.DAT)
      *     ATE A DATA DE MOVIMENTO VAI PARA A REMESSA DA COMPENSACAO
      *     (REMESSA_BOLETOS.DAT: HEADER, UM DETALHE POR BOLETO COM O
      *     CODIGO DE BARRAS E O VALOR PAGO, E TRAILER COM QUANTIDADE E
      *     TOTAL) E E MARCADO COMO REMETIDO - RODAR DE NOVO NAO MANDA
      *     O MESMO BOLETO DUAS VEZES. A GERACAO ENTRA NO MANIFESTO DE
      *     SAIDA, COMO AS REMESSAS DA FOLHA.
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
           SELECT OPTIONAL ARQUIVO-BOLETOS-PAGOS
           ASSIGN TO "boletos_pagos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BPG-CODIGO-BARRAS
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT ARQUIVO-REMESSA
           ASSIGN TO "remessa_boletos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MANIFESTO
           ASSIGN TO "manifesto_saida.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ERROS
           ASSIGN TO "erros_sistema.log"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-BOLETOS-PAGOS.
           COPY "BOLETO-PAGO.cpy".

      *    HEADER (0), UM DETALHE (1) POR BOLETO PAGO E TRAILER (9) COM
      *    QUANTIDADE E VALOR TOTAL PARA A COMPENSACAO CRITICAR O LOTE.
       FD  ARQUIVO-REMESSA.
       01  REMESSA-HEADER.
           05 REM-H-TIPO        PIC X(1).
           05 REM-H-DATA        PIC 9(8).
           05 REM-H-ORIGEM      PIC X(30).
       01  REMESSA-DETALHE.
           05 REM-D-TIPO        PIC X(1).
           05 REM-D-CODIGO-BARRAS PIC X(44).
           05 REM-D-DATA-PAGAMENTO PIC 9(8).
           05 REM-D-VALOR-DOCUMENTO PIC 9(8)V99.
           05 REM-D-VALOR-ENCARGOS PIC 9(7)V99.
           05 REM-D-VALOR-PAGO  PIC 9(8)V99.
           05 REM-D-CONTA       PIC 9(8).
       01  REMESSA-TRAILER.
           05 REM-T-TIPO        PIC X(1).
           05 REM-T-QTD         PIC 9(6).
           05 REM-T-TOTAL       PIC 9(10)V99.

       FD  ARQUIVO-MANIFESTO.
           COPY "MANIFESTO-SAIDA.cpy".

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-ERROS.
           COPY "ERRO-ARQUIVO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    FILE STATUS DO ARQUIVO PRINCIPAL E APOIO DO LOG CENTRAL DE
      *    ERROS DE ARQUIVO (ERROS_SISTEMA.LOG).
       77 WRK-FS-PRINCIPAL               PIC X(2) VALUE SPACES.
       77 WRK-ERR-DATA                   PIC 9(8) VALUE ZEROS.
       77 WRK-ERR-HORA                   PIC 9(6) VALUE ZEROS.
       77 WRK-ERR-ARQUIVO                PIC X(25) VALUE SPACES.
       77 WRK-ERR-OPERACAO               PIC X(8) VALUE SPACES.

       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-REM-QTD                    PIC 9(6) VALUE ZEROS.
       77 WRK-REM-TOTAL                  PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-MENSALIDADES           PIC 9(6) VALUE ZEROS.
       77 WRK-TOTAL-EDITADO              PIC ZZZZZZZZZ9.99.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.

           OPEN I-O ARQUIVO-BOLETOS-PAGOS.
           MOVE "boletos_pagos.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           OPEN OUTPUT ARQUIVO-REMESSA.
           PERFORM 6000-GRAVA-REMESSA-HEADER.

           PERFORM 1000-LE-BOLETO.
           PERFORM 2000-PROCESSA-BOLETO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 6200-GRAVA-REMESSA-TRAILER.

           CLOSE ARQUIVO-BOLETOS-PAGOS.
           CLOSE ARQUIVO-REMESSA.

           MOVE WRK-REM-TOTAL TO WRK-TOTAL-EDITADO.
           DISPLAY 'REMESSA DE BOLETOS DE ' WRK-DATA-ATUAL
               ' - BOLETOS: ' WRK-REM-QTD
               ' (MENSALIDADES: ' WRK-QTD-MENSALIDADES ')'
               '  TOTAL: ' WRK-TOTAL-EDITADO.
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

       1000-LE-BOLETO.
           READ ARQUIVO-BOLETOS-PAGOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "boletos_pagos.dat" TO WRK-ERR-ARQUIVO.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * PAGAMENTO PENDENTE ATE A DATA DE MOVIMENTO ENTRA NA REMESSA E   *
      * FICA MARCADO COMO REMETIDO COM A DATA DA REMESSA.               *
      *----------------------------------------------------------------*
       2000-PROCESSA-BOLETO.
           IF BOLETO-PENDENTE-REMESSA
               AND BPG-DATA-PAGAMENTO NOT GREATER WRK-DATA-ATUAL
               PERFORM 6100-GRAVA-REMESSA-DETALHE
               MOVE "R" TO BPG-SITUACAO
               MOVE WRK-DATA-ATUAL TO BPG-DATA-REMESSA
               REWRITE BOLETO-PAGO-REGISTRO
               MOVE "boletos_pagos.dat" TO WRK-ERR-ARQUIVO
               MOVE "REWRITE" TO WRK-ERR-OPERACAO
               PERFORM 9800-TESTA-STATUS-ARQUIVO
           END-IF.
           PERFORM 1000-LE-BOLETO.

       6000-GRAVA-REMESSA-HEADER.
           MOVE "0" TO REM-H-TIPO.
           MOVE WRK-DATA-ATUAL TO REM-H-DATA.
           MOVE "CAIXA ELETRONICO - BOLETOS" TO REM-H-ORIGEM.
           WRITE REMESSA-HEADER.

       6100-GRAVA-REMESSA-DETALHE.
           MOVE "1" TO REM-D-TIPO.
           MOVE BPG-CODIGO-BARRAS TO REM-D-CODIGO-BARRAS.
           MOVE BPG-DATA-PAGAMENTO TO REM-D-DATA-PAGAMENTO.
           MOVE BPG-VALOR-DOCUMENTO TO REM-D-VALOR-DOCUMENTO.
           MOVE BPG-VALOR-ENCARGOS TO REM-D-VALOR-ENCARGOS.
           MOVE BPG-VALOR-PAGO TO REM-D-VALOR-PAGO.
           MOVE BPG-CONTA TO REM-D-CONTA.
           WRITE REMESSA-DETALHE.

           ADD 1 TO WRK-REM-QTD.
           ADD BPG-VALOR-PAGO TO WRK-REM-TOTAL.
           IF BOLETO-MENSALIDADE
               ADD 1 TO WRK-QTD-MENSALIDADES
           END-IF.

       6200-GRAVA-REMESSA-TRAILER.
           MOVE "9" TO REM-T-TIPO.
           MOVE WRK-REM-QTD TO REM-T-QTD.
           MOVE WRK-REM-TOTAL TO REM-T-TOTAL.
           WRITE REMESSA-TRAILER.
           PERFORM 6300-GRAVA-MANIFESTO.

      *----------------------------------------------------------------*
      * REGISTRO DE CONTROLE DA GERACAO NO MANIFESTO DE SAIDA, COMO A   *
      * REMESSA DA FOLHA: A COMPENSACAO CONFERE CONTAGEM E SOMA.        *
      *----------------------------------------------------------------*
       6300-GRAVA-MANIFESTO.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-MANIFESTO.
           MOVE SPACES TO MANIFESTO-REGISTRO.
           MOVE "remessa_boletos.dat" TO MAN-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO MAN-DATA.
           MOVE WRK-ERR-HORA TO MAN-HORA.
           MOVE WRK-REM-QTD TO MAN-QTD-REGISTROS.
           MOVE WRK-REM-TOTAL TO MAN-SOMA-VALOR.
           MOVE "N" TO MAN-ENVIADO.
           WRITE MANIFESTO-REGISTRO.
           CLOSE ARQUIVO-MANIFESTO.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
      * RETURN-CODE 8.                                                  *
      *----------------------------------------------------------------*
       9800-TESTA-STATUS-ARQUIVO.
           IF WRK-FS-PRINCIPAL NOT EQUAL "00"
               AND WRK-FS-PRINCIPAL NOT EQUAL "04"
               AND WRK-FS-PRINCIPAL NOT EQUAL "05"
               AND WRK-FS-PRINCIPAL NOT EQUAL "10"
               PERFORM 9900-GRAVA-ERRO-ARQUIVO
           END-IF.

       9900-GRAVA-ERRO-ARQUIVO.
           ACCEPT WRK-ERR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-ERROS.
           MOVE SPACES TO ERRO-REGISTRO.
           MOVE WRK-ERR-DATA TO ERR-DATA.
           MOVE WRK-ERR-HORA TO ERR-HORA.
           MOVE "REMBOLET" TO ERR-PROGRAMA.
           MOVE WRK-ERR-ARQUIVO TO ERR-ARQUIVO.
           MOVE WRK-ERR-OPERACAO TO ERR-OPERACAO.
           MOVE WRK-FS-PRINCIPAL TO ERR-STATUS.
           WRITE ERRO-REGISTRO.
           CLOSE ARQUIVO-ERROS.
           DISPLAY 'ERRO DE ARQUIVO ' WRK-ERR-ARQUIVO
               ' OPERACAO ' WRK-ERR-OPERACAO
               ' STATUS ' WRK-FS-PRINCIPAL ' - PROGRAMA ABORTADO.'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
