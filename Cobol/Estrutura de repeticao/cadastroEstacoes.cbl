      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "CadastroEstacoes".
       AUTHOR. "LUCAS KURATA".
      *    CADASTRO DAS ESTACOES METEOROLOGICAS (ESTACOES.DAT) QUE
      *     ENVIAM LEITURAS DE CLIMA: INCLUSAO OU ALTERACAO DE NOME,
      *     CIDADE E ALTITUDE, E LISTAGEM. A CAPTURA DO CLIMA SO ACEITA
      *     LEITURA DE ESTACAO CADASTRADA AQUI.
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
           SELECT OPTIONAL ARQUIVO-ESTACOES
           ASSIGN TO "estacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EST-CODIGO
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-ESTACOES.
           COPY "ESTACAO-METEOROLOGICA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-OPCAO                      PIC 9(1) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-ESTACAO-ACHADA             PIC A(1) VALUE "N".

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           OPEN I-O ARQUIVO-ESTACOES.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-ESTACOES.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '========================================='.
           DISPLAY 'ESTACOES METEOROLOGICAS'.
           DISPLAY '1 - Incluir ou alterar estacao'.
           DISPLAY '2 - Listar estacoes'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM 2000-GRAVA-ESTACAO
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM 3000-LISTA-ESTACOES
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

      *----------------------------------------------------------------*
      * INCLUI A ESTACAO OU ALTERA A EXISTENTE; O CODIGO NAO MUDA       *
      * PORQUE ESTA GRAVADO EM TODAS AS LEITURAS DA ESTACAO.            *
      *----------------------------------------------------------------*
       2000-GRAVA-ESTACAO.
           DISPLAY 'CODIGO DA ESTACAO (001-999): '.
           ACCEPT EST-CODIGO.
           IF EST-CODIGO EQUAL ZEROS
               DISPLAY 'CODIGO DE ESTACAO INVALIDO.'
           ELSE
               MOVE "N" TO WRK-ESTACAO-ACHADA
               READ ARQUIVO-ESTACOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WRK-ESTACAO-ACHADA
                       DISPLAY 'ATUAL: ' EST-NOME ' - ' EST-CIDADE
                           '  ALTITUDE ' EST-ALTITUDE ' M'
               END-READ

               DISPLAY 'NOME DA ESTACAO: '
               ACCEPT EST-NOME
               DISPLAY 'CIDADE: '
               ACCEPT EST-CIDADE
               DISPLAY 'ALTITUDE (METROS): '
               ACCEPT EST-ALTITUDE

               IF WRK-ESTACAO-ACHADA EQUAL "S"
                   REWRITE ESTACAO-REGISTRO
                   DISPLAY 'ESTACAO ALTERADA.'
               ELSE
                   WRITE ESTACAO-REGISTRO
                   DISPLAY 'ESTACAO INCLUIDA.'
               END-IF
           END-IF.

       3000-LISTA-ESTACOES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO EST-CODIGO.
           START ARQUIVO-ESTACOES KEY IS NOT LESS EST-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 3100-LE-ESTACAO
           END-IF.

           PERFORM 3200-EXIBE-ESTACAO UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".

       3100-LE-ESTACAO.
           READ ARQUIVO-ESTACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       3200-EXIBE-ESTACAO.
           DISPLAY 'ESTACAO ' EST-CODIGO ' - ' EST-NOME
               '  CIDADE: ' EST-CIDADE
               '  ALTITUDE: ' EST-ALTITUDE ' M'.
           PERFORM 3100-LE-ESTACAO.
