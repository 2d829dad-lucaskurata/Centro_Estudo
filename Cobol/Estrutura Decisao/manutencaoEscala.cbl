      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoEscala".
       AUTHOR. "LUCAS KURATA".
      *    MANUTENCAO DA ESCALA DE ATENDENTES (ESCALA_ATENDENTES.DAT):
      *     UM REGISTRO POR DIA, ILHA DE BOMBAS E PERIODO (M-MANHA
      *     T-TARDE N-NOITE) COM O ATENDENTE ESCALADO E O HORARIO
      *     PLANEJADO. O ATENDENTE PRECISA TER VINCULO EM ATENDENTES.DAT
      *     (O MESMO USUARIO QUE ABRE O TURNO). O RELATORIO DIARIO DA
      *     ESCALA (RelatorioEscala) COMPARA O PLANEJADO COM OS TURNOS.
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
           SELECT OPTIONAL ARQUIVO-ESCALA
           ASSIGN TO "escala_atendentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ESCALA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ATENDENTES
           ASSIGN TO "atendentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ATE-USUARIO
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-ESCALA.
           COPY "ESCALA-ATENDENTE.cpy".

       FD  ARQUIVO-ATENDENTES.
           COPY "ATENDENTE-REGISTRO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-OPCAO                      PIC 9(1) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-PEDIDA                PIC 9(8) VALUE ZEROS.
       77 WRK-CHAVE-OK                   PIC A(1) VALUE "N".
       77 WRK-ATENDENTE-OK               PIC A(1) VALUE "N".
       77 CONFIRMA-OPERACAO              PIC A(1) VALUE SPACES.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           OPEN I-O ARQUIVO-ESCALA.
           OPEN INPUT ARQUIVO-ATENDENTES.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-ESCALA.
           CLOSE ARQUIVO-ATENDENTES.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '========================================='.
           DISPLAY 'ESCALA DE ATENDENTES'.
           DISPLAY '1 - Listar a escala de um dia'.
           DISPLAY '2 - Escalar atendente (dia, ilha, periodo)'.
           DISPLAY '3 - Trocar atendente/horario de uma escala'.
           DISPLAY '4 - Excluir uma escala'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM 2000-LISTA-DIA
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM 3000-INCLUI-ESCALA
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM 4000-ALTERA-ESCALA
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM 5000-EXCLUI-ESCALA
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

       2000-LISTA-DIA.
           DISPLAY 'DATA DA ESCALA (AAAAMMDD): '.
           ACCEPT WRK-DATA-PEDIDA.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA-PEDIDA TO ESC-DATA.
           MOVE ZEROS TO ESC-ILHA.
           MOVE SPACE TO ESC-PERIODO.
           START ARQUIVO-ESCALA KEY IS NOT LESS ESCALA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 2100-LE-PROXIMA-ESCALA
           END-IF.

           PERFORM 2200-EXIBE-ESCALA
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       2100-LE-PROXIMA-ESCALA.
           READ ARQUIVO-ESCALA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND ESC-DATA NOT EQUAL WRK-DATA-PEDIDA
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       2200-EXIBE-ESCALA.
           DISPLAY 'ILHA ' ESC-ILHA '  PERIODO ' ESC-PERIODO
               '  ' ESC-HORA-INICIO ' AS ' ESC-HORA-FIM
               '  ATENDENTE: ' ESC-ATENDENTE.
           PERFORM 2100-LE-PROXIMA-ESCALA.

      *----------------------------------------------------------------*
      * CHAVE DA ESCALA: DATA, ILHA E PERIODO (M/T/N).                  *
      *----------------------------------------------------------------*
       2500-PEDE-CHAVE.
           MOVE "N" TO WRK-CHAVE-OK.
           DISPLAY 'DATA (AAAAMMDD): '.
           ACCEPT ESC-DATA.
           DISPLAY 'ILHA DE BOMBAS (2 NUMEROS): '.
           ACCEPT ESC-ILHA.
           DISPLAY 'PERIODO: M-MANHA T-TARDE N-NOITE: '.
           ACCEPT ESC-PERIODO.
           IF ESC-PERIODO EQUAL 'm'
               MOVE 'M' TO ESC-PERIODO
           END-IF.
           IF ESC-PERIODO EQUAL 't'
               MOVE 'T' TO ESC-PERIODO
           END-IF.
           IF ESC-PERIODO EQUAL 'n'
               MOVE 'N' TO ESC-PERIODO
           END-IF.

           IF ESC-DATA NOT NUMERIC OR ESC-DATA EQUAL ZEROS
               DISPLAY 'DATA INVALIDA.'
           ELSE
               IF ESC-ILHA EQUAL ZEROS
                   DISPLAY 'ILHA INVALIDA - NAO PODE SER ZERO.'
               ELSE
                   IF PERIODO-MANHA OR PERIODO-TARDE OR PERIODO-NOITE
                       MOVE "S" TO WRK-CHAVE-OK
                   ELSE
                       DISPLAY 'PERIODO INVALIDO - USE M, T OU N.'
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ATENDENTE COM VINCULO E HORARIO. HORA ZERO ASSUME O HORARIO     *
      * PADRAO DO PERIODO: MANHA 0600-1400, TARDE 1400-2200, NOITE      *
      * 2200-0600 (TERMINA NO DIA SEGUINTE).                            *
      *----------------------------------------------------------------*
       2600-PEDE-ATENDENTE.
           MOVE "N" TO WRK-ATENDENTE-OK.
           DISPLAY 'USUARIO DO ATENDENTE: '.
           ACCEPT ESC-ATENDENTE.
           MOVE ESC-ATENDENTE TO ATE-USUARIO.
           READ ARQUIVO-ATENDENTES
               INVALID KEY
                   DISPLAY 'ATENDENTE ' ESC-ATENDENTE ' SEM VINCULO '
                       'EM ATENDENTES.DAT.'
               NOT INVALID KEY
                   MOVE "S" TO WRK-ATENDENTE-OK
           END-READ.
           IF WRK-ATENDENTE-OK NOT EQUAL "S"
               GO TO 2600-PEDE-ATENDENTE-FIM
           END-IF.

           DISPLAY 'HORA DE INICIO (HHMM, 0 = PADRAO DO PERIODO): '.
           ACCEPT ESC-HORA-INICIO.
           DISPLAY 'HORA DE FIM (HHMM, 0 = PADRAO DO PERIODO): '.
           ACCEPT ESC-HORA-FIM.

           IF ESC-HORA-INICIO EQUAL ZEROS
               IF PERIODO-MANHA
                   MOVE 0600 TO ESC-HORA-INICIO
               END-IF
               IF PERIODO-TARDE
                   MOVE 1400 TO ESC-HORA-INICIO
               END-IF
               IF PERIODO-NOITE
                   MOVE 2200 TO ESC-HORA-INICIO
               END-IF
           END-IF.
           IF ESC-HORA-FIM EQUAL ZEROS
               IF PERIODO-MANHA
                   MOVE 1400 TO ESC-HORA-FIM
               END-IF
               IF PERIODO-TARDE
                   MOVE 2200 TO ESC-HORA-FIM
               END-IF
               IF PERIODO-NOITE
                   MOVE 0600 TO ESC-HORA-FIM
               END-IF
           END-IF.

           IF ESC-HORA-INICIO (1:2) GREATER "23"
               OR ESC-HORA-INICIO (3:2) GREATER "59"
               OR ESC-HORA-FIM (1:2) GREATER "23"
               OR ESC-HORA-FIM (3:2) GREATER "59"
               DISPLAY 'HORARIO INVALIDO.'
               MOVE "N" TO WRK-ATENDENTE-OK
           END-IF.

       2600-PEDE-ATENDENTE-FIM.
           EXIT.

       3000-INCLUI-ESCALA.
           PERFORM 2500-PEDE-CHAVE.
           IF WRK-CHAVE-OK EQUAL "S"
               PERFORM 2600-PEDE-ATENDENTE
                   THRU 2600-PEDE-ATENDENTE-FIM
               IF WRK-ATENDENTE-OK EQUAL "S"
                   WRITE ESCALA-REGISTRO
                       INVALID KEY
                           DISPLAY 'JA HA ATENDENTE ESCALADO NESTA '
                               'ILHA E PERIODO - USE A OPCAO 3.'
                       NOT INVALID KEY
                           DISPLAY 'ESCALA INCLUIDA.'
                   END-WRITE
               END-IF
           END-IF.

       4000-ALTERA-ESCALA.
           PERFORM 2500-PEDE-CHAVE.
           IF WRK-CHAVE-OK EQUAL "S"
               READ ARQUIVO-ESCALA
                   INVALID KEY
                       DISPLAY 'ESCALA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       DISPLAY 'ESCALADO HOJE: ' ESC-ATENDENTE
                           '  ' ESC-HORA-INICIO ' AS ' ESC-HORA-FIM
                       PERFORM 2600-PEDE-ATENDENTE
                           THRU 2600-PEDE-ATENDENTE-FIM
                       IF WRK-ATENDENTE-OK EQUAL "S"
                           REWRITE ESCALA-REGISTRO
                           DISPLAY 'ESCALA ALTERADA.'
                       END-IF
               END-READ
           END-IF.

       5000-EXCLUI-ESCALA.
           PERFORM 2500-PEDE-CHAVE.
           IF WRK-CHAVE-OK EQUAL "S"
               READ ARQUIVO-ESCALA
                   INVALID KEY
                       DISPLAY 'ESCALA NAO ENCONTRADA.'
                   NOT INVALID KEY
                       DISPLAY 'EXCLUIR A ESCALA DE ' ESC-ATENDENTE
                           '? (S/N): '
                       ACCEPT CONFIRMA-OPERACAO
                       IF CONFIRMA-OPERACAO EQUAL 'S'
                           OR CONFIRMA-OPERACAO EQUAL 's'
                           DELETE ARQUIVO-ESCALA RECORD
                           DISPLAY 'ESCALA EXCLUIDA.'
                       END-IF
               END-READ
           END-IF.
