      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoOrdens".
       AUTHOR. "LUCAS KURATA".
      *    MANUTENCAO DAS ORDENS PERMANENTES DE TRANSFERENCIA ENTRE
      *     CONTAS DO CAIXA ELETRONICO (ORDENS_PERMANENTES.DAT):
      *     INCLUSAO DA ORDEM (CONTA DE DESTINO, VALOR, DIA DO MES E
      *     DATA FINAL), CONSULTA DAS ORDENS DE UMA CONTA,
      *     CANCELAMENTO A PEDIDO DO TITULAR E O PARAMETRO DE
      *     TENTATIVAS POR FALTA DE SALDO ANTES DE O BATCH DIARIO
      *     (OrdensPermanentes) CANCELAR A ORDEM.
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
           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ORDENS
           ASSIGN TO "ordens_permanentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ORDEM-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PARAMETROS
           ASSIGN TO "ordens_parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-ORDENS.
           COPY "ORDEM-PERMANENTE.cpy".

      *    PARAMETRO DO BATCH DE ORDENS: QUANTAS TENTATIVAS SEM SALDO
      *    ANTES DE CANCELAR A ORDEM.
       FD  ARQUIVO-PARAMETROS.
       01  PARAMETRO-ORDENS-REGISTRO.
           05 PAR-MAX-FALHAS    PIC 9(2).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-OPCAO                      PIC 9(1) VALUE ZEROS.
       77 WRK-CONTA-PEDIDA               PIC 9(8) VALUE ZEROS.
       77 WRK-SEQ-PEDIDA                 PIC 9(3) VALUE ZEROS.
       77 WRK-CONTA-ACHADA               PIC A(1) VALUE "N".
       77 WRK-ORDEM-OK                   PIC A(1) VALUE "N".
       77 WRK-FIM-ORDENS                 PIC A(1) VALUE "N".
       77 WRK-QTD-ORDENS                 PIC 9(3) VALUE ZEROS.
       77 WRK-ULTIMA-SEQ                 PIC 9(3) VALUE ZEROS.
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZ9,99.
      *    DATA DA PARCELA: O DIA DA ORDEM NO MES PEDIDO, LIMITADO AO
      *    ULTIMO DIA DO MES (ORDEM DO DIA 31 SAI NO DIA 30 OU 28/29).
       77 WRK-MES-CALCULO                PIC 9(6) VALUE ZEROS.
       77 WRK-MES-SEGUINTE               PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-AUXILIAR              PIC 9(8) VALUE ZEROS.
       77 WRK-ULTIMO-DIA                 PIC 9(2) VALUE ZEROS.
       77 WRK-DIA-PARCELA                PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-PARCELA               PIC 9(8) VALUE ZEROS.
       01 WRK-ORDEM-SALVA                PIC X(91).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-CONTAS.
           OPEN I-O ARQUIVO-ORDENS.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-ORDENS.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '========================================='.
           DISPLAY 'ORDENS PERMANENTES DE TRANSFERENCIA'.
           DISPLAY '1 - Incluir ordem'.
           DISPLAY '2 - Consultar ordens da conta'.
           DISPLAY '3 - Cancelar ordem'.
           DISPLAY '4 - Tentativas sem saldo antes de cancelar'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM 2000-INCLUI-ORDEM THRU 2000-INCLUI-ORDEM-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM 3000-CONSULTA-ORDENS
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM 4000-CANCELA-ORDEM
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM 5000-MANTEM-PARAMETRO
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

      *----------------------------------------------------------------*
      * INCLUSAO: ORIGEM E DESTINO CADASTRADOS E DIFERENTES, VALOR      *
      * MAIOR QUE ZERO E DIA ENTRE 1 E 31. A PRIMEIRA PARCELA CAI NO    *
      * DIA DA ORDEM DESTE MES OU, SE O DIA JA PASSOU, DO MES SEGUINTE; *
      * DATA FINAL ZERO = ORDEM SEM PRAZO.                              *
      *----------------------------------------------------------------*
       2000-INCLUI-ORDEM.
           DISPLAY 'CONTA DE ORIGEM: '.
           PERFORM 6000-LOCALIZA-CONTA.
           IF WRK-CONTA-ACHADA NOT EQUAL "S"
               GO TO 2000-INCLUI-ORDEM-FIM
           END-IF.
           MOVE WRK-CONTA-PEDIDA TO ORD-CONTA.

           DISPLAY 'CONTA DE DESTINO: '.
           PERFORM 6000-LOCALIZA-CONTA.
           IF WRK-CONTA-ACHADA NOT EQUAL "S"
               GO TO 2000-INCLUI-ORDEM-FIM
           END-IF.
           IF WRK-CONTA-PEDIDA EQUAL ORD-CONTA
               DISPLAY 'DESTINO IGUAL A ORIGEM - ORDEM NAO INCLUIDA.'
               GO TO 2000-INCLUI-ORDEM-FIM
           END-IF.
           MOVE WRK-CONTA-PEDIDA TO ORD-CONTA-DESTINO.

           DISPLAY 'VALOR MENSAL: '.
           ACCEPT ORD-VALOR.
           DISPLAY 'DIA DO MES (1 A 31): '.
           ACCEPT ORD-DIA.
           IF ORD-VALOR EQUAL ZEROS
               OR ORD-DIA EQUAL ZEROS
               OR ORD-DIA GREATER 31
               DISPLAY 'VALOR OU DIA INVALIDO - ORDEM NAO INCLUIDA.'
               GO TO 2000-INCLUI-ORDEM-FIM
           END-IF.
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = SEM PRAZO): '.
           ACCEPT ORD-DATA-FIM.
           IF ORD-DATA-FIM EQUAL ZEROS
               MOVE 99999999 TO ORD-DATA-FIM
           END-IF.
           DISPLAY 'DESCRICAO (EX: ALUGUEL): '.
           ACCEPT ORD-DESCRICAO.

           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-CALCULO.
           PERFORM 7000-CALCULA-DATA-PARCELA.
           IF WRK-DATA-PARCELA LESS WRK-DATA-HOJE
               PERFORM 7100-AVANCA-MES
               PERFORM 7000-CALCULA-DATA-PARCELA
           END-IF.
           IF WRK-DATA-PARCELA GREATER ORD-DATA-FIM
               DISPLAY 'DATA FINAL ANTES DA PRIMEIRA PARCELA - ORDEM '
                   'NAO INCLUIDA.'
               GO TO 2000-INCLUI-ORDEM-FIM
           END-IF.

           PERFORM 2100-PROXIMA-SEQUENCIA.
           MOVE WRK-ULTIMA-SEQ TO ORD-SEQ.
           ADD 1 TO ORD-SEQ.
           MOVE WRK-DATA-HOJE TO ORD-DATA-INCLUSAO.
           MOVE WRK-MES-CALCULO TO ORD-MES-PARCELA.
           MOVE WRK-DATA-PARCELA TO ORD-PROXIMA-EXECUCAO.
           MOVE ZEROS TO ORD-ULTIMA-EXECUCAO.
           MOVE ZEROS TO ORD-QTD-FALHAS.
           MOVE "A" TO ORD-SITUACAO.

           WRITE ORDEM-REGISTRO
               INVALID KEY
                   DISPLAY 'ORDEM JA CADASTRADA.'
               NOT INVALID KEY
                   DISPLAY 'ORDEM ' ORD-SEQ ' INCLUIDA - PRIMEIRA '
                       'TRANSFERENCIA EM ' ORD-PROXIMA-EXECUCAO '.'
           END-WRITE.

       2000-INCLUI-ORDEM-FIM.
           EXIT.

      *    MAIOR SEQUENCIA JA USADA NA CONTA DE ORIGEM (ORD-CONTA).
       2100-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WRK-ULTIMA-SEQ.
           MOVE ORDEM-REGISTRO TO WRK-ORDEM-SALVA.
           MOVE "N" TO WRK-FIM-ORDENS.
           MOVE ZEROS TO ORD-SEQ.
           START ARQUIVO-ORDENS KEY IS NOT LESS ORDEM-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ORDENS
           END-START.
           PERFORM 2110-LE-SEQUENCIA
               UNTIL WRK-FIM-ORDENS EQUAL "S".
           MOVE WRK-ORDEM-SALVA TO ORDEM-REGISTRO.

       2110-LE-SEQUENCIA.
           READ ARQUIVO-ORDENS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ORDENS
           END-READ.
           IF WRK-FIM-ORDENS NOT EQUAL "S"
               IF ORD-CONTA EQUAL WRK-ORDEM-SALVA (1:8)
                   MOVE ORD-SEQ TO WRK-ULTIMA-SEQ
               ELSE
                   MOVE "S" TO WRK-FIM-ORDENS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LISTA AS ORDENS DA CONTA COM A SITUACAO E A PROXIMA TENTATIVA.  *
      *----------------------------------------------------------------*
       3000-CONSULTA-ORDENS.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WRK-CONTA-PEDIDA.
           MOVE ZEROS TO WRK-QTD-ORDENS.
           MOVE "N" TO WRK-FIM-ORDENS.
           MOVE WRK-CONTA-PEDIDA TO ORD-CONTA.
           MOVE ZEROS TO ORD-SEQ.
           START ARQUIVO-ORDENS KEY IS NOT LESS ORDEM-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ORDENS
           END-START.
           PERFORM 3100-LISTA-ORDEM
               UNTIL WRK-FIM-ORDENS EQUAL "S".
           IF WRK-QTD-ORDENS EQUAL ZEROS
               DISPLAY 'NENHUMA ORDEM PARA A CONTA '
                   WRK-CONTA-PEDIDA '.'
           END-IF.

       3100-LISTA-ORDEM.
           READ ARQUIVO-ORDENS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ORDENS
           END-READ.
           IF WRK-FIM-ORDENS NOT EQUAL "S"
               IF ORD-CONTA EQUAL WRK-CONTA-PEDIDA
                   ADD 1 TO WRK-QTD-ORDENS
                   MOVE ORD-VALOR TO WRK-VALOR-EDITADO
                   DISPLAY 'ORDEM ' ORD-SEQ '  ' ORD-DESCRICAO
                       '  DESTINO ' ORD-CONTA-DESTINO
                       '  VALOR ' WRK-VALOR-EDITADO
                       '  DIA ' ORD-DIA
                   DISPLAY '    SITUACAO ' ORD-SITUACAO
                       '  PROXIMA ' ORD-PROXIMA-EXECUCAO
                       '  ULTIMA ' ORD-ULTIMA-EXECUCAO
                       '  FALHAS ' ORD-QTD-FALHAS
                       '  FIM ' ORD-DATA-FIM
               ELSE
                   MOVE "S" TO WRK-FIM-ORDENS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CANCELAMENTO A PEDIDO DO TITULAR: A ORDEM FICA MARCADA (NUNCA   *
      * APAGADA) E O BATCH DEIXA DE EXECUTA-LA.                         *
      *----------------------------------------------------------------*
       4000-CANCELA-ORDEM.
           DISPLAY 'NUMERO DA CONTA: '.
           ACCEPT WRK-CONTA-PEDIDA.
           DISPLAY 'NUMERO DA ORDEM: '.
           ACCEPT WRK-SEQ-PEDIDA.
           MOVE WRK-CONTA-PEDIDA TO ORD-CONTA.
           MOVE WRK-SEQ-PEDIDA TO ORD-SEQ.
           READ ARQUIVO-ORDENS
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF ORDEM-ATIVA
                       MOVE "C" TO ORD-SITUACAO
                       REWRITE ORDEM-REGISTRO
                       DISPLAY 'ORDEM CANCELADA.'
                   ELSE
                       DISPLAY 'ORDEM NAO ESTA ATIVA - SITUACAO '
                           ORD-SITUACAO '.'
                   END-IF
           END-READ.

       5000-MANTEM-PARAMETRO.
           MOVE 3 TO PAR-MAX-FALHAS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           READ ARQUIVO-PARAMETROS
               AT END
                   MOVE 3 TO PAR-MAX-FALHAS
           END-READ.
           CLOSE ARQUIVO-PARAMETROS.
           DISPLAY 'TENTATIVAS ATUAIS ANTES DE CANCELAR: '
               PAR-MAX-FALHAS.
           DISPLAY 'NOVO NUMERO DE TENTATIVAS (1 A 99): '.
           ACCEPT PAR-MAX-FALHAS.
           IF PAR-MAX-FALHAS EQUAL ZEROS
               DISPLAY 'VALOR INVALIDO - PARAMETRO MANTIDO.'
           ELSE
               OPEN OUTPUT ARQUIVO-PARAMETROS
               WRITE PARAMETRO-ORDENS-REGISTRO
               CLOSE ARQUIVO-PARAMETROS
               DISPLAY 'PARAMETRO GRAVADO.'
           END-IF.

      *----------------------------------------------------------------*
      * PEDE O NUMERO DA CONTA E CONFERE NO ARQUIVO DE CONTAS,          *
      * SINALIZANDO EM WRK-CONTA-ACHADA SE A CONTA EXISTE E NAO ESTA    *
      * ENCERRADA.                                                      *
      *----------------------------------------------------------------*
       6000-LOCALIZA-CONTA.
           MOVE "N" TO WRK-CONTA-ACHADA.
           ACCEPT WRK-CONTA-PEDIDA.
           MOVE WRK-CONTA-PEDIDA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CONTA NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF CONTA-ENCERRADA
                       DISPLAY 'CONTA ENCERRADA.'
                   ELSE
                       MOVE "S" TO WRK-CONTA-ACHADA
                       DISPLAY 'TITULAR: ' CONTA-TITULAR
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * DATA DA PARCELA DO MES WRK-MES-CALCULO: O DIA DA ORDEM OU O     *
      * ULTIMO DIA DO MES, O QUE VIER PRIMEIRO.                         *
      *----------------------------------------------------------------*
       7000-CALCULA-DATA-PARCELA.
           MOVE WRK-MES-CALCULO TO WRK-MES-SEGUINTE.
           IF WRK-MES-SEGUINTE (5:2) EQUAL 12
               ADD 89 TO WRK-MES-SEGUINTE
           ELSE
               ADD 1 TO WRK-MES-SEGUINTE
           END-IF.
           COMPUTE WRK-DATA-AUXILIAR EQUAL WRK-MES-SEGUINTE * 100 + 1.
           COMPUTE WRK-DATA-AUXILIAR EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-AUXILIAR) - 1).
           MOVE WRK-DATA-AUXILIAR (7:2) TO WRK-ULTIMO-DIA.
           MOVE ORD-DIA TO WRK-DIA-PARCELA.
           IF WRK-DIA-PARCELA GREATER WRK-ULTIMO-DIA
               MOVE WRK-ULTIMO-DIA TO WRK-DIA-PARCELA
           END-IF.
           COMPUTE WRK-DATA-PARCELA EQUAL
               WRK-MES-CALCULO * 100 + WRK-DIA-PARCELA.

      *    DEZEMBRO VIRA JANEIRO DO ANO SEGUINTE (AAAA12 + 89).
       7100-AVANCA-MES.
           IF WRK-MES-CALCULO (5:2) EQUAL 12
               ADD 89 TO WRK-MES-CALCULO
           ELSE
               ADD 1 TO WRK-MES-CALCULO
           END-IF.
