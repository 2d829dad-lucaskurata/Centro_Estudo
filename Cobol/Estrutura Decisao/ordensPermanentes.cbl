      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "OrdensPermanentes".
       AUTHOR. "LUCAS KURATA".
      *    BATCH DIARIO DAS ORDENS PERMANENTES DE TRANSFERENCIA: CADA
      *     ORDEM ATIVA COM A PROXIMA EXECUCAO ATE A DATA DE MOVIMENTO
      *     E EXECUTADA COM AS MESMAS CRITICAS DA TRANSFERENCIA DO
      *     CAIXA ELETRONICO (DESTINO CADASTRADO E DIFERENTE DA ORIGEM,
      *     VALOR MAIOR QUE ZERO E ATE O SALDO), GRAVANDO O CREDITO (R)
      *     NO DESTINO E O DEBITO (T) NA ORIGEM EM CONTAS_MOVIMENTOS.
      *     SEM SALDO, A ORDEM VOLTA NO PROXIMO DIA UTIL (MESMO CALCULO
      *     DO PROG91, PELO CALENDARIO_UTEIS.DAT) E, ESGOTADAS AS
      *     TENTATIVAS DO PARAMETRO (ORDENS_PARAMETROS.DAT, PADRAO 3),
      *     E CANCELADA. PARCELA PAGA AVANCA PARA O MES SEGUINTE; A
      *     ORDEM SE ENCERRA QUANDO A PROXIMA PARCELA PASSA DA DATA
      *     FINAL. O RESULTADO SAI EM ORDENS_PERMANENTES.LST.
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
           SELECT OPTIONAL ARQUIVO-ORDENS
           ASSIGN TO "ordens_permanentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ORDEM-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PARAMETROS
           ASSIGN TO "ordens_parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CALENDARIO
           ASSIGN TO "calendario_uteis.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "ordens_permanentes.lst"
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
       FD  ARQUIVO-ORDENS.
           COPY "ORDEM-PERMANENTE.cpy".

       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

      *    PARAMETRO DO BATCH: QUANTAS TENTATIVAS SEM SALDO ANTES DE
      *    CANCELAR A ORDEM (MANTIDO NA OPCAO 4 DE ManutencaoOrdens).
       FD  ARQUIVO-PARAMETROS.
       01  PARAMETRO-ORDENS-REGISTRO.
           05 PAR-MAX-FALHAS    PIC 9(2).

       FD  ARQUIVO-CALENDARIO.
       01  CALENDARIO-REGISTRO.
           05 CAL-FERIADO       PIC 9(8).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

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
       77 WRK-HORA-AGORA                 PIC 9(6) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-MAX-FALHAS                 PIC 9(2) VALUE 3.
       77 WRK-DESTINO-OK                 PIC A(1) VALUE "N".
       77 WRK-VALOR-MOVIMENTO            PIC 9(7)V99 VALUE ZEROS.
       77 WRK-RESULTADO                  PIC X(40) VALUE SPACES.

      *    DATA DA PARCELA: O DIA DA ORDEM NO MES PEDIDO, LIMITADO AO
      *    ULTIMO DIA DO MES (ORDEM DO DIA 31 SAI NO DIA 30 OU 28/29).
       77 WRK-MES-CALCULO                PIC 9(6) VALUE ZEROS.
       77 WRK-MES-SEGUINTE               PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-AUXILIAR              PIC 9(8) VALUE ZEROS.
       77 WRK-ULTIMO-DIA                 PIC 9(2) VALUE ZEROS.
       77 WRK-DIA-PARCELA                PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-PARCELA               PIC 9(8) VALUE ZEROS.

      *    PROXIMO DIA UTIL, COMO NO PROG91.
       77 WRK-DATA-TESTE                 PIC 9(8) VALUE ZEROS.
       77 WRK-TESTE-INTEIRO              PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-SEMANA                 PIC 9(1) VALUE ZEROS.
       77 WRK-E-DIA-UTIL                 PIC A(1) VALUE "N".
       77 WRK-QTD-FERIADOS               PIC 9(3) VALUE ZEROS.
       77 WRK-IDX                        PIC 9(3) VALUE ZEROS.
       77 WRK-TENTATIVAS                 PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-CALENDARIO             PIC A(1) VALUE "N".

       77 WRK-QTD-LIDAS                  PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-EXECUTADAS             PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-SALDO              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CANCELADAS             PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ENCERRADAS             PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-TRANSFERIDO            PIC 9(9)V99 VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZZZ9.99.
       77 WRK-QTD-EDITADA                PIC ZZZZ9.

      *    FERIADOS DO CALENDARIO (ATE 100).
       01 WRK-QUADRO-FERIADOS.
           05 WRK-FERIADO OCCURS 100 TIMES PIC 9(8).

      *    CONTA DE ORIGEM GUARDADA ENQUANTO O DESTINO E CREDITADO.
       01 WRK-CONTA-SALVA                PIC X(120).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           PERFORM 0600-CARREGA-PARAMETROS.
           PERFORM 0700-CARREGA-FERIADOS.

           OPEN I-O ARQUIVO-ORDENS.
           MOVE "ordens_permanentes.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           OPEN I-O ARQUIVO-CONTAS.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 4900-IMPRIME-CABECALHO.

           PERFORM 1000-LE-ORDEM.
           PERFORM 2000-PROCESSA-ORDEM
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 5000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-ORDENS.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'ORDENS PERMANENTES - EXECUTADAS: '
               WRK-QTD-EXECUTADAS '  SEM SALDO: ' WRK-QTD-SEM-SALDO
               '  CANCELADAS: ' WRK-QTD-CANCELADAS
               '  ENCERRADAS: ' WRK-QTD-ENCERRADAS '.'.
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

       0600-CARREGA-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           READ ARQUIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PAR-MAX-FALHAS NUMERIC
                       AND PAR-MAX-FALHAS GREATER ZEROS
                       MOVE PAR-MAX-FALHAS TO WRK-MAX-FALHAS
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PARAMETROS.

       0700-CARREGA-FERIADOS.
           OPEN INPUT ARQUIVO-CALENDARIO.
           PERFORM 0710-LE-FERIADO.
           PERFORM 0720-GUARDA-FERIADO
               UNTIL WRK-FIM-CALENDARIO EQUAL "S".
           CLOSE ARQUIVO-CALENDARIO.

       0710-LE-FERIADO.
           READ ARQUIVO-CALENDARIO
               AT END
                   MOVE "S" TO WRK-FIM-CALENDARIO
           END-READ.

       0720-GUARDA-FERIADO.
           IF WRK-QTD-FERIADOS LESS 100
               ADD 1 TO WRK-QTD-FERIADOS
               MOVE CAL-FERIADO TO WRK-FERIADO (WRK-QTD-FERIADOS)
           END-IF.
           PERFORM 0710-LE-FERIADO.

       1000-LE-ORDEM.
           READ ARQUIVO-ORDENS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "ordens_permanentes.dat" TO WRK-ERR-ARQUIVO.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * ORDEM ATIVA E VENCIDA (PROXIMA EXECUCAO ATE A DATA DE           *
      * MOVIMENTO) E EXECUTADA; A SITUACAO E AS DATAS DA ORDEM SAO      *
      * REGRAVADAS COM O RESULTADO. RODAR DE NOVO NO MESMO DIA NAO      *
      * REPETE A TRANSFERENCIA: A PROXIMA EXECUCAO JA FICOU A FRENTE.   *
      *----------------------------------------------------------------*
       2000-PROCESSA-ORDEM.
           ADD 1 TO WRK-QTD-LIDAS.
           IF ORDEM-ATIVA
               AND ORD-PROXIMA-EXECUCAO NOT GREATER WRK-DATA-ATUAL
               PERFORM 2100-EXECUTA-ORDEM THRU 2100-EXECUTA-ORDEM-FIM
               REWRITE ORDEM-REGISTRO
               MOVE "ordens_permanentes.dat" TO WRK-ERR-ARQUIVO
               MOVE "REWRITE" TO WRK-ERR-OPERACAO
               PERFORM 9800-TESTA-STATUS-ARQUIVO
               PERFORM 4000-IMPRIME-ORDEM
           END-IF.
           PERFORM 1000-LE-ORDEM.

      *----------------------------------------------------------------*
      * AS CRITICAS DA TRANSFERENCIA DO CAIXA: ORIGEM E DESTINO         *
      * CADASTRADOS E NAO ENCERRADOS, DESTINO DIFERENTE DA ORIGEM E     *
      * VALOR MAIOR QUE ZERO (SENAO A ORDEM E CANCELADA) E VALOR ATE O  *
      * SALDO (SENAO CONTA UMA FALHA E TENTA DE NOVO NO PROXIMO DIA     *
      * UTIL).                                                          *
      *----------------------------------------------------------------*
       2100-EXECUTA-ORDEM.
           IF ORD-CONTA-DESTINO EQUAL ORD-CONTA
               OR ORD-VALOR EQUAL ZEROS
               MOVE "DESTINO OU VALOR INVALIDO - CANCELADA"
                   TO WRK-RESULTADO
               PERFORM 2800-CANCELA-ORDEM
               GO TO 2100-EXECUTA-ORDEM-FIM
           END-IF.

           MOVE ORD-CONTA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE "CONTA DE ORIGEM INEXISTENTE - CANCELADA"
                       TO WRK-RESULTADO
                   PERFORM 2800-CANCELA-ORDEM
                   GO TO 2100-EXECUTA-ORDEM-FIM
           END-READ.

           IF CONTA-ENCERRADA
               MOVE "CONTA DE ORIGEM ENCERRADA - CANCELADA"
                   TO WRK-RESULTADO
               PERFORM 2800-CANCELA-ORDEM
               GO TO 2100-EXECUTA-ORDEM-FIM
           END-IF.

           IF ORD-VALOR GREATER CONTA-SALDO
               PERFORM 2500-REGISTRA-FALHA
               GO TO 2100-EXECUTA-ORDEM-FIM
           END-IF.

      *    GUARDA A CONTA DE ORIGEM E CREDITA O DESTINO.
           MOVE CONTA-REGISTRO TO WRK-CONTA-SALVA.
           MOVE "N" TO WRK-DESTINO-OK.
           MOVE ORD-CONTA-DESTINO TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE "CONTA DE DESTINO INEXISTENTE - CANCELADA"
                       TO WRK-RESULTADO
                   PERFORM 2800-CANCELA-ORDEM
               NOT INVALID KEY
                   IF CONTA-ENCERRADA
                       MOVE "CONTA DE DESTINO ENCERRADA - CANCELADA"
                           TO WRK-RESULTADO
                       PERFORM 2800-CANCELA-ORDEM
                   ELSE
                       MOVE "S" TO WRK-DESTINO-OK
                       ADD ORD-VALOR TO CONTA-SALDO
                       MOVE ORD-VALOR TO WRK-VALOR-MOVIMENTO
                       MOVE 'R' TO CMV-TIPO
                       PERFORM 3000-GRAVA-MOVIMENTO
                       REWRITE CONTA-REGISTRO
                       MOVE "contas.dat" TO WRK-ERR-ARQUIVO
                       MOVE "REWRITE" TO WRK-ERR-OPERACAO
                       PERFORM 9800-TESTA-STATUS-ARQUIVO
                   END-IF
           END-READ.

      *    VOLTA PARA A CONTA DE ORIGEM E DEBITA, SE O CREDITO SAIU.
           MOVE WRK-CONTA-SALVA TO CONTA-REGISTRO.
           IF WRK-DESTINO-OK EQUAL "S"
               SUBTRACT ORD-VALOR FROM CONTA-SALDO
               MOVE ORD-VALOR TO WRK-VALOR-MOVIMENTO
               MOVE 'T' TO CMV-TIPO
               PERFORM 3000-GRAVA-MOVIMENTO
               REWRITE CONTA-REGISTRO
               MOVE "contas.dat" TO WRK-ERR-ARQUIVO
               MOVE "REWRITE" TO WRK-ERR-OPERACAO
               PERFORM 9800-TESTA-STATUS-ARQUIVO
               PERFORM 2300-AVANCA-PARCELA
           END-IF.

       2100-EXECUTA-ORDEM-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * PARCELA PAGA: ZERA AS FALHAS E PASSA PARA O DIA DA ORDEM NO MES *
      * SEGUINTE; SE ESSA DATA PASSA DA DATA FINAL, A ORDEM SE ENCERRA. *
      *----------------------------------------------------------------*
       2300-AVANCA-PARCELA.
           ADD 1 TO WRK-QTD-EXECUTADAS.
           ADD ORD-VALOR TO WRK-TOT-TRANSFERIDO.
           MOVE WRK-DATA-ATUAL TO ORD-ULTIMA-EXECUCAO.
           MOVE ZEROS TO ORD-QTD-FALHAS.
           MOVE ORD-MES-PARCELA TO WRK-MES-CALCULO.
           PERFORM 7100-AVANCA-MES.
           PERFORM 7000-CALCULA-DATA-PARCELA.
           MOVE WRK-MES-CALCULO TO ORD-MES-PARCELA.
           MOVE WRK-DATA-PARCELA TO ORD-PROXIMA-EXECUCAO.
           IF ORD-PROXIMA-EXECUCAO GREATER ORD-DATA-FIM
               MOVE "E" TO ORD-SITUACAO
               ADD 1 TO WRK-QTD-ENCERRADAS
               MOVE "EXECUTADA - ULTIMA PARCELA, ENCERRADA"
                   TO WRK-RESULTADO
           ELSE
               MOVE "EXECUTADA" TO WRK-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
      * FALTA DE SALDO: SOMA A FALHA; NO LIMITE DO PARAMETRO A ORDEM E  *
      * CANCELADA (S), SENAO VOLTA NO PROXIMO DIA UTIL COM A MESMA      *
      * PARCELA.                                                        *
      *----------------------------------------------------------------*
       2500-REGISTRA-FALHA.
           ADD 1 TO ORD-QTD-FALHAS.
           IF ORD-QTD-FALHAS NOT LESS WRK-MAX-FALHAS
               MOVE "S" TO ORD-SITUACAO
               ADD 1 TO WRK-QTD-CANCELADAS
               MOVE SPACES TO WRK-RESULTADO
               STRING "SEM SALDO - CANCELADA APOS " ORD-QTD-FALHAS
                   " FALHAS"
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           ELSE
               PERFORM 3100-PROXIMO-DIA-UTIL
               MOVE WRK-DATA-TESTE TO ORD-PROXIMA-EXECUCAO
               ADD 1 TO WRK-QTD-SEM-SALDO
               MOVE SPACES TO WRK-RESULTADO
               STRING "SEM SALDO - NOVA TENTATIVA EM " WRK-DATA-TESTE
                   DELIMITED BY SIZE INTO WRK-RESULTADO
           END-IF.

       2800-CANCELA-ORDEM.
           MOVE "C" TO ORD-SITUACAO.
           ADD 1 TO WRK-QTD-CANCELADAS.

       3000-GRAVA-MOVIMENTO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           ADD 1 TO CONTA-PROX-SEQ.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE CONTA-PROX-SEQ TO CMV-SEQ.
           MOVE WRK-DATA-ATUAL TO CMV-DATA.
           MOVE WRK-HORA-AGORA TO CMV-HORA.
           MOVE WRK-VALOR-MOVIMENTO TO CMV-VALOR.
           MOVE "E" TO CMV-STATUS.
           MOVE ZEROS TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE CONTA-MOVIMENTO-REGISTRO
           END-WRITE.

      *----------------------------------------------------------------*
      * PROXIMO DIA UTIL DEPOIS DA DATA DE MOVIMENTO: NEM SABADO (6)    *
      * NEM DOMINGO (0) PELO MOD 7 DO INTEIRO DE DATA (1 = SEGUNDA),    *
      * NEM FERIADO DO CALENDARIO; NO MAXIMO 30 TENTATIVAS.             *
      *----------------------------------------------------------------*
       3100-PROXIMO-DIA-UTIL.
           COMPUTE WRK-TESTE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL) + 1.
           MOVE ZEROS TO WRK-TENTATIVAS.
           MOVE "N" TO WRK-E-DIA-UTIL.
           PERFORM 3110-TESTA-DIA-UTIL
               UNTIL WRK-E-DIA-UTIL EQUAL "S"
               OR WRK-TENTATIVAS NOT LESS 30.

       3110-TESTA-DIA-UTIL.
           ADD 1 TO WRK-TENTATIVAS.
           COMPUTE WRK-DATA-TESTE EQUAL
               FUNCTION DATE-OF-INTEGER (WRK-TESTE-INTEIRO).
           COMPUTE WRK-DIA-SEMANA EQUAL
               FUNCTION MOD (WRK-TESTE-INTEIRO 7).

           MOVE "S" TO WRK-E-DIA-UTIL.
           IF WRK-DIA-SEMANA EQUAL 6 OR WRK-DIA-SEMANA EQUAL 0
               MOVE "N" TO WRK-E-DIA-UTIL
           END-IF.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 3120-TESTA-FERIADO
               UNTIL WRK-IDX NOT LESS WRK-QTD-FERIADOS
               OR WRK-E-DIA-UTIL EQUAL "N".

           IF WRK-E-DIA-UTIL NOT EQUAL "S"
               ADD 1 TO WRK-TESTE-INTEIRO
           END-IF.

       3120-TESTA-FERIADO.
           ADD 1 TO WRK-IDX.
           IF WRK-FERIADO (WRK-IDX) EQUAL WRK-DATA-TESTE
               MOVE "N" TO WRK-E-DIA-UTIL
           END-IF.

       4000-IMPRIME-ORDEM.
           MOVE ORD-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING ORD-CONTA "-" ORD-SEQ "  " ORD-DESCRICAO
               "  DESTINO " ORD-CONTA-DESTINO
               "  VALOR " WRK-VALOR-EDITADO
               "  " WRK-RESULTADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       4900-IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ORDENS PERMANENTES DE TRANSFERENCIA - MOVIMENTO "
               WRK-DATA-ATUAL "  TENTATIVAS SEM SALDO ANTES DE "
               "CANCELAR: " WRK-MAX-FALHAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       5000-IMPRIME-TOTAIS.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-LIDAS TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ORDENS LIDAS ............ " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-EXECUTADAS TO WRK-QTD-EDITADA.
           MOVE WRK-TOT-TRANSFERIDO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXECUTADAS .............. " WRK-QTD-EDITADA
               "  TOTAL TRANSFERIDO " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-SEM-SALDO TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEM SALDO (NOVA TENTATIVA) " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-CANCELADAS TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CANCELADAS .............. " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-ENCERRADAS TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ENCERRADAS (DATA FINAL) . " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

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
           MOVE "ORDPERM" TO ERR-PROGRAMA.
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
