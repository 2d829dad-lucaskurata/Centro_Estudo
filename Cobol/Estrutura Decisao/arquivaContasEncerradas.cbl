      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ArquivaContasEncerradas".
       AUTHOR. "LUCAS KURATA".
      *    ARQUIVAMENTO DAS CONTAS ENCERRADAS DO CAIXA ELETRONICO:
      *     PASSADO O PRAZO DE RETENCAO (EM ANOS, CONTADO DA DATA DO
      *     ENCERRAMENTO), MOVE A CONTA PARA CONTAS_HISTORICO.DAT, OS
      *     SEUS MOVIMENTOS PARA CONTAS_MOVIMENTOS_HISTORICO.DAT E OS
      *     CARTOES PARA CARTOES_HISTORICO.DAT (MESMO LAYOUT MAIS A
      *     DATA DE ARQUIVAMENTO), EXCLUI TODOS DOS ARQUIVOS VIVOS E
      *     CARIMBA A DATA DE ARQUIVAMENTO NO TERMO DE
      *     ENCERRAMENTO, QUE CONTINUA EM CONTAS_ENCERRADAS.DAT.
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
           SELECT OPTIONAL ARQUIVO-ENCERRAMENTOS
           ASSIGN TO "contas_encerradas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ENC-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARTOES
           ASSIGN TO "cartoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARTAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-BLOQUEADAS
           ASSIGN TO "contas_bloqueadas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BLQ-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-HISTORICO-CONTAS
           ASSIGN TO "contas_historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-HISTORICO-MOVIMENTOS
           ASSIGN TO "contas_movimentos_historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-HISTORICO-CARTOES
           ASSIGN TO "cartoes_historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-ENCERRAMENTOS.
           COPY "CONTA-ENCERRAMENTO.cpy".

       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

       FD  ARQUIVO-CARTOES.
           COPY "CARTAO-REGISTRO.cpy".

       FD  ARQUIVO-BLOQUEADAS.
           COPY "CONTA-BLOQUEADA.cpy".

      *    HCTA-DADOS ACOMPANHA O TAMANHO DE CONTA-REGISTRO (HOJE 86).
       FD  ARQUIVO-HISTORICO-CONTAS.
       01  HISTORICO-CONTA-REGISTRO.
           05 HCTA-DADOS            PIC X(86).
           05 HCTA-DATA-ARQUIVO     PIC 9(8).

      *    HMOV-DADOS ACOMPANHA O TAMANHO DE CONTA-MOVIMENTO-REGISTRO
      *    (HOJE 41 COM A VIA DO CARTAO).
       FD  ARQUIVO-HISTORICO-MOVIMENTOS.
       01  HISTORICO-MOVIMENTO-REGISTRO.
           05 HMOV-DADOS            PIC X(41).
           05 HMOV-DATA-ARQUIVO     PIC 9(8).

      *    HCRT-DADOS ACOMPANHA O TAMANHO DE CARTAO-REGISTRO (HOJE 78).
       FD  ARQUIVO-HISTORICO-CARTOES.
       01  HISTORICO-CARTAO-REGISTRO.
           05 HCRT-DADOS            PIC X(78).
           05 HCRT-DATA-ARQUIVO     PIC 9(8).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ENCERRAMENTOS          PIC A(1) VALUE "N".
       77 WRK-FIM-MOVIMENTOS             PIC A(1) VALUE "N".
       77 WRK-FIM-CARTOES                PIC A(1) VALUE "N".
       77 WRK-ANOS-RETENCAO              PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-CORTE                 PIC 9(8) VALUE ZEROS.
       77 WRK-ANO-CORTE                  PIC 9(4) VALUE ZEROS.
       77 WRK-CONFIRMA                   PIC X(1) VALUE SPACE.
       77 WRK-QTD-CONTAS-ARQUIVADAS      PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS-ARQUIVADOS  PIC 9(7) VALUE ZEROS.
       77 WRK-QTD-CARTOES-ARQUIVADOS     PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-CONTA              PIC 9(5) VALUE ZEROS.

      *    PRAZO DE RETENCAO ASSUMIDO QUANDO O OPERADOR NAO INFORMA.
       77 WRK-ANOS-PADRAO                PIC 9(2) VALUE 5.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           PERFORM 1000-PEDE-PARAMETROS THRU 1000-PEDE-PARAMETROS-FIM.

           IF WRK-CONFIRMA EQUAL "S"
               PERFORM 2000-ARQUIVA-CONTAS
           END-IF.

           STOP RUN.

      *----------------------------------------------------------------*
      * PEDE O PRAZO DE RETENCAO, CALCULA A DATA DE CORTE E PEDE A      *
      * CONFIRMACAO DO OPERADOR.                                        *
      *----------------------------------------------------------------*
       1000-PEDE-PARAMETROS.
           DISPLAY 'PRAZO DE RETENCAO EM ANOS (0 = '
               WRK-ANOS-PADRAO '): '.
           ACCEPT WRK-ANOS-RETENCAO.
           IF WRK-ANOS-RETENCAO EQUAL ZEROS
               MOVE WRK-ANOS-PADRAO TO WRK-ANOS-RETENCAO
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE.
           MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO-CORTE.
           SUBTRACT WRK-ANOS-RETENCAO FROM WRK-ANO-CORTE.
           MOVE WRK-ANO-CORTE TO WRK-DATA-CORTE (1:4).

           DISPLAY 'SERAO ARQUIVADAS AS CONTAS ENCERRADAS ATE '
               WRK-DATA-CORTE '. CONFIRMA? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA EQUAL "s"
               MOVE "S" TO WRK-CONFIRMA
           END-IF.

           IF WRK-CONFIRMA NOT EQUAL "S"
               DISPLAY 'ARQUIVAMENTO CANCELADO PELO OPERADOR.'
           END-IF.

       1000-PEDE-PARAMETROS-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * PERCORRE OS TERMOS DE ENCERRAMENTO E ARQUIVA AS CONTAS AINDA    *
      * NAO ARQUIVADAS CUJO ENCERRAMENTO E ANTERIOR A DATA DE CORTE.    *
      *----------------------------------------------------------------*
       2000-ARQUIVA-CONTAS.
           OPEN I-O ARQUIVO-ENCERRAMENTOS.
           OPEN I-O ARQUIVO-CONTAS.
           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.
           OPEN I-O ARQUIVO-CARTOES.
           OPEN I-O ARQUIVO-BLOQUEADAS.
           OPEN EXTEND ARQUIVO-HISTORICO-CONTAS.
           OPEN EXTEND ARQUIVO-HISTORICO-MOVIMENTOS.
           OPEN EXTEND ARQUIVO-HISTORICO-CARTOES.

           PERFORM 2100-LE-ENCERRAMENTO.
           PERFORM 2200-PROCESSA-ENCERRAMENTO
               UNTIL WRK-FIM-ENCERRAMENTOS EQUAL "S".

           DISPLAY 'CONTAS ARQUIVADAS: ' WRK-QTD-CONTAS-ARQUIVADAS.
           DISPLAY 'MOVIMENTOS ARQUIVADOS: '
               WRK-QTD-MOVIMENTOS-ARQUIVADOS.
           DISPLAY 'CARTOES ARQUIVADOS: ' WRK-QTD-CARTOES-ARQUIVADOS.
           DISPLAY 'TERMOS SEM CONTA NO ARQUIVO VIVO: '
               WRK-QTD-SEM-CONTA.

           CLOSE ARQUIVO-ENCERRAMENTOS.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           CLOSE ARQUIVO-CARTOES.
           CLOSE ARQUIVO-BLOQUEADAS.
           CLOSE ARQUIVO-HISTORICO-CONTAS.
           CLOSE ARQUIVO-HISTORICO-MOVIMENTOS.
           CLOSE ARQUIVO-HISTORICO-CARTOES.

       2100-LE-ENCERRAMENTO.
           READ ARQUIVO-ENCERRAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ENCERRAMENTOS
           END-READ.

       2200-PROCESSA-ENCERRAMENTO.
           IF ENC-DATA-ARQUIVAMENTO EQUAL ZEROS
               AND ENC-DATA NOT GREATER WRK-DATA-CORTE
               PERFORM 3000-ARQUIVA-CONTA
           END-IF.
           PERFORM 2100-LE-ENCERRAMENTO.

      *----------------------------------------------------------------*
      * GRAVA A CONTA NO HISTORICO E A EXCLUI DO ARQUIVO VIVO (E DA     *
      * LISTA QUENTE, SE AINDA ESTIVER LA), LEVA OS MOVIMENTOS E OS     *
      * CARTOES DELA E CARIMBA O TERMO. TERMO SEM CONTA (JA EXCLUIDA A  *
      * MAO) SO TEM OS MOVIMENTOS E CARTOES LEVADOS E E CARIMBADO.      *
      *----------------------------------------------------------------*
       3000-ARQUIVA-CONTA.
           MOVE ENC-CONTA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   ADD 1 TO WRK-QTD-SEM-CONTA
               NOT INVALID KEY
                   MOVE CONTA-REGISTRO TO HCTA-DADOS
                   MOVE WRK-DATA-HOJE TO HCTA-DATA-ARQUIVO
                   WRITE HISTORICO-CONTA-REGISTRO
                   DELETE ARQUIVO-CONTAS RECORD
                   ADD 1 TO WRK-QTD-CONTAS-ARQUIVADAS
           END-READ.

           MOVE ENC-CONTA TO BLQ-CONTA.
           READ ARQUIVO-BLOQUEADAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQUIVO-BLOQUEADAS RECORD
           END-READ.

           PERFORM 3100-POSICIONA-MOVIMENTOS.
           PERFORM 3200-ARQUIVA-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS EQUAL "S".

           PERFORM 3300-POSICIONA-CARTOES.
           PERFORM 3400-ARQUIVA-CARTAO
               UNTIL WRK-FIM-CARTOES EQUAL "S".

           MOVE WRK-DATA-HOJE TO ENC-DATA-ARQUIVAMENTO.
           REWRITE ENCERRAMENTO-REGISTRO.

       3100-POSICIONA-MOVIMENTOS.
           MOVE "N" TO WRK-FIM-MOVIMENTOS.
           MOVE ENC-CONTA TO CMV-CONTA.
           MOVE ZEROS TO CMV-SEQ.
           START ARQUIVO-MOVIMENTOS-CONTA
               KEY IS NOT LESS CONTA-MOVIMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
               NOT INVALID KEY
                   PERFORM 3150-LE-MOVIMENTO
           END-START.

       3150-LE-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS-CONTA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-READ.

           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               AND CMV-CONTA NOT EQUAL ENC-CONTA
               MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-IF.

       3200-ARQUIVA-MOVIMENTO.
           MOVE CONTA-MOVIMENTO-REGISTRO TO HMOV-DADOS.
           MOVE WRK-DATA-HOJE TO HMOV-DATA-ARQUIVO.
           WRITE HISTORICO-MOVIMENTO-REGISTRO.
           DELETE ARQUIVO-MOVIMENTOS-CONTA RECORD.
           ADD 1 TO WRK-QTD-MOVIMENTOS-ARQUIVADOS.
           PERFORM 3150-LE-MOVIMENTO.

       3300-POSICIONA-CARTOES.
           MOVE "N" TO WRK-FIM-CARTOES.
           MOVE ENC-CONTA TO CRT-CONTA.
           MOVE ZEROS TO CRT-VIA.
           START ARQUIVO-CARTOES
               KEY IS NOT LESS CARTAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CARTOES
               NOT INVALID KEY
                   PERFORM 3350-LE-CARTAO
           END-START.

       3350-LE-CARTAO.
           READ ARQUIVO-CARTOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CARTOES
           END-READ.

           IF WRK-FIM-CARTOES NOT EQUAL "S"
               AND CRT-CONTA NOT EQUAL ENC-CONTA
               MOVE "S" TO WRK-FIM-CARTOES
           END-IF.

       3400-ARQUIVA-CARTAO.
           MOVE CARTAO-REGISTRO TO HCRT-DADOS.
           MOVE WRK-DATA-HOJE TO HCRT-DATA-ARQUIVO.
           WRITE HISTORICO-CARTAO-REGISTRO.
           DELETE ARQUIVO-CARTOES RECORD.
           ADD 1 TO WRK-QTD-CARTOES-ARQUIVADOS.
           PERFORM 3350-LE-CARTAO.
