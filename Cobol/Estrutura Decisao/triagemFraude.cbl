      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "TriagemFraude".
       AUTHOR. "LUCAS KURATA".
      *    TRIAGEM NOTURNA DE FRAUDE NOS MOVIMENTOS DO CAIXA
      *     ELETRONICO: PARA CADA CONTA, COMPARA OS MOVIMENTOS DA DATA
      *     DE MOVIMENTO (CONTAS_MOVIMENTOS.DAT) COM O HISTORICO DOS 90
      *     DIAS ANTERIORES E PONTUA OS INDICADORES - RAJADA DE SAQUES
      *     EM POUCOS MINUTOS, SAQUE EM HORARIO SEM HISTORICO NA CONTA,
      *     SAIDA DO DIA MUITO ACIMA DA MEDIA, TRANSFERENCIA ALTA LOGO
      *     APOS DESBLOQUEIO DE PIN (OCORRENCIAS_CONTAS.LOG) E SAQUES
      *     RECUSADOS EM SERIE NO LOG DO CAIXA (CAIXA_LOG_TRANSACOES).
      *     CONTA SUSPEITA GANHA CASO EM CASOS_FRAUDE.DAT E OCORRENCIA
      *     NO LOG DE CONTAS; RISCO ALTO JA BLOQUEIA A CONTA E A POE NA
      *     LISTA QUENTE ATE A REVISAO DO SUPERVISOR (DESBLOQUEIO DA
      *     MANUTENCAO DE CONTAS). O RESUMO SAI EM TRIAGEM_FRAUDE.LST.
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

           SELECT OPTIONAL ARQUIVO-LOG-TRANSACOES
           ASSIGN TO "caixa_log_transacoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-OCORRENCIAS
           ASSIGN TO "ocorrencias_contas.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BLOQUEADAS
           ASSIGN TO "contas_bloqueadas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BLQ-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CASOS-FRAUDE
           ASSIGN TO "casos_fraude.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRD-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "triagem_fraude.lst"
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
       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

      *    LINHA DO LOG DO CAIXA: DATA NAS POSICOES 1-8, SITUACAO DO
      *    SAQUE (S/N) NA 31 E CONTA NA COLUNA 81.
       FD  ARQUIVO-LOG-TRANSACOES.
       01  LINHA-LOG PIC X(100).

      *    LINHA DE OCORRENCIA: DATA 1-8, HORA 10-15, CONTA 23-30 E O
      *    EVENTO A PARTIR DA 32 ("DESBLOQUEADA POR ..." NA CONTA OU
      *    "CARTAO NN DESBLOQUEADO POR ..." NO CARTAO, COM O EVENTO NA
      *    42).
       FD  ARQUIVO-OCORRENCIAS.
       01  LINHA-OCORRENCIA PIC X(80).

       FD  ARQUIVO-BLOQUEADAS.
           COPY "CONTA-BLOQUEADA.cpy".

       FD  ARQUIVO-CASOS-FRAUDE.
           COPY "CASO-FRAUDE.cpy".

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
       77 WRK-INICIO-HISTORICO           PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR              PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-FIM-MOVIMENTOS             PIC A(1) VALUE "N".
       77 WRK-FIM-LOG                    PIC A(1) VALUE "N".

      *    REGRAS DA TRIAGEM. RAJADA: 3 SAQUES DENTRO DE
      *    WRK-JANELA-RAJADA SEGUNDOS. HORARIO: SAQUE NUMA HORA EM QUE
      *    A CONTA NAO SACOU NOS 90 DIAS, SE ELA TEM PELO MENOS
      *    WRK-MIN-HISTORICO SAQUES NO PERIODO. SALTO: SAIDAS DO DIA
      *    (SAQUE, TRANSFERENCIA E BOLETO) ACIMA DE WRK-FATOR-SALTO
      *    VEZES A MEDIA POR DIA COM SAIDA DOS 90 DIAS, A PARTIR DE
      *    WRK-MINIMO-SALTO. DESBLOQUEIO: TRANSFERENCIA DE
      *    WRK-LIMITE-TRANSF OU MAIS ATE WRK-JANELA-DESBLOQUEIO
      *    SEGUNDOS DEPOIS DE UM DESBLOQUEIO DE PIN. RECUSAS:
      *    WRK-MIN-RECUSAS SAQUES RECUSADOS OU MAIS NO DIA.
       77 WRK-JANELA-RAJADA              PIC 9(5) VALUE 600.
       77 WRK-MIN-HISTORICO              PIC 9(4) VALUE 10.
       77 WRK-FATOR-SALTO                PIC 9(2) VALUE 3.
       77 WRK-MINIMO-SALTO               PIC 9(7)V99 VALUE 500.
       77 WRK-LIMITE-TRANSF              PIC 9(7)V99 VALUE 1000.
       77 WRK-JANELA-DESBLOQUEIO         PIC 9(5) VALUE 86400.
       77 WRK-MIN-RECUSAS                PIC 9(3) VALUE 3.

      *    PESO DE CADA INDICADOR. A PARTIR DE WRK-PONTOS-CASO A CONTA
      *    GANHA CASO; A PARTIR DE WRK-PONTOS-BLOQUEIO E BLOQUEADA.
       77 WRK-PESO-RAJADA                PIC 9(3) VALUE 40.
       77 WRK-PESO-HORARIO               PIC 9(3) VALUE 20.
       77 WRK-PESO-SALTO                 PIC 9(3) VALUE 30.
       77 WRK-PESO-DESBLOQUEIO           PIC 9(3) VALUE 50.
       77 WRK-PESO-RECUSAS               PIC 9(3) VALUE 10.
       77 WRK-PONTOS-CASO                PIC 9(3) VALUE 30.
       77 WRK-PONTOS-BLOQUEIO            PIC 9(3) VALUE 70.

      *    APURACAO DA CONTA CORRENTE.
       77 WRK-PONTOS                     PIC 9(3) VALUE ZEROS.
       77 WRK-IND-RAJADA                 PIC X(1) VALUE "N".
       77 WRK-IND-HORARIO                PIC X(1) VALUE "N".
       77 WRK-IND-SALTO                  PIC X(1) VALUE "N".
       77 WRK-IND-DESBLOQUEIO            PIC X(1) VALUE "N".
       77 WRK-IND-RECUSAS                PIC X(1) VALUE "N".
       77 WRK-SAIDAS-DIA                 PIC 9(7)V99 VALUE ZEROS.
       77 WRK-SAIDAS-HISTORICO           PIC 9(9)V99 VALUE ZEROS.
       77 WRK-DIAS-COM-SAIDA             PIC 9(3) VALUE ZEROS.
       77 WRK-MEDIA-90-DIAS              PIC 9(7)V99 VALUE ZEROS.
       77 WRK-SAQUES-HISTORICO           PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-SAQUES-DIA             PIC 9(3) VALUE ZEROS.
       77 WRK-SEGUNDO-SAQUE-1            PIC 9(5) VALUE ZEROS.
       77 WRK-SEGUNDO-SAQUE-2            PIC 9(5) VALUE ZEROS.
       77 WRK-SEGUNDO-DO-DIA             PIC 9(5) VALUE ZEROS.
       77 WRK-ULTIMO-DIA-SAIDA           PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-INSTANTE              PIC 9(8) VALUE ZEROS.
       77 WRK-INSTANTE-MOVIMENTO         PIC 9(11) VALUE ZEROS.
       77 WRK-RECUSAS-CONTA              PIC 9(3) VALUE ZEROS.
       77 WRK-CASO-EXISTE                PIC A(1) VALUE "N".
       77 WRK-ACAO                       PIC X(30) VALUE SPACES.
       77 WRK-IDX                        PIC 9(3) VALUE ZEROS.

       77 WRK-QTD-CONTAS                 PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-CASOS                  PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADAS             PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-JA-EM-CASO             PIC 9(5) VALUE ZEROS.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZ9.99.
       77 WRK-MEDIA-EDITADA              PIC ZZZZZZ9.99.
       77 WRK-QTD-EDITADA                PIC ZZZZ9.

      *    HORA DO MOVIMENTO (HHMMSS) DECOMPOSTA PARA O CALCULO EM
      *    SEGUNDOS DO DIA.
       01 WRK-HORA-MOVIMENTO.
           05 WRK-HM-HORA                PIC 9(2).
           05 WRK-HM-MINUTO              PIC 9(2).
           05 WRK-HM-SEGUNDO             PIC 9(2).

      *    SAQUES DOS 90 DIAS POR HORA DO DIA (00 A 23).
       01 WRK-QUADRO-HORAS.
           05 WRK-SAQUES-HORA OCCURS 24 TIMES PIC 9(4).

      *    DESBLOQUEIOS DE PIN DA VESPERA E DO DIA (ATE 200), COM O
      *    INSTANTE EM SEGUNDOS (INTEIRO DA DATA * 86400 + SEGUNDOS).
       77 WRK-QTD-DESBLOQUEIOS           PIC 9(3) VALUE ZEROS.
       01 WRK-QUADRO-DESBLOQUEIOS.
           05 WRK-DESBLOQUEIO OCCURS 200 TIMES.
               10 WRK-DSB-CONTA          PIC 9(8).
               10 WRK-DSB-INSTANTE       PIC 9(11).

      *    SAQUES RECUSADOS NO DIA POR CONTA (ATE 500 CONTAS).
       77 WRK-QTD-CONTAS-RECUSA          PIC 9(3) VALUE ZEROS.
       01 WRK-QUADRO-RECUSAS.
           05 WRK-RECUSA OCCURS 500 TIMES.
               10 WRK-REC-CONTA          PIC 9(8).
               10 WRK-REC-QTD            PIC 9(3).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           PERFORM 0600-CARREGA-DESBLOQUEIOS.
           PERFORM 0700-CARREGA-RECUSAS.

           OPEN I-O ARQUIVO-CONTAS.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           OPEN INPUT ARQUIVO-MOVIMENTOS-CONTA.
           OPEN I-O ARQUIVO-CASOS-FRAUDE.
           OPEN I-O ARQUIVO-BLOQUEADAS.
           OPEN EXTEND ARQUIVO-OCORRENCIAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           PERFORM 4900-IMPRIME-CABECALHO.

           PERFORM 1000-LE-CONTA.
           PERFORM 2000-ANALISA-CONTA THRU 2000-ANALISA-CONTA-FIM
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 5000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           CLOSE ARQUIVO-CASOS-FRAUDE.
           CLOSE ARQUIVO-BLOQUEADAS.
           CLOSE ARQUIVO-OCORRENCIAS.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'TRIAGEM DE FRAUDE ' WRK-DATA-ATUAL
               ' - CONTAS: ' WRK-QTD-CONTAS
               '  CASOS ABERTOS: ' WRK-QTD-CASOS
               '  BLOQUEADAS: ' WRK-QTD-BLOQUEADAS '.'.
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

           COMPUTE WRK-INICIO-HISTORICO EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL) - 90).
           COMPUTE WRK-DATA-ANTERIOR EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL) - 1).

      *----------------------------------------------------------------*
      * DESBLOQUEIOS DE PIN DA VESPERA E DO DIA, TIRADOS DAS            *
      * OCORRENCIAS GRAVADAS PELA MANUTENCAO DE CONTAS.                 *
      *----------------------------------------------------------------*
       0600-CARREGA-DESBLOQUEIOS.
           OPEN INPUT ARQUIVO-OCORRENCIAS.
           MOVE "N" TO WRK-FIM-LOG.
           PERFORM 0610-LE-OCORRENCIA.
           PERFORM 0620-GUARDA-DESBLOQUEIO
               UNTIL WRK-FIM-LOG EQUAL "S".
           CLOSE ARQUIVO-OCORRENCIAS.

       0610-LE-OCORRENCIA.
           READ ARQUIVO-OCORRENCIAS
               AT END
                   MOVE "S" TO WRK-FIM-LOG
           END-READ.

       0620-GUARDA-DESBLOQUEIO.
           IF (LINHA-OCORRENCIA (32:12) EQUAL "DESBLOQUEADA"
               OR LINHA-OCORRENCIA (42:12) EQUAL "DESBLOQUEADO")
               AND LINHA-OCORRENCIA (1:8) IS NUMERIC
               AND LINHA-OCORRENCIA (10:6) IS NUMERIC
               AND LINHA-OCORRENCIA (23:8) IS NUMERIC
               AND LINHA-OCORRENCIA (1:8) NOT LESS WRK-DATA-ANTERIOR
               AND LINHA-OCORRENCIA (1:8) NOT GREATER WRK-DATA-ATUAL
               AND WRK-QTD-DESBLOQUEIOS LESS 200
               ADD 1 TO WRK-QTD-DESBLOQUEIOS
               MOVE LINHA-OCORRENCIA (23:8)
                   TO WRK-DSB-CONTA (WRK-QTD-DESBLOQUEIOS)
               MOVE LINHA-OCORRENCIA (10:6) TO WRK-HORA-MOVIMENTO
               MOVE LINHA-OCORRENCIA (1:8) TO WRK-DATA-INSTANTE
               PERFORM 7000-CALCULA-INSTANTE
               MOVE WRK-INSTANTE-MOVIMENTO
                   TO WRK-DSB-INSTANTE (WRK-QTD-DESBLOQUEIOS)
           END-IF.
           PERFORM 0610-LE-OCORRENCIA.

      *----------------------------------------------------------------*
      * SAQUES RECUSADOS NO DIA (SITUACAO N NO LOG DO CAIXA), SOMADOS   *
      * POR CONTA.                                                      *
      *----------------------------------------------------------------*
       0700-CARREGA-RECUSAS.
           OPEN INPUT ARQUIVO-LOG-TRANSACOES.
           MOVE "N" TO WRK-FIM-LOG.
           PERFORM 0710-LE-LOG.
           PERFORM 0720-GUARDA-RECUSA
               UNTIL WRK-FIM-LOG EQUAL "S".
           CLOSE ARQUIVO-LOG-TRANSACOES.

       0710-LE-LOG.
           READ ARQUIVO-LOG-TRANSACOES
               AT END
                   MOVE "S" TO WRK-FIM-LOG
           END-READ.

       0720-GUARDA-RECUSA.
           IF LINHA-LOG (1:8) EQUAL WRK-DATA-ATUAL
               AND LINHA-LOG (31:1) EQUAL "N"
               AND LINHA-LOG (81:8) IS NUMERIC
               MOVE ZEROS TO WRK-IDX
               PERFORM 0730-PROCURA-CONTA-RECUSA
                   UNTIL WRK-IDX NOT LESS WRK-QTD-CONTAS-RECUSA
                   OR WRK-REC-CONTA (WRK-IDX) EQUAL LINHA-LOG (81:8)
               IF WRK-IDX GREATER ZEROS
                   AND WRK-REC-CONTA (WRK-IDX) EQUAL LINHA-LOG (81:8)
                   ADD 1 TO WRK-REC-QTD (WRK-IDX)
               ELSE
                   IF WRK-QTD-CONTAS-RECUSA LESS 500
                       ADD 1 TO WRK-QTD-CONTAS-RECUSA
                       MOVE LINHA-LOG (81:8)
                           TO WRK-REC-CONTA (WRK-QTD-CONTAS-RECUSA)
                       MOVE 1 TO WRK-REC-QTD (WRK-QTD-CONTAS-RECUSA)
                   END-IF
               END-IF
           END-IF.
           PERFORM 0710-LE-LOG.

       0730-PROCURA-CONTA-RECUSA.
           ADD 1 TO WRK-IDX.

       1000-LE-CONTA.
           READ ARQUIVO-CONTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * PERCORRE O HISTORICO DA CONTA (EM ORDEM DE SEQUENCIA, QUE E A   *
      * ORDEM CRONOLOGICA): OS 90 DIAS ANTERIORES MONTAM O PERFIL E OS  *
      * MOVIMENTOS DA DATA DE MOVIMENTO SAO CONFRONTADOS COM ELE.       *
      *----------------------------------------------------------------*
       2000-ANALISA-CONTA.
           IF CONTA-ENCERRADA
               PERFORM 1000-LE-CONTA
               GO TO 2000-ANALISA-CONTA-FIM
           END-IF.
           ADD 1 TO WRK-QTD-CONTAS.
           MOVE ZEROS TO WRK-PONTOS WRK-SAIDAS-DIA WRK-SAIDAS-HISTORICO
               WRK-DIAS-COM-SAIDA WRK-MEDIA-90-DIAS
               WRK-SAQUES-HISTORICO WRK-QTD-SAQUES-DIA
               WRK-SEGUNDO-SAQUE-1 WRK-SEGUNDO-SAQUE-2
               WRK-RECUSAS-CONTA.
           MOVE "N" TO WRK-IND-RAJADA WRK-IND-HORARIO WRK-IND-SALTO
               WRK-IND-DESBLOQUEIO WRK-IND-RECUSAS.
           MOVE ZEROS TO WRK-QUADRO-HORAS.
           MOVE ZEROS TO WRK-ULTIMO-DIA-SAIDA.

           MOVE "N" TO WRK-FIM-MOVIMENTOS.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE ZEROS TO CMV-SEQ.
           START ARQUIVO-MOVIMENTOS-CONTA KEY IS NOT LESS
               CONTA-MOVIMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-START.
           PERFORM 2050-LE-MOVIMENTO.
           PERFORM 2100-TRATA-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS EQUAL "S".

           PERFORM 2500-PONTUA-CONTA.

           IF WRK-PONTOS NOT LESS WRK-PONTOS-CASO
               PERFORM 3000-ABRE-CASO THRU 3000-ABRE-CASO-FIM
           END-IF.

           PERFORM 1000-LE-CONTA.

       2000-ANALISA-CONTA-FIM.
           EXIT.

       2050-LE-MOVIMENTO.
           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               READ ARQUIVO-MOVIMENTOS-CONTA NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-MOVIMENTOS
                   NOT AT END
                       IF CMV-CONTA NOT EQUAL CONTA-NUMERO
                           MOVE "S" TO WRK-FIM-MOVIMENTOS
                       END-IF
               END-READ
           END-IF.

       2100-TRATA-MOVIMENTO.
           IF CMV-DATA NOT LESS WRK-INICIO-HISTORICO
               AND CMV-DATA LESS WRK-DATA-ATUAL
               PERFORM 2200-ACUMULA-HISTORICO
           END-IF.
           IF CMV-DATA EQUAL WRK-DATA-ATUAL
               PERFORM 2300-CONFRONTA-MOVIMENTO
           END-IF.
           PERFORM 2050-LE-MOVIMENTO.

      *    PERFIL DOS 90 DIAS: SAIDAS E DIAS COM SAIDA (PARA A MEDIA)
      *    E SAQUES POR HORA DO DIA. COMPRA NO POSTO DEBITADA NA CONTA
      *    TAMBEM E SAIDA.
       2200-ACUMULA-HISTORICO.
           IF MOV-SAQUE OR MOV-TRANSF-DEBITO OR MOV-PAGTO-BOLETO
               OR MOV-DEBITO-POSTO
               ADD CMV-VALOR TO WRK-SAIDAS-HISTORICO
               IF CMV-DATA NOT EQUAL WRK-ULTIMO-DIA-SAIDA
                   ADD 1 TO WRK-DIAS-COM-SAIDA
                   MOVE CMV-DATA TO WRK-ULTIMO-DIA-SAIDA
               END-IF
           END-IF.
           IF MOV-SAQUE
               MOVE CMV-HORA TO WRK-HORA-MOVIMENTO
               IF WRK-HM-HORA LESS 24
                   ADD 1 TO WRK-SAQUES-HORA (WRK-HM-HORA + 1)
                   ADD 1 TO WRK-SAQUES-HISTORICO
               END-IF
           END-IF.

       2300-CONFRONTA-MOVIMENTO.
           IF MOV-SAQUE OR MOV-TRANSF-DEBITO OR MOV-PAGTO-BOLETO
               OR MOV-DEBITO-POSTO
               ADD CMV-VALOR TO WRK-SAIDAS-DIA
           END-IF.
           IF MOV-SAQUE
               PERFORM 2310-TESTA-RAJADA
               PERFORM 2320-TESTA-HORARIO
           END-IF.
           IF MOV-TRANSF-DEBITO
               AND CMV-VALOR NOT LESS WRK-LIMITE-TRANSF
               PERFORM 2330-TESTA-DESBLOQUEIO
           END-IF.

      *    TERCEIRO SAQUE DENTRO DA JANELA CONTADA DO ANTEPENULTIMO.
       2310-TESTA-RAJADA.
           MOVE CMV-HORA TO WRK-HORA-MOVIMENTO.
           COMPUTE WRK-SEGUNDO-DO-DIA EQUAL WRK-HM-HORA * 3600
               + WRK-HM-MINUTO * 60 + WRK-HM-SEGUNDO.
           ADD 1 TO WRK-QTD-SAQUES-DIA.
           IF WRK-QTD-SAQUES-DIA NOT LESS 3
               AND WRK-SEGUNDO-DO-DIA - WRK-SEGUNDO-SAQUE-2
                   NOT GREATER WRK-JANELA-RAJADA
               MOVE "S" TO WRK-IND-RAJADA
           END-IF.
           MOVE WRK-SEGUNDO-SAQUE-1 TO WRK-SEGUNDO-SAQUE-2.
           MOVE WRK-SEGUNDO-DO-DIA TO WRK-SEGUNDO-SAQUE-1.

       2320-TESTA-HORARIO.
           MOVE CMV-HORA TO WRK-HORA-MOVIMENTO.
           IF WRK-SAQUES-HISTORICO NOT LESS WRK-MIN-HISTORICO
               AND WRK-HM-HORA LESS 24
               IF WRK-SAQUES-HORA (WRK-HM-HORA + 1) EQUAL ZEROS
                   MOVE "S" TO WRK-IND-HORARIO
               END-IF
           END-IF.

      *    TRANSFERENCIA ALTA ATE A JANELA DEPOIS DE UM DESBLOQUEIO DE
      *    PIN DA PROPRIA CONTA.
       2330-TESTA-DESBLOQUEIO.
           MOVE CMV-HORA TO WRK-HORA-MOVIMENTO.
           MOVE CMV-DATA TO WRK-DATA-INSTANTE.
           PERFORM 7000-CALCULA-INSTANTE.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2335-PROCURA-DESBLOQUEIO
               UNTIL WRK-IDX NOT LESS WRK-QTD-DESBLOQUEIOS.

       2335-PROCURA-DESBLOQUEIO.
           ADD 1 TO WRK-IDX.
           IF WRK-DSB-CONTA (WRK-IDX) EQUAL CONTA-NUMERO
               AND WRK-DSB-INSTANTE (WRK-IDX)
                   NOT GREATER WRK-INSTANTE-MOVIMENTO
               AND WRK-INSTANTE-MOVIMENTO - WRK-DSB-INSTANTE (WRK-IDX)
                   NOT GREATER WRK-JANELA-DESBLOQUEIO
               MOVE "S" TO WRK-IND-DESBLOQUEIO
           END-IF.

      *----------------------------------------------------------------*
      * SOMA OS PESOS DOS INDICADORES DA CONTA. O SALTO E AS RECUSAS    *
      * SO SE APURAM DEPOIS DE LIDO TODO O HISTORICO.                   *
      *----------------------------------------------------------------*
       2500-PONTUA-CONTA.
           IF WRK-DIAS-COM-SAIDA GREATER ZEROS
               COMPUTE WRK-MEDIA-90-DIAS ROUNDED EQUAL
                   WRK-SAIDAS-HISTORICO / WRK-DIAS-COM-SAIDA
               IF WRK-SAIDAS-DIA NOT LESS WRK-MINIMO-SALTO
                   AND WRK-SAIDAS-DIA GREATER
                       WRK-MEDIA-90-DIAS * WRK-FATOR-SALTO
                   MOVE "S" TO WRK-IND-SALTO
               END-IF
           END-IF.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 0730-PROCURA-CONTA-RECUSA
               UNTIL WRK-IDX NOT LESS WRK-QTD-CONTAS-RECUSA
               OR WRK-REC-CONTA (WRK-IDX) EQUAL CONTA-NUMERO.
           IF WRK-IDX GREATER ZEROS
               AND WRK-REC-CONTA (WRK-IDX) EQUAL CONTA-NUMERO
               MOVE WRK-REC-QTD (WRK-IDX) TO WRK-RECUSAS-CONTA
               IF WRK-RECUSAS-CONTA NOT LESS WRK-MIN-RECUSAS
                   MOVE "S" TO WRK-IND-RECUSAS
               END-IF
           END-IF.

           IF WRK-IND-RAJADA EQUAL "S"
               ADD WRK-PESO-RAJADA TO WRK-PONTOS
           END-IF.
           IF WRK-IND-HORARIO EQUAL "S"
               ADD WRK-PESO-HORARIO TO WRK-PONTOS
           END-IF.
           IF WRK-IND-SALTO EQUAL "S"
               ADD WRK-PESO-SALTO TO WRK-PONTOS
           END-IF.
           IF WRK-IND-DESBLOQUEIO EQUAL "S"
               ADD WRK-PESO-DESBLOQUEIO TO WRK-PONTOS
           END-IF.
           IF WRK-IND-RECUSAS EQUAL "S"
               ADD WRK-PESO-RECUSAS TO WRK-PONTOS
           END-IF.

      *----------------------------------------------------------------*
      * ABRE O CASO DA CONTA NO DIA, GRAVA A OCORRENCIA E, NO RISCO     *
      * ALTO, BLOQUEIA A CONTA. CASO JA EXISTENTE PARA A CONTA E A DATA *
      * (NOVA RODADA) NAO E REABERTO NEM BLOQUEIA DE NOVO - O           *
      * SUPERVISOR PODE TER REVISADO E LIBERADO A CONTA.                *
      *----------------------------------------------------------------*
       3000-ABRE-CASO.
           MOVE CONTA-NUMERO TO FRD-CONTA.
           MOVE WRK-DATA-ATUAL TO FRD-DATA.
           MOVE "N" TO WRK-CASO-EXISTE.
           READ ARQUIVO-CASOS-FRAUDE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CASO-EXISTE
           END-READ.
           IF WRK-CASO-EXISTE EQUAL "S"
               ADD 1 TO WRK-QTD-JA-EM-CASO
               MOVE "CASO JA ABERTO NA DATA" TO WRK-ACAO
               PERFORM 4000-IMPRIME-CONTA
               GO TO 3000-ABRE-CASO-FIM
           END-IF.

           MOVE SPACES TO CASO-FRAUDE-REGISTRO.
           MOVE CONTA-NUMERO TO FRD-CONTA.
           MOVE WRK-DATA-ATUAL TO FRD-DATA.
           MOVE WRK-PONTOS TO FRD-PONTOS.
           MOVE WRK-IND-RAJADA TO FRD-IND-RAJADA.
           MOVE WRK-IND-HORARIO TO FRD-IND-HORARIO.
           MOVE WRK-IND-SALTO TO FRD-IND-SALTO.
           MOVE WRK-IND-DESBLOQUEIO TO FRD-IND-DESBLOQUEIO.
           MOVE WRK-IND-RECUSAS TO FRD-IND-RECUSAS.
           MOVE WRK-SAIDAS-DIA TO FRD-SAIDAS-DIA.
           MOVE WRK-MEDIA-90-DIAS TO FRD-MEDIA-90-DIAS.
           MOVE "N" TO FRD-CONTA-BLOQUEADA.
           MOVE "P" TO FRD-SITUACAO.
           MOVE ZEROS TO FRD-DATA-REVISAO.
           ADD 1 TO WRK-QTD-CASOS.
           MOVE "CASO ABERTO" TO WRK-ACAO.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO LINHA-OCORRENCIA.
           STRING WRK-DATA-ATUAL ' ' WRK-HORA-AGORA
                  ' CONTA ' CONTA-NUMERO
                  ' SUSPEITA DE FRAUDE - ' WRK-PONTOS ' PONTOS'
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.

           IF WRK-PONTOS NOT LESS WRK-PONTOS-BLOQUEIO
               PERFORM 3100-BLOQUEIA-CONTA
           END-IF.

           WRITE CASO-FRAUDE-REGISTRO
               INVALID KEY
                   REWRITE CASO-FRAUDE-REGISTRO
           END-WRITE.
           PERFORM 4000-IMPRIME-CONTA.

       3000-ABRE-CASO-FIM.
           EXIT.

      *    BLOQUEIO DA CONTA INTEIRA (TODOS OS CARTOES): SITUACAO B NA
      *    CONTA E LISTA QUENTE, PARA QUE SO O DESBLOQUEIO
      *    SUPERVISIONADO LIBERE A CONTA.
       3100-BLOQUEIA-CONTA.
           MOVE "S" TO FRD-CONTA-BLOQUEADA.
           MOVE "CASO ABERTO E CONTA BLOQUEADA" TO WRK-ACAO.
           ADD 1 TO WRK-QTD-BLOQUEADAS.

           MOVE "B" TO CONTA-SITUACAO.
           REWRITE CONTA-REGISTRO.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "REWRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           MOVE CONTA-NUMERO TO BLQ-CONTA.
           MOVE WRK-DATA-ATUAL TO BLQ-DATA.
           MOVE WRK-HORA-AGORA TO BLQ-HORA.
           MOVE "SUSPEITA DE FRAUDE" TO BLQ-MOTIVO.
           WRITE BLOQUEIO-REGISTRO
               INVALID KEY
                   REWRITE BLOQUEIO-REGISTRO
           END-WRITE.

           MOVE SPACES TO LINHA-OCORRENCIA.
           STRING WRK-DATA-ATUAL ' ' WRK-HORA-AGORA
                  ' CONTA ' CONTA-NUMERO
                  ' BLOQUEADA POR SUSPEITA DE FRAUDE'
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.

       4000-IMPRIME-CONTA.
           MOVE WRK-SAIDAS-DIA TO WRK-VALOR-EDITADO.
           MOVE WRK-MEDIA-90-DIAS TO WRK-MEDIA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING CONTA-NUMERO "  " CONTA-TITULAR
               "  PONTOS " WRK-PONTOS
               "  RAJ " WRK-IND-RAJADA " HOR " WRK-IND-HORARIO
               " SAL " WRK-IND-SALTO " DES " WRK-IND-DESBLOQUEIO
               " REC " WRK-IND-RECUSAS
               "  SAIDAS " WRK-VALOR-EDITADO
               "  MEDIA " WRK-MEDIA-EDITADA
               "  " WRK-ACAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       4900-IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TRIAGEM DE FRAUDE DO CAIXA ELETRONICO - MOVIMENTO "
               WRK-DATA-ATUAL "  HISTORICO DESDE " WRK-INICIO-HISTORICO
               "  CASO A PARTIR DE " WRK-PONTOS-CASO
               " PONTOS, BLOQUEIO A PARTIR DE " WRK-PONTOS-BLOQUEIO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       5000-IMPRIME-TOTAIS.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-CONTAS TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTAS ANALISADAS ....... " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-CASOS TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CASOS ABERTOS ........... " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-BLOQUEADAS TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTAS BLOQUEADAS ....... " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-JA-EM-CASO TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "JA COM CASO NA DATA ..... " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    INSTANTE EM SEGUNDOS DA DATA EM WRK-DATA-INSTANTE E DA HORA EM
      *    WRK-HORA-MOVIMENTO, PARA COMPARAR MOMENTOS DE DIAS DIFERENTES.
       7000-CALCULA-INSTANTE.
           COMPUTE WRK-INSTANTE-MOVIMENTO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-INSTANTE) * 86400
               + WRK-HM-HORA * 3600 + WRK-HM-MINUTO * 60
               + WRK-HM-SEGUNDO.

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
           MOVE "TRIAFRAU" TO ERR-PROGRAMA.
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
