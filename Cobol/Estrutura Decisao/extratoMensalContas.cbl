      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ExtratoMensalContas".
       AUTHOR. "LUCAS KURATA".
      *    BATCH MENSAL DE EXTRATOS DAS CONTAS DO CAIXA ELETRONICO,
      *     RODADO DEPOIS DAS TARIFAS E JUROS DO MES
      *     (TarifasJurosContas): PARA CADA CONTA DE CONTAS.DAT EMITE
      *     O EXTRATO DA COMPETENCIA COM O SALDO ANTERIOR, CADA
      *     MOVIMENTO DO HISTORICO (CONTAS_MOVIMENTOS.DAT) COM O SALDO
      *     APOS O MOVIMENTO, OS TOTAIS DE CREDITOS, DEBITOS, TARIFAS E
      *     JUROS DO MES E O SALDO FINAL.
      *
      *     O SALDO ANTERIOR VEM DO EXTRATO DO MES ANTERIOR
      *     (EXTRATOS_SALDOS.DAT); NO PRIMEIRO EXTRATO DA CONTA ELE E
      *     APURADO DE TRAS PARA FRENTE A PARTIR DE CONTA-SALDO. A
      *     CONFERENCIA LEVA O SALDO FINAL DO EXTRATO, MAIS O QUE FOI
      *     LANCADO DEPOIS DO FIM DO MES, A CONTA-SALDO - CONTA QUE NAO
      *     FECHA VAI PARA EXTRATOS_DIVERGENCIAS.LST.
      *
      *     TODOS OS EXTRATOS DA RODADA SAEM EM EXTRATOS_MENSAIS.LST
      *     PARA A IMPRESSAO E O ENVIO; CADA UM TAMBEM FICA NUMA
      *     GERACAO PROPRIA (EXTRATO_MENSAL_CCCCCCCC_AAAAMM.LST),
      *     REGISTRADA NO CATALOGO DE RELATORIOS PARA A REIMPRESSAO DO
      *     EXTRATO DE UM CLIENTE (PROG68), COM A MESMA RETENCAO DAS
      *     DEMAIS GERACOES (PROG67). CONTA ENCERRADA SEM MOVIMENTO NO
      *     MES NAO TEM EXTRATO.
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

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-SALDOS-EXTRATO
           ASSIGN TO "extratos_saldos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EXS-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-EXTRATOS
           ASSIGN TO "extratos_mensais.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-GERACAO
           ASSIGN TO DYNAMIC WRK-NOME-GERACAO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DIVERGENCIAS
           ASSIGN TO "extratos_divergencias.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CATALOGO
           ASSIGN TO "relatorios_catalogo.dat"
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

       FD  ARQUIVO-SALDOS-EXTRATO.
           COPY "EXTRATO-SALDO.cpy".

       FD  ARQUIVO-EXTRATOS.
       01  LINHA-EXTRATOS PIC X(80).

       FD  ARQUIVO-GERACAO.
       01  LINHA-GERACAO PIC X(80).

       FD  ARQUIVO-DIVERGENCIAS.
       01  LINHA-DIVERGENCIA PIC X(80).

       FD  ARQUIVO-CATALOGO.
           COPY "CATALOGO-RELATORIO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-FIM-MOVIMENTOS             PIC A(1) VALUE "N".
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-AGORA                 PIC 9(6) VALUE ZEROS.
       77 WRK-COMPETENCIA                PIC 9(6) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA            PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-INICIO                PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FIM                   PIC 9(8) VALUE ZEROS.
       77 WRK-COMP-SEGUINTE              PIC 9(6) VALUE ZEROS.
       77 WRK-DATA-BASE                  PIC 9(8) VALUE ZEROS.
       77 WRK-SALDO-BASE                 PIC S9(9)V99 VALUE ZEROS.
       77 WRK-SALDO-ACHADO               PIC A(1) VALUE "N".
       77 WRK-REEMISSAO                  PIC A(1) VALUE "N".

      *    EFEITO DE CADA MOVIMENTO NO SALDO (CREDITO POSITIVO, DEBITO
      *    NEGATIVO) E AS SOMAS DA CONTA: ANTES DO MES (DESDE O ULTIMO
      *    EXTRATO), DENTRO DO MES E DEPOIS DO FIM DO MES.
       77 WRK-EFEITO                     PIC S9(7)V99 VALUE ZEROS.
       77 WRK-HISTORICO                  PIC X(28) VALUE SPACES.
       77 WRK-NET-ANTES                  PIC S9(9)V99 VALUE ZEROS.
       77 WRK-NET-MES                    PIC S9(9)V99 VALUE ZEROS.
       77 WRK-NET-DEPOIS                 PIC S9(9)V99 VALUE ZEROS.
       77 WRK-QTD-MOV-MES                PIC 9(5) VALUE ZEROS.
       77 WRK-SALDO-INICIAL              PIC S9(9)V99 VALUE ZEROS.
       77 WRK-SALDO-CORRENTE             PIC S9(9)V99 VALUE ZEROS.
       77 WRK-SALDO-FINAL                PIC S9(9)V99 VALUE ZEROS.
       77 WRK-SALDO-CONFERE              PIC S9(9)V99 VALUE ZEROS.
       77 WRK-DIFERENCA                  PIC S9(9)V99 VALUE ZEROS.
       77 WRK-TOT-CREDITOS               PIC 9(9)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS                PIC 9(9)V99 VALUE ZEROS.
       77 WRK-TOT-TARIFAS                PIC 9(9)V99 VALUE ZEROS.
       77 WRK-TOT-JUROS                  PIC 9(9)V99 VALUE ZEROS.

       77 WRK-VALOR-EDITADO              PIC -ZZZZZZ9,99.
       77 WRK-SALDO-EDITADO              PIC -ZZZZZZZ9,99.
       77 WRK-LINHA                      PIC X(80) VALUE SPACES.

      *    GERACAO DO EXTRATO DA CONTA PARA O CATALOGO DE RELATORIOS
      *    (60 LINHAS POR PAGINA, COMO NO PROG67).
       77 WRK-NOME-GERACAO               PIC X(55) VALUE SPACES.
       77 WRK-NOME-IMPRESSORA            PIC X(35)
                                  VALUE "extrato_mensal_conta.lst".
       77 WRK-QTD-LINHAS                 PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-PAGINAS                PIC 9(4) VALUE ZEROS.

       77 WRK-QTD-CONTAS                 PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-EXTRATOS               PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-PRIMEIROS              PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-ENCERRADAS             PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-POSTERIORES            PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES            PIC 9(6) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           DISPLAY 'EXTRATO MENSAL DAS CONTAS'.
           DISPLAY 'COMPETENCIA (AAAAMM, ZERO = MES CORRENTE): '.
           ACCEPT WRK-COMPETENCIA.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           IF WRK-COMPETENCIA EQUAL ZEROS
               MOVE WRK-DATA-HOJE (1:6) TO WRK-COMPETENCIA
           END-IF.

           MOVE WRK-COMPETENCIA (5:2) TO WRK-MES-COMPETENCIA.
           IF WRK-MES-COMPETENCIA LESS 1 OR WRK-MES-COMPETENCIA
               GREATER 12 OR WRK-COMPETENCIA GREATER
               WRK-DATA-HOJE (1:6)
               DISPLAY 'COMPETENCIA ' WRK-COMPETENCIA ' INVALIDA - '
                   'EXTRATOS NAO EMITIDOS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           COMPUTE WRK-DATA-INICIO EQUAL WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-DATA-FIM EQUAL WRK-COMPETENCIA * 100 + 31.

           OPEN INPUT ARQUIVO-CONTAS.
           OPEN INPUT ARQUIVO-MOVIMENTOS-CONTA.
           OPEN I-O ARQUIVO-SALDOS-EXTRATO.
           OPEN OUTPUT ARQUIVO-EXTRATOS.
           OPEN OUTPUT ARQUIVO-DIVERGENCIAS.

           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING "EXTRATO MENSAL - CONTAS COM SALDO DIVERGENTE - "
                  "COMPETENCIA " WRK-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.

           PERFORM 1000-LE-CONTA.
           PERFORM 2000-PROCESSA-CONTA THRU 2000-PROCESSA-CONTA-FIM
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           MOVE SPACES TO LINHA-DIVERGENCIA.
           STRING "CONTAS DIVERGENTES: " WRK-QTD-DIVERGENTES
                  " DE " WRK-QTD-EXTRATOS " EXTRATO(S) EMITIDO(S)."
               DELIMITED BY SIZE INTO LINHA-DIVERGENCIA.
           WRITE LINHA-DIVERGENCIA.

           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           CLOSE ARQUIVO-SALDOS-EXTRATO.
           CLOSE ARQUIVO-EXTRATOS.
           CLOSE ARQUIVO-DIVERGENCIAS.

           DISPLAY 'EXTRATOS DA COMPETENCIA ' WRK-COMPETENCIA
               ' - CONTAS: ' WRK-QTD-CONTAS
               '  EMITIDOS: ' WRK-QTD-EXTRATOS
               '  PRIMEIRO EXTRATO: ' WRK-QTD-PRIMEIROS.
           DISPLAY 'ENCERRADAS SEM MOVIMENTO: ' WRK-QTD-ENCERRADAS
               '  COM EXTRATO POSTERIOR JA EMITIDO: '
               WRK-QTD-POSTERIORES.
           IF WRK-QTD-DIVERGENTES GREATER ZEROS
               DISPLAY 'CONTAS COM SALDO DIVERGENTE: '
                   WRK-QTD-DIVERGENTES
                   ' - VER EXTRATOS_DIVERGENCIAS.LST.'
           END-IF.
           STOP RUN.

       1000-LE-CONTA.
           READ ARQUIVO-CONTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * UMA CONTA: PONTO DE PARTIDA (ULTIMO EXTRATO GUARDADO), SOMA DOS *
      * MOVIMENTOS ANTES, DENTRO E DEPOIS DO MES, EMISSAO DO EXTRATO,   *
      * CONFERENCIA COM CONTA-SALDO E GUARDA DO SALDO FINAL.            *
      *----------------------------------------------------------------*
       2000-PROCESSA-CONTA.
           ADD 1 TO WRK-QTD-CONTAS.
           PERFORM 2050-PONTO-DE-PARTIDA.

      *    EXTRATO DE UM MES JA SUPERADO: O SALDO GUARDADO E DE DEPOIS
      *    DELE - A VIA ANTIGA SAI PELA REIMPRESSAO DO CATALOGO.
           IF WRK-SALDO-ACHADO EQUAL "S"
               AND EXS-COMPETENCIA GREATER WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-POSTERIORES
               GO TO 2000-PROCESSA-CONTA-FIM
           END-IF.

           MOVE ZEROS TO WRK-NET-ANTES WRK-NET-MES WRK-NET-DEPOIS
               WRK-QTD-MOV-MES.
           PERFORM 2100-SOMA-MOVIMENTOS.

           IF CONTA-ENCERRADA AND WRK-QTD-MOV-MES EQUAL ZEROS
               ADD 1 TO WRK-QTD-ENCERRADAS
               GO TO 2000-PROCESSA-CONTA-FIM
           END-IF.

           IF WRK-SALDO-ACHADO EQUAL "S"
               COMPUTE WRK-SALDO-INICIAL EQUAL
                   WRK-SALDO-BASE + WRK-NET-ANTES
           ELSE
               COMPUTE WRK-SALDO-INICIAL EQUAL
                   CONTA-SALDO - WRK-NET-MES - WRK-NET-DEPOIS
               ADD 1 TO WRK-QTD-PRIMEIROS
           END-IF.
           COMPUTE WRK-SALDO-FINAL EQUAL
               WRK-SALDO-INICIAL + WRK-NET-MES.

           PERFORM 3000-EMITE-EXTRATO.
           PERFORM 4000-CONFERE-SALDO.
           PERFORM 5000-GUARDA-SALDO.

       2000-PROCESSA-CONTA-FIM.
           PERFORM 1000-LE-CONTA.

      *    PARTIDA DO SALDO ANTERIOR: REEMISSAO DA MESMA COMPETENCIA
      *     PARTE DO SALDO INICIAL GUARDADO; EXTRATO DE MES ANTERIOR
      *     PARTE DO SALDO FINAL DELE, SOMANDO O QUE FOI LANCADO DO MES
      *     SEGUINTE A ELE ATE O INICIO DESTA COMPETENCIA.
       2050-PONTO-DE-PARTIDA.
           MOVE "N" TO WRK-REEMISSAO.
           MOVE ZEROS TO WRK-SALDO-BASE.
           MOVE WRK-DATA-INICIO TO WRK-DATA-BASE.
           MOVE CONTA-NUMERO TO EXS-CONTA.
           MOVE "S" TO WRK-SALDO-ACHADO.
           READ ARQUIVO-SALDOS-EXTRATO
               INVALID KEY
                   MOVE "N" TO WRK-SALDO-ACHADO
           END-READ.

           IF WRK-SALDO-ACHADO EQUAL "S"
               IF EXS-COMPETENCIA EQUAL WRK-COMPETENCIA
                   MOVE "S" TO WRK-REEMISSAO
                   MOVE EXS-SALDO-INICIAL TO WRK-SALDO-BASE
               ELSE
                   MOVE EXS-SALDO-FINAL TO WRK-SALDO-BASE
                   IF EXS-COMPETENCIA (5:2) EQUAL 12
                       COMPUTE WRK-COMP-SEGUINTE EQUAL
                           EXS-COMPETENCIA + 89
                   ELSE
                       COMPUTE WRK-COMP-SEGUINTE EQUAL
                           EXS-COMPETENCIA + 1
                   END-IF
                   COMPUTE WRK-DATA-BASE EQUAL
                       WRK-COMP-SEGUINTE * 100 + 1
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PRIMEIRA PASSAGEM NO HISTORICO DA CONTA: SO SOMA OS EFEITOS.    *
      *----------------------------------------------------------------*
       2100-SOMA-MOVIMENTOS.
           PERFORM 2150-POSICIONA-MOVIMENTOS.
           PERFORM 2110-SOMA-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS EQUAL "S".

       2110-SOMA-MOVIMENTO.
           PERFORM 2200-CLASSIFICA-MOVIMENTO.
           IF CMV-DATA LESS WRK-DATA-INICIO
               IF CMV-DATA NOT LESS WRK-DATA-BASE
                   ADD WRK-EFEITO TO WRK-NET-ANTES
               END-IF
           ELSE
               IF CMV-DATA GREATER WRK-DATA-FIM
                   ADD WRK-EFEITO TO WRK-NET-DEPOIS
               ELSE
                   ADD WRK-EFEITO TO WRK-NET-MES
                   ADD 1 TO WRK-QTD-MOV-MES
               END-IF
           END-IF.
           PERFORM 2160-LE-MOVIMENTO.

       2150-POSICIONA-MOVIMENTOS.
           MOVE "N" TO WRK-FIM-MOVIMENTOS.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE ZEROS TO CMV-SEQ.
           START ARQUIVO-MOVIMENTOS-CONTA KEY IS NOT LESS
               CONTA-MOVIMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-START.
           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               PERFORM 2160-LE-MOVIMENTO
           END-IF.

       2160-LE-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS-CONTA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-READ.
           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               AND CMV-CONTA NOT EQUAL CONTA-NUMERO
               MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-IF.

      *----------------------------------------------------------------*
      * HISTORICO E EFEITO NO SALDO DE CADA TIPO DE MOVIMENTO. DEPOSITO *
      * EM ENVELOPE NAO MEXE NO SALDO: O VALOR ENTRA NA LIBERACAO (L),  *
      * PELO VALOR CONTADO PELA TESOURARIA.                             *
      *----------------------------------------------------------------*
       2200-CLASSIFICA-MOVIMENTO.
           MOVE ZEROS TO WRK-EFEITO.
           MOVE SPACES TO WRK-HISTORICO.
           IF MOV-SAQUE
               MOVE "SAQUE" TO WRK-HISTORICO
               COMPUTE WRK-EFEITO EQUAL ZERO - CMV-VALOR
           END-IF.
           IF MOV-DEPOSITO
               MOVE "DEPOSITO EM DINHEIRO" TO WRK-HISTORICO
               MOVE CMV-VALOR TO WRK-EFEITO
           END-IF.
           IF MOV-ENVELOPE
               IF MOVIMENTO-PENDENTE
                   MOVE "ENVELOPE A CONFERIR" TO WRK-HISTORICO
               ELSE
                   MOVE "ENVELOPE CONFERIDO" TO WRK-HISTORICO
               END-IF
           END-IF.
           IF MOV-LIBERACAO
               MOVE "LIBERACAO DE ENVELOPE" TO WRK-HISTORICO
               MOVE CMV-VALOR TO WRK-EFEITO
           END-IF.
           IF MOV-TRANSF-DEBITO
               MOVE "TRANSFERENCIA ENVIADA" TO WRK-HISTORICO
               COMPUTE WRK-EFEITO EQUAL ZERO - CMV-VALOR
           END-IF.
           IF MOV-TRANSF-CREDITO
               MOVE "TRANSFERENCIA RECEBIDA" TO WRK-HISTORICO
               MOVE CMV-VALOR TO WRK-EFEITO
           END-IF.
           IF MOV-TARIFA
               MOVE "TARIFA DE MANUTENCAO" TO WRK-HISTORICO
               COMPUTE WRK-EFEITO EQUAL ZERO - CMV-VALOR
           END-IF.
           IF MOV-JUROS
               MOVE "JUROS SOBRE SALDO" TO WRK-HISTORICO
               MOVE CMV-VALOR TO WRK-EFEITO
           END-IF.
           IF MOV-PAGTO-BOLETO
               MOVE "PAGAMENTO DE BOLETO" TO WRK-HISTORICO
               COMPUTE WRK-EFEITO EQUAL ZERO - CMV-VALOR
           END-IF.
           IF MOV-VALE-ENCERRAMENTO
               MOVE "VALE DE ENCERRAMENTO" TO WRK-HISTORICO
               COMPUTE WRK-EFEITO EQUAL ZERO - CMV-VALOR
           END-IF.
           IF MOV-CREDITO-SALARIO
               MOVE "CREDITO DE SALARIO" TO WRK-HISTORICO
               MOVE CMV-VALOR TO WRK-EFEITO
           END-IF.
           IF MOV-DEBITO-POSTO
               MOVE "COMPRA NO POSTO" TO WRK-HISTORICO
               COMPUTE WRK-EFEITO EQUAL ZERO - CMV-VALOR
           END-IF.
           IF MOV-ESTORNO-POSTO
               MOVE "ESTORNO COMPRA NO POSTO" TO WRK-HISTORICO
               MOVE CMV-VALOR TO WRK-EFEITO
           END-IF.
           IF WRK-HISTORICO EQUAL SPACES
               STRING "MOVIMENTO TIPO " CMV-TIPO " (SEM EFEITO)"
                   DELIMITED BY SIZE INTO WRK-HISTORICO
           END-IF.

      *----------------------------------------------------------------*
      * SEGUNDA PASSAGEM: O EXTRATO EM SI, NA LISTAGEM DA RODADA E NA   *
      * GERACAO DA CONTA, QUE VAI PARA O CATALOGO.                      *
      *----------------------------------------------------------------*
       3000-EMITE-EXTRATO.
           ADD 1 TO WRK-QTD-EXTRATOS.
           MOVE ZEROS TO WRK-QTD-LINHAS WRK-TOT-CREDITOS
               WRK-TOT-DEBITOS WRK-TOT-TARIFAS WRK-TOT-JUROS.
           MOVE SPACES TO WRK-NOME-GERACAO.
           STRING "extrato_mensal_" CONTA-NUMERO "_" WRK-COMPETENCIA
                  ".lst"
               DELIMITED BY SIZE INTO WRK-NOME-GERACAO.
           OPEN OUTPUT ARQUIVO-GERACAO.

           MOVE ALL "=" TO LINHA-EXTRATOS.
           WRITE LINHA-EXTRATOS.

           MOVE SPACES TO WRK-LINHA.
           STRING "EXTRATO MENSAL DE CONTA - COMPETENCIA "
                  WRK-COMPETENCIA "   EMITIDO EM " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING "CONTA " CONTA-NUMERO "   TITULAR " CONTA-TITULAR
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING "PERIODO DE " WRK-DATA-INICIO " A " WRK-DATA-FIM
               DELIMITED BY SIZE INTO WRK-LINHA.
           IF CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WRK-LINHA (41:15)
           END-IF.
           IF CONTA-BLOQUEADA
               MOVE "CONTA BLOQUEADA" TO WRK-LINHA (41:15)
           END-IF.
           PERFORM 3900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.
           MOVE "  DATA     HORA   HISTORICO                    VIA"
               TO WRK-LINHA.
           MOVE "VALOR        SALDO" TO WRK-LINHA (59:18).
           PERFORM 3900-GRAVA-LINHA.

           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           MOVE "  SALDO ANTERIOR" TO WRK-LINHA.
           MOVE WRK-SALDO-EDITADO TO WRK-LINHA (65:12).
           PERFORM 3900-GRAVA-LINHA.

           MOVE WRK-SALDO-INICIAL TO WRK-SALDO-CORRENTE.
           PERFORM 2150-POSICIONA-MOVIMENTOS.
           PERFORM 3100-LISTA-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS EQUAL "S".
           IF WRK-QTD-MOV-MES EQUAL ZEROS
               MOVE "  SEM MOVIMENTOS NO MES." TO WRK-LINHA
               PERFORM 3900-GRAVA-LINHA
           END-IF.

           MOVE WRK-SALDO-FINAL TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           MOVE "  SALDO FINAL" TO WRK-LINHA.
           MOVE WRK-SALDO-EDITADO TO WRK-LINHA (65:12).
           PERFORM 3900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.

           MOVE WRK-TOT-CREDITOS TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           STRING "  TOTAL DE CREDITOS NO MES ...... " WRK-SALDO-EDITADO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.
           MOVE WRK-TOT-DEBITOS TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           STRING "  TOTAL DE DEBITOS NO MES ....... " WRK-SALDO-EDITADO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.
           MOVE WRK-TOT-TARIFAS TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           STRING "  TARIFAS COBRADAS NO MES ....... " WRK-SALDO-EDITADO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.
           MOVE WRK-TOT-JUROS TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           STRING "  JUROS CREDITADOS NO MES ....... " WRK-SALDO-EDITADO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.

           IF CONTA-DEP-PENDENTE GREATER ZEROS
               MOVE CONTA-DEP-PENDENTE TO WRK-SALDO-EDITADO
               MOVE SPACES TO WRK-LINHA
               STRING "  ENVELOPES A CONFERIR (FORA DO SALDO) "
                      WRK-SALDO-EDITADO
                   DELIMITED BY SIZE INTO WRK-LINHA
               PERFORM 3900-GRAVA-LINHA
           END-IF.
           MOVE "  VIA 00 = LANCAMENTO SEM CARTAO (BATCH OU AGENCIA)."
               TO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.

           CLOSE ARQUIVO-GERACAO.
           IF WRK-REEMISSAO NOT EQUAL "S"
               PERFORM 3800-CATALOGA-EXTRATO
           END-IF.

       3100-LISTA-MOVIMENTO.
           IF CMV-DATA NOT LESS WRK-DATA-INICIO
               AND CMV-DATA NOT GREATER WRK-DATA-FIM
               PERFORM 2200-CLASSIFICA-MOVIMENTO
               PERFORM 3200-IMPRIME-MOVIMENTO
           END-IF.
           PERFORM 2160-LE-MOVIMENTO.

       3200-IMPRIME-MOVIMENTO.
           ADD WRK-EFEITO TO WRK-SALDO-CORRENTE.
           IF WRK-EFEITO GREATER ZEROS
               ADD WRK-EFEITO TO WRK-TOT-CREDITOS
           END-IF.
           IF WRK-EFEITO LESS ZEROS
               SUBTRACT WRK-EFEITO FROM WRK-TOT-DEBITOS
           END-IF.
           IF MOV-TARIFA
               ADD CMV-VALOR TO WRK-TOT-TARIFAS
           END-IF.
           IF MOV-JUROS
               ADD CMV-VALOR TO WRK-TOT-JUROS
           END-IF.

           IF MOV-ENVELOPE
               MOVE CMV-VALOR TO WRK-VALOR-EDITADO
           ELSE
               MOVE WRK-EFEITO TO WRK-VALOR-EDITADO
           END-IF.
           MOVE WRK-SALDO-CORRENTE TO WRK-SALDO-EDITADO.
           MOVE SPACES TO WRK-LINHA.
           STRING "  " CMV-DATA " " CMV-HORA " " WRK-HISTORICO
                  " " CMV-VIA-CARTAO " " WRK-VALOR-EDITADO
                  " " WRK-SALDO-EDITADO
               DELIMITED BY SIZE INTO WRK-LINHA.
           PERFORM 3900-GRAVA-LINHA.

      *    A GERACAO DA CONTA ENTRA NO CATALOGO DE RELATORIOS COMO AS
      *     DO PROG67: A REIMPRESSAO (PROG68) RECOPIA O EXTRATO PARA
      *     EXTRATO_MENSAL_CONTA.LST. A REEMISSAO DA MESMA COMPETENCIA
      *     SO REGRAVA A GERACAO, QUE JA ESTA NO CATALOGO.
       3800-CATALOGA-EXTRATO.
           COMPUTE WRK-QTD-PAGINAS EQUAL
               ((WRK-QTD-LINHAS - 1) / 60) + 1.
           OPEN EXTEND ARQUIVO-CATALOGO.
           MOVE SPACES TO CATALOGO-REGISTRO.
           MOVE WRK-NOME-IMPRESSORA TO CAT-RELATORIO.
           MOVE WRK-NOME-GERACAO TO CAT-GERACAO.
           MOVE WRK-DATA-HOJE TO CAT-DATA.
           MOVE WRK-HORA-AGORA TO CAT-HORA.
           MOVE WRK-QTD-LINHAS TO CAT-LINHAS.
           MOVE WRK-QTD-PAGINAS TO CAT-PAGINAS.
           MOVE "G" TO CAT-STATUS.
           WRITE CATALOGO-REGISTRO.
           CLOSE ARQUIVO-CATALOGO.

       3900-GRAVA-LINHA.
           MOVE WRK-LINHA TO LINHA-EXTRATOS.
           WRITE LINHA-EXTRATOS.
           MOVE WRK-LINHA TO LINHA-GERACAO.
           WRITE LINHA-GERACAO.
           ADD 1 TO WRK-QTD-LINHAS.
           MOVE SPACES TO WRK-LINHA.

      *----------------------------------------------------------------*
      * CONFERENCIA: O SALDO FINAL DO EXTRATO MAIS O QUE FOI LANCADO    *
      * DEPOIS DO FIM DO MES TEM QUE DAR CONTA-SALDO. NO PRIMEIRO       *
      * EXTRATO DA CONTA O SALDO ANTERIOR SAIU DO PROPRIO CONTA-SALDO - *
      * A CONFERENCIA SO PEGA ALGO A PARTIR DO SEGUNDO MES.             *
      *----------------------------------------------------------------*
       4000-CONFERE-SALDO.
           COMPUTE WRK-SALDO-CONFERE EQUAL
               WRK-SALDO-FINAL + WRK-NET-DEPOIS.
           IF WRK-SALDO-CONFERE NOT EQUAL CONTA-SALDO
               ADD 1 TO WRK-QTD-DIVERGENTES
               COMPUTE WRK-DIFERENCA EQUAL
                   CONTA-SALDO - WRK-SALDO-CONFERE
               MOVE SPACES TO LINHA-DIVERGENCIA
               MOVE WRK-SALDO-CONFERE TO WRK-SALDO-EDITADO
               STRING "CONTA " CONTA-NUMERO " EXTRATO+POSTERIORES "
                      WRK-SALDO-EDITADO
                   DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
               MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
               STRING " CONTA-SALDO " WRK-SALDO-EDITADO
                   DELIMITED BY SIZE INTO LINHA-DIVERGENCIA (47:25)
               WRITE LINHA-DIVERGENCIA
               MOVE WRK-DIFERENCA TO WRK-SALDO-EDITADO
               MOVE SPACES TO LINHA-DIVERGENCIA
               STRING "      DIFERENCA " WRK-SALDO-EDITADO
                      "  TITULAR " CONTA-TITULAR
                   DELIMITED BY SIZE INTO LINHA-DIVERGENCIA
               WRITE LINHA-DIVERGENCIA
           END-IF.

       5000-GUARDA-SALDO.
           MOVE CONTA-NUMERO TO EXS-CONTA.
           MOVE WRK-COMPETENCIA TO EXS-COMPETENCIA.
           MOVE WRK-SALDO-INICIAL TO EXS-SALDO-INICIAL.
           MOVE WRK-SALDO-FINAL TO EXS-SALDO-FINAL.
           MOVE WRK-DATA-HOJE TO EXS-DATA-EMISSAO.
           IF WRK-SALDO-ACHADO EQUAL "S"
               REWRITE EXTRATO-SALDO-REGISTRO
           ELSE
               WRITE EXTRATO-SALDO-REGISTRO
           END-IF.
