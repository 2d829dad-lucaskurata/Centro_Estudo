       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG116.
      *    ESCOLHA DAS CADEIAS DE FECHAMENTO DO DIA: PELA DATA DE
      *     MOVIMENTO (DATA_MOVIMENTO.DAT, OU O RELOGIO SEM O
      *     CONTROLE) CONTA EM QUE DIA UTIL DO MES ESTAMOS - SEM
      *     SABADOS, DOMINGOS E OS FERIADOS DO CALENDARIO_UTEIS.DAT,
      *     COMO NO PROG91 - E SELECIONA NO CALENDARIO DE FECHAMENTO
      *     (CALENDARIO_FECHAMENTO.DAT) AS CADEIAS MENSAIS DAQUELE DIA
      *     UTIL E AS ANUAIS DAQUELE DIA UTIL DO MES DELAS. CADA CADEIA
      *     ESCOLHIDA SAI EM FECHAMENTOS_DO_DIA.DAT COMO
      *     "CADEIA;PERIODO" (AAAAMM NA MENSAL, AAAA NA ANUAL), QUE O
      *     JOB_FECHAMENTO.SH EXECUTA. DIA NAO UTIL NAO TEM CADEIA.
      *     LINHA INVALIDA NO CALENDARIO TERMINA COM RETURN-CODE 8 -
      *     UM FECHAMENTO NAO PODE SUMIR SEM AVISO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CALENDARIO
           ASSIGN TO "calendario_uteis.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FECHAMENTO
           ASSIGN TO "calendario_fechamento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CADEIAS
           ASSIGN TO "fechamentos_do_dia.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-CALENDARIO.
       01  CALENDARIO-REGISTRO.
           05 CAL-FERIADO       PIC 9(8).

       FD  ARQUIVO-FECHAMENTO.
           COPY "CALENDARIO-FECHAMENTO.cpy".

       FD  ARQUIVO-CADEIAS.
       01  LINHA-CADEIA         PIC X(40).

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-DATA-HOJE       PIC 9(8) VALUE ZEROS.
       77  WRK-DATA-TESTE      PIC 9(8) VALUE ZEROS.
       77  WRK-TESTE-INTEIRO   PIC 9(8) VALUE ZEROS.
       77  WRK-HOJE-INTEIRO    PIC 9(8) VALUE ZEROS.
       77  WRK-DIA-SEMANA      PIC 9(1) VALUE ZEROS.
       77  WRK-E-DIA-UTIL      PIC A(1) VALUE "N".
       77  WRK-DIA-UTIL-HOJE   PIC 9(2) VALUE ZEROS.
       77  WRK-QTD-FERIADOS    PIC 9(3) VALUE ZEROS.
       77  WRK-IDX             PIC 9(3) VALUE ZEROS.
       77  WRK-ANO-HOJE        PIC 9(4) VALUE ZEROS.
       77  WRK-MES-HOJE        PIC 9(2) VALUE ZEROS.
       77  WRK-ANO-ANTERIOR    PIC 9(4) VALUE ZEROS.
       77  WRK-PERIODO-CORRENTE PIC 9(6) VALUE ZEROS.
       77  WRK-PERIODO-ANTERIOR PIC 9(6) VALUE ZEROS.
       77  WRK-PERIODO-CADEIA  PIC X(6) VALUE SPACES.
       77  WRK-QTD-CADEIAS     PIC 9(3) VALUE ZEROS.
       77  WRK-QTD-INVALIDAS   PIC 9(3) VALUE ZEROS.

      *    FERIADOS DO CALENDARIO (ATE 100).
       01  WRK-QUADRO-FERIADOS.
           05 WRK-FERIADO OCCURS 100 TIMES PIC 9(8).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM OBTEM-DATA-MOVIMENTO.
           PERFORM CARREGA-FERIADOS.

           MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO-HOJE.
           MOVE WRK-DATA-HOJE (5:2) TO WRK-MES-HOJE.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-PERIODO-CORRENTE.
           COMPUTE WRK-ANO-ANTERIOR EQUAL WRK-ANO-HOJE - 1.
           IF WRK-MES-HOJE EQUAL 01
               COMPUTE WRK-PERIODO-ANTERIOR EQUAL
                   (WRK-ANO-ANTERIOR * 100) + 12
           ELSE
               COMPUTE WRK-PERIODO-ANTERIOR EQUAL
                   WRK-PERIODO-CORRENTE - 1
           END-IF.

      *    CONTA OS DIAS UTEIS DO DIA 1 DO MES ATE A DATA DE
      *    MOVIMENTO; O TESTE DO ULTIMO DIA DIZ SE ELA E DIA UTIL.
           MOVE WRK-DATA-HOJE TO WRK-DATA-TESTE.
           MOVE 01 TO WRK-DATA-TESTE (7:2).
           COMPUTE WRK-TESTE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-TESTE).
           COMPUTE WRK-HOJE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           PERFORM CONTA-DIA-UTIL
               UNTIL WRK-TESTE-INTEIRO GREATER WRK-HOJE-INTEIRO.

           OPEN OUTPUT ARQUIVO-CADEIAS.
           IF WRK-E-DIA-UTIL EQUAL "S"
               DISPLAY "DATA DE MOVIMENTO " WRK-DATA-HOJE " - "
                   WRK-DIA-UTIL-HOJE "O DIA UTIL DO MES."
               MOVE "N" TO WRK-FIM-ARQUIVO
               OPEN INPUT ARQUIVO-FECHAMENTO
               PERFORM LE-FECHAMENTO
               PERFORM AVALIA-CADEIA UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE ARQUIVO-FECHAMENTO
           ELSE
               DISPLAY "DATA DE MOVIMENTO " WRK-DATA-HOJE
                   " NAO E DIA UTIL - NENHUMA CADEIA DE FECHAMENTO."
           END-IF.
           CLOSE ARQUIVO-CADEIAS.

           DISPLAY "CADEIAS DE FECHAMENTO DO DIA: " WRK-QTD-CADEIAS.
           IF WRK-QTD-INVALIDAS GREATER ZEROS
               DISPLAY "CALENDARIO DE FECHAMENTO COM " WRK-QTD-INVALIDAS
                   " LINHA(S) INVALIDA(S) - CORRIJA O "
                   "CALENDARIO_FECHAMENTO.DAT."
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OBTEM-DATA-MOVIMENTO.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               NOT AT END
                   MOVE DMV-DATA TO WRK-DATA-HOJE
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

       CARREGA-FERIADOS.
           OPEN INPUT ARQUIVO-CALENDARIO.
           PERFORM LE-FERIADO.
           PERFORM GUARDA-FERIADO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CALENDARIO.

       LE-FERIADO.
           READ ARQUIVO-CALENDARIO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       GUARDA-FERIADO.
           IF WRK-QTD-FERIADOS LESS 100
               ADD 1 TO WRK-QTD-FERIADOS
               MOVE CAL-FERIADO TO WRK-FERIADO (WRK-QTD-FERIADOS)
           END-IF.
           PERFORM LE-FERIADO.

      *    DIA UTIL: NEM SABADO (6) NEM DOMINGO (0) PELO MOD 7 DO
      *     INTEIRO DE DATA (1 = SEGUNDA), NEM FERIADO DO CALENDARIO.
       CONTA-DIA-UTIL.
           COMPUTE WRK-DATA-TESTE EQUAL
               FUNCTION DATE-OF-INTEGER (WRK-TESTE-INTEIRO).
           COMPUTE WRK-DIA-SEMANA EQUAL
               FUNCTION MOD (WRK-TESTE-INTEIRO 7).

           MOVE "S" TO WRK-E-DIA-UTIL.
           IF WRK-DIA-SEMANA EQUAL 6 OR WRK-DIA-SEMANA EQUAL 0
               MOVE "N" TO WRK-E-DIA-UTIL
           END-IF.

           MOVE ZEROS TO WRK-IDX.
           PERFORM TESTA-FERIADO
               UNTIL WRK-IDX NOT LESS WRK-QTD-FERIADOS
               OR WRK-E-DIA-UTIL EQUAL "N".

           IF WRK-E-DIA-UTIL EQUAL "S"
               ADD 1 TO WRK-DIA-UTIL-HOJE
           END-IF.
           ADD 1 TO WRK-TESTE-INTEIRO.

       TESTA-FERIADO.
           ADD 1 TO WRK-IDX.
           IF WRK-FERIADO (WRK-IDX) EQUAL WRK-DATA-TESTE
               MOVE "N" TO WRK-E-DIA-UTIL
           END-IF.

       LE-FECHAMENTO.
           READ ARQUIVO-FECHAMENTO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *    CADEIA MENSAL RODA NO SEU DIA UTIL DE TODO MES; A ANUAL, NO
      *     SEU DIA UTIL DO SEU MES. O PERIODO FECHADO VEM DA
      *     REFERENCIA DA LINHA (ANTERIOR OU CORRENTE).
       AVALIA-CADEIA.
           IF CFE-CADEIA EQUAL SPACES
               OR (NOT CFE-MENSAL AND NOT CFE-ANUAL)
               OR CFE-DIA-UTIL NOT NUMERIC
               OR CFE-DIA-UTIL EQUAL ZEROS
               OR CFE-DIA-UTIL GREATER 23
               OR CFE-MES NOT NUMERIC
               OR (CFE-ANUAL AND (CFE-MES LESS 01
                                  OR CFE-MES GREATER 12))
               OR (NOT CFE-PERIODO-ANTERIOR
                   AND NOT CFE-PERIODO-CORRENTE)
               DISPLAY "LINHA INVALIDA NO CALENDARIO DE FECHAMENTO: "
                   CALENDARIO-FECHAMENTO-REGISTRO
               ADD 1 TO WRK-QTD-INVALIDAS
           ELSE
               IF CFE-DIA-UTIL EQUAL WRK-DIA-UTIL-HOJE
                   AND (CFE-MENSAL OR CFE-MES EQUAL WRK-MES-HOJE)
                   PERFORM GRAVA-CADEIA
               END-IF
           END-IF.
           PERFORM LE-FECHAMENTO.

       GRAVA-CADEIA.
           MOVE SPACES TO WRK-PERIODO-CADEIA.
           IF CFE-MENSAL
               IF CFE-PERIODO-ANTERIOR
                   MOVE WRK-PERIODO-ANTERIOR TO WRK-PERIODO-CADEIA
               ELSE
                   MOVE WRK-PERIODO-CORRENTE TO WRK-PERIODO-CADEIA
               END-IF
           ELSE
               IF CFE-PERIODO-ANTERIOR
                   MOVE WRK-ANO-ANTERIOR TO WRK-PERIODO-CADEIA
               ELSE
                   MOVE WRK-ANO-HOJE TO WRK-PERIODO-CADEIA
               END-IF
           END-IF.

           MOVE SPACES TO LINHA-CADEIA.
           STRING CFE-CADEIA DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  WRK-PERIODO-CADEIA DELIMITED BY SPACE
               INTO LINHA-CADEIA.
           WRITE LINHA-CADEIA.
           ADD 1 TO WRK-QTD-CADEIAS.
           DISPLAY "CADEIA " CFE-CADEIA " - PERIODO "
               WRK-PERIODO-CADEIA.
