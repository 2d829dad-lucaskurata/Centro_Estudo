       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG117.
      *    TENDENCIA SEMANAL DOS PASSOS DO JOB NOTURNO: LE O HISTORICO
      *     DE EXECUCAO (JOB_HISTORICO.DAT, GRAVADO PELO JOB A CADA
      *     PASSO) E IMPRIME EM TENDENCIA_PASSOS.LST, POR PASSO, AS
      *     EXECUCOES DOS ULTIMOS 7 DIAS, O TEMPO MEDIO DA SEMANA E DOS
      *     ULTIMOS 30 DIAS, A ULTIMA EXECUCAO, A VARIACAO DA SEMANA
      *     SOBRE OS 30 DIAS, A MEDIA DE REGISTROS DAS DUAS JANELAS E AS
      *     FALHAS DA SEMANA. PASSO CUJA ULTIMA EXECUCAO FOI 50% MAIS
      *     LENTA QUE A SUA MEDIA DE 30 DIAS SAI MARCADO "LENTO". SO
      *     EXECUCOES COM RETURN-CODE ZERO ENTRAM NAS MEDIAS.
      *    AS JANELAS CONTAM PELO RELOGIO (O HISTORICO E DE HORARIOS
      *     REAIS). O RELATORIO E SEMANAL: NO JOB NOTURNO SO SAI NA
      *     SEGUNDA-FEIRA; NOS OUTROS DIAS O PROGRAMA PERGUNTA SE DEVE
      *     EMITIR (SEM RESPOSTA, NAO EMITE) E DEIXA O .LST VAZIO, PARA
      *     O CATALOGO (PROG67) NAO GUARDAR DE NOVO A GERACAO DA
      *     SEGUNDA, QUE CONTINUA LA PARA A REIMPRESSAO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO "job_historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "tendencia_passos.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-HISTORICO.
           COPY "HISTORICO-PASSO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(110).

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-EMITE           PIC X(1) VALUE SPACE.
       77  WRK-DATA-HOJE       PIC 9(8) VALUE ZEROS.
       77  WRK-HOJE-INTEIRO    PIC 9(8) VALUE ZEROS.
       77  WRK-DIA-SEMANA      PIC 9(1) VALUE ZEROS.
       77  WRK-DIAS-ATRAS      PIC S9(8) VALUE ZEROS.
       77  WRK-IDX             PIC 9(3) VALUE ZEROS.
       77  WRK-ACHOU           PIC A(1) VALUE "N".
       77  WRK-QTD-PASSOS      PIC 9(3) VALUE ZEROS.
       77  WRK-QTD-LENTOS      PIC 9(3) VALUE ZEROS.
       77  WRK-QTD-IGNORADAS   PIC 9(5) VALUE ZEROS.
       77  WRK-MEDIA-7         PIC 9(6) VALUE ZEROS.
       77  WRK-MEDIA-30        PIC 9(6) VALUE ZEROS.
       77  WRK-VARIACAO        PIC S9(5) VALUE ZEROS.

      *    PASSOS COM EXECUCAO NOS ULTIMOS 30 DIAS (ATE 60), NA ORDEM
      *     EM QUE APARECEM NO HISTORICO - A ORDEM DA CADEIA.
       01  WRK-QUADRO-PASSOS.
           05 WRK-PASSO OCCURS 60 TIMES.
               10 WRK-TAB-NOME         PIC X(25).
               10 WRK-TAB-QTD-7        PIC 9(5).
               10 WRK-TAB-SEG-7        PIC 9(9).
               10 WRK-TAB-REG-7        PIC 9(11).
               10 WRK-TAB-QTD-30       PIC 9(5).
               10 WRK-TAB-SEG-30       PIC 9(9).
               10 WRK-TAB-REG-30       PIC 9(11).
               10 WRK-TAB-FALHAS-7     PIC 9(3).
               10 WRK-TAB-ULTIMA       PIC 9(6).

       01  WRK-CABECALHO-1.
           05 FILLER PIC X(38) VALUE
               "TENDENCIA DOS PASSOS DO JOB NOTURNO - ".
           05 FILLER PIC X(11) VALUE "SEMANA ATE ".
           05 CAB-DATA PIC 9(8).

       01  WRK-CABECALHO-2.
           05 FILLER PIC X(40) VALUE
               "TEMPOS EM SEGUNDOS, SO EXECUCOES COM RC ".
           05 FILLER PIC X(39) VALUE
               "ZERO. LENTO = ULTIMA EXECUCAO 50% ACIMA".
           05 FILLER PIC X(20) VALUE
               " DA MEDIA DE 30 DIAS".

       01  WRK-CABECALHO-3.
           05 FILLER PIC X(45) VALUE
               "PASSO                     EXEC 7D  MEDIA 7D M".
           05 FILLER PIC X(45) VALUE
               "EDIA 30D  ULTIMA   VAR 7D   REGS 7D  REGS 30D".
           05 FILLER PIC X(16) VALUE
               "  FALHAS  ALERTA".

       01  WRK-DETALHE.
           05 DET-PASSO        PIC X(25).
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DET-QTD-7        PIC ZZZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DET-MEDIA-7      PIC ZZZZZ9.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DET-MEDIA-30     PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-ULTIMA       PIC ZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-VARIACAO     PIC +++++9.
           05 FILLER           PIC X(1) VALUE "%".
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DET-REG-7        PIC ZZZZZZZZ9.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DET-REG-30       PIC ZZZZZZZZ9.
           05 FILLER           PIC X(5) VALUE SPACES.
           05 DET-FALHAS       PIC ZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DET-ALERTA       PIC X(5).

       01  WRK-RODAPE.
           05 FILLER PIC X(9) VALUE "PASSOS: ".
           05 ROD-PASSOS PIC ZZ9.
           05 FILLER PIC X(17) VALUE "   MARCADOS LENTO".
           05 FILLER PIC X(2) VALUE ": ".
           05 ROD-LENTOS PIC ZZ9.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           COMPUTE WRK-DIA-SEMANA EQUAL
               FUNCTION MOD (WRK-HOJE-INTEIRO 7).

      *    1 = SEGUNDA-FEIRA PELO MOD 7 DO INTEIRO DE DATA, COMO NO
      *     PROG116.
           IF WRK-DIA-SEMANA EQUAL 1
               MOVE "S" TO WRK-EMITE
           ELSE
               DISPLAY "HOJE NAO E SEGUNDA-FEIRA. EMITIR A TENDENCIA "
                   "DOS PASSOS ASSIM MESMO (S/N)? "
               ACCEPT WRK-EMITE
           END-IF.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           IF WRK-EMITE NOT EQUAL "S" AND WRK-EMITE NOT EQUAL "s"
               CLOSE ARQUIVO-RELATORIO
               DISPLAY "TENDENCIA DOS PASSOS NAO EMITIDA HOJE - "
                   "RELATORIO SEMANAL (SEGUNDA-FEIRA)."
               STOP RUN
           END-IF.

           INITIALIZE WRK-QUADRO-PASSOS.
           OPEN INPUT ARQUIVO-HISTORICO.
           PERFORM LE-HISTORICO.
           PERFORM ACUMULA-EXECUCAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-HISTORICO.

           MOVE WRK-DATA-HOJE TO CAB-DATA.
           WRITE LINHA-RELATORIO FROM WRK-CABECALHO-1.
           WRITE LINHA-RELATORIO FROM WRK-CABECALHO-2.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           WRITE LINHA-RELATORIO FROM WRK-CABECALHO-3.

           MOVE ZEROS TO WRK-IDX.
           PERFORM IMPRIME-PASSO UNTIL WRK-IDX NOT LESS WRK-QTD-PASSOS.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-QTD-PASSOS TO ROD-PASSOS.
           MOVE WRK-QTD-LENTOS TO ROD-LENTOS.
           WRITE LINHA-RELATORIO FROM WRK-RODAPE.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY "TENDENCIA DOS PASSOS: " WRK-QTD-PASSOS
               " PASSO(S), " WRK-QTD-LENTOS " MARCADO(S) LENTO.".
           IF WRK-QTD-IGNORADAS GREATER ZEROS
               DISPLAY "LINHAS INVALIDAS NO JOB_HISTORICO.DAT "
                   "IGNORADAS: " WRK-QTD-IGNORADAS
           END-IF.
           STOP RUN.

       LE-HISTORICO.
           READ ARQUIVO-HISTORICO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *    CADA LINHA ENTRA NA JANELA DE 30 DIAS (HOJE E OS 29
      *     ANTERIORES) E, SE FOR DOS ULTIMOS 7, NA DA SEMANA. COMO O
      *     HISTORICO E GRAVADO EM ORDEM, A ULTIMA LINHA OK DO PASSO E
      *     A SUA ULTIMA EXECUCAO.
       ACUMULA-EXECUCAO.
           IF HPA-PASSO EQUAL SPACES
               OR HPA-DATA-INICIO NOT NUMERIC
               OR HPA-DATA-INICIO LESS 16010101
               OR HPA-SEGUNDOS NOT NUMERIC
               OR HPA-RC NOT NUMERIC
               OR HPA-REGISTROS NOT NUMERIC
               ADD 1 TO WRK-QTD-IGNORADAS
           ELSE
               COMPUTE WRK-DIAS-ATRAS EQUAL WRK-HOJE-INTEIRO
                   - FUNCTION INTEGER-OF-DATE (HPA-DATA-INICIO)
               IF WRK-DIAS-ATRAS NOT LESS ZEROS
                   AND WRK-DIAS-ATRAS LESS 30
                   PERFORM LOCALIZA-PASSO
                   IF WRK-ACHOU EQUAL "S"
                       PERFORM SOMA-EXECUCAO
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-HISTORICO.

       LOCALIZA-PASSO.
           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROS TO WRK-IDX.
           PERFORM COMPARA-PASSO
               UNTIL WRK-IDX NOT LESS WRK-QTD-PASSOS
               OR WRK-ACHOU EQUAL "S".
           IF WRK-ACHOU EQUAL "N"
               IF WRK-QTD-PASSOS LESS 60
                   ADD 1 TO WRK-QTD-PASSOS
                   MOVE WRK-QTD-PASSOS TO WRK-IDX
                   MOVE HPA-PASSO TO WRK-TAB-NOME (WRK-IDX)
                   MOVE "S" TO WRK-ACHOU
               ELSE
                   ADD 1 TO WRK-QTD-IGNORADAS
               END-IF
           END-IF.

       COMPARA-PASSO.
           ADD 1 TO WRK-IDX.
           IF WRK-TAB-NOME (WRK-IDX) EQUAL HPA-PASSO
               MOVE "S" TO WRK-ACHOU
           END-IF.

       SOMA-EXECUCAO.
           IF HPA-RC NOT EQUAL ZEROS
               IF WRK-DIAS-ATRAS LESS 7
                   ADD 1 TO WRK-TAB-FALHAS-7 (WRK-IDX)
               END-IF
           ELSE
               ADD 1 TO WRK-TAB-QTD-30 (WRK-IDX)
               ADD HPA-SEGUNDOS TO WRK-TAB-SEG-30 (WRK-IDX)
               ADD HPA-REGISTROS TO WRK-TAB-REG-30 (WRK-IDX)
               MOVE HPA-SEGUNDOS TO WRK-TAB-ULTIMA (WRK-IDX)
               IF WRK-DIAS-ATRAS LESS 7
                   ADD 1 TO WRK-TAB-QTD-7 (WRK-IDX)
                   ADD HPA-SEGUNDOS TO WRK-TAB-SEG-7 (WRK-IDX)
                   ADD HPA-REGISTROS TO WRK-TAB-REG-7 (WRK-IDX)
               END-IF
           END-IF.

      *    LENTO: ULTIMA EXECUCAO ACIMA DE 1,5 VEZ A MEDIA DE 30 DIAS
      *     (COMPARADA NA SOMA, SEM O ARREDONDAMENTO DA MEDIA).
       IMPRIME-PASSO.
           ADD 1 TO WRK-IDX.
           MOVE SPACES TO DET-ALERTA.
           MOVE ZEROS TO WRK-MEDIA-7 WRK-MEDIA-30 WRK-VARIACAO.
           MOVE ZEROS TO DET-REG-7 DET-REG-30.

           IF WRK-TAB-QTD-7 (WRK-IDX) GREATER ZEROS
               COMPUTE WRK-MEDIA-7 ROUNDED EQUAL
                   WRK-TAB-SEG-7 (WRK-IDX) / WRK-TAB-QTD-7 (WRK-IDX)
               COMPUTE DET-REG-7 ROUNDED EQUAL
                   WRK-TAB-REG-7 (WRK-IDX) / WRK-TAB-QTD-7 (WRK-IDX)
           END-IF.
           IF WRK-TAB-QTD-30 (WRK-IDX) GREATER ZEROS
               COMPUTE WRK-MEDIA-30 ROUNDED EQUAL
                   WRK-TAB-SEG-30 (WRK-IDX) / WRK-TAB-QTD-30 (WRK-IDX)
               COMPUTE DET-REG-30 ROUNDED EQUAL
                   WRK-TAB-REG-30 (WRK-IDX) / WRK-TAB-QTD-30 (WRK-IDX)
               IF WRK-TAB-ULTIMA (WRK-IDX) * WRK-TAB-QTD-30 (WRK-IDX)
                   * 2 GREATER WRK-TAB-SEG-30 (WRK-IDX) * 3
                   MOVE "LENTO" TO DET-ALERTA
                   ADD 1 TO WRK-QTD-LENTOS
                   DISPLAY "PASSO " WRK-TAB-NOME (WRK-IDX)
                       " LENTO: ULTIMA EXECUCAO "
                       WRK-TAB-ULTIMA (WRK-IDX) "S, MEDIA DE 30 DIAS "
                       WRK-MEDIA-30 "S."
               END-IF
           END-IF.
           IF WRK-MEDIA-30 GREATER ZEROS
               AND WRK-TAB-QTD-7 (WRK-IDX) GREATER ZEROS
               COMPUTE WRK-VARIACAO ROUNDED EQUAL
                   ((WRK-MEDIA-7 - WRK-MEDIA-30) * 100) / WRK-MEDIA-30
           END-IF.

           MOVE WRK-TAB-NOME (WRK-IDX) TO DET-PASSO.
           MOVE WRK-TAB-QTD-7 (WRK-IDX) TO DET-QTD-7.
           MOVE WRK-MEDIA-7 TO DET-MEDIA-7.
           MOVE WRK-MEDIA-30 TO DET-MEDIA-30.
           MOVE WRK-TAB-ULTIMA (WRK-IDX) TO DET-ULTIMA.
           MOVE WRK-VARIACAO TO DET-VARIACAO.
           MOVE WRK-TAB-FALHAS-7 (WRK-IDX) TO DET-FALHAS.
           WRITE LINHA-RELATORIO FROM WRK-DETALHE.
