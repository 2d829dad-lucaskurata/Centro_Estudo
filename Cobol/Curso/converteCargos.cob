       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG102.
      *    CONVERSAO UNICA DE LAYOUT DO MESTRE DE CARGOS: CARGOS.DAT
      *     GANHA O REGIME DAS HORAS ALEM DA JORNADA (PAGAS OU BANCO
      *     DE HORAS), DE 64 BYTES PARA O LAYOUT ATUAL (OS
      *     PERCENTUAIS DE ADICIONAIS ENTRAM ZERADOS). UM CARGOS.DAT
      *     JA CONVERTIDO PARA 65 BYTES VAI PELO PROG104.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, COM O SISTEMA
      *     PARADO), COMO NO PROG69:
      *       1. RODE O BACKUP DOS MESTRES (backup_mestres.sh);
      *       2. RENOMEIE cargos.dat PARA cargos.old;
      *       3. RODE ESTE PROGRAMA E CONFIRA A CONTAGEM;
      *       4. MARQUE NO PROG71 OS CARGOS QUE VAO PARA O BANCO DE
      *          HORAS PELO ACORDO COLETIVO;
      *       5. GUARDE O .old ATE VALIDAR A PRIMEIRA IMPORTACAO DE
      *          PONTO.
      *
      *     TODOS OS CARGOS ENTRAM COM HORA EXTRA PAGA (P), COMO HOJE.
      *     SEM CARGOS.OLD O PROGRAMA NAO TOCA NO CARGOS.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VELHO-CARGO
           ASSIGN TO "cargos.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-CAR-CODIGO
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-CARGOS
           ASSIGN TO "cargos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARGO-CODIGO
           ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VELHO-CARGO.
       01  VELHO-CARGO-REGISTRO.
           05 VEL-CAR-CODIGO        PIC 9(3).
           05 VEL-CAR-TITULO        PIC X(30).
           05 VEL-CAR-MINIMO        PIC 9(6)V99.
           05 VEL-CAR-MAXIMO        PIC 9(6)V99.
           05 VEL-CAR-DEPARTAMENTO  PIC X(15).

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-QTD-CONVERTIDOS PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "CONVERSAO DE LAYOUT DO MESTRE DE CARGOS".
           DISPLAY "(LE cargos.old E REGRAVA cargos.dat NO LAYOUT "
               "NOVO)".

           OPEN INPUT VELHO-CARGO.
           PERFORM LE-VELHO-CARGO.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY "cargos.old AUSENTE OU VAZIO - NADA A CONVERTER."
               CLOSE VELHO-CARGO
               GO TO PROGRAM-DONE
           END-IF.

           OPEN OUTPUT ARQUIVO-CARGOS.
           PERFORM COPIA-CARGO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE VELHO-CARGO.
           CLOSE ARQUIVO-CARGOS.
           DISPLAY "cargos.old -> cargos.dat: "
               WRK-QTD-CONVERTIDOS " REGISTRO(S).".
           DISPLAY "CONVERSAO CONCLUIDA - CONFIRA A CONTAGEM E "
               "GUARDE O .old ATE VALIDAR A PRIMEIRA RODADA.".
           GO TO PROGRAM-DONE.

       LE-VELHO-CARGO.
           READ VELHO-CARGO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       COPIA-CARGO.
           MOVE VEL-CAR-CODIGO TO CARGO-CODIGO.
           MOVE VEL-CAR-TITULO TO CARGO-TITULO.
           MOVE VEL-CAR-MINIMO TO CARGO-SALARIO-MINIMO.
           MOVE VEL-CAR-MAXIMO TO CARGO-SALARIO-MAXIMO.
           MOVE VEL-CAR-DEPARTAMENTO TO CARGO-DEPARTAMENTO.
           MOVE "P" TO CARGO-REGIME-EXTRAS.
           MOVE ZEROS TO CARGO-PERC-NOTURNO.
           MOVE ZEROS TO CARGO-PERC-PERICULOSIDADE.
           MOVE ZEROS TO CARGO-PERC-INSALUBRIDADE.
           WRITE CARGO-REGISTRO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           PERFORM LE-VELHO-CARGO.

       PROGRAM-DONE.
           STOP RUN.
