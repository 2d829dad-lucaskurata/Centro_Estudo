      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RelatorioEscala".
       AUTHOR. "LUCAS KURATA".
      *    RELATORIO DIARIO DA ESCALA DE ATENDENTES: PARA A DATA PEDIDA,
      *     COMPARA A ESCALA PLANEJADA (ESCALA_ATENDENTES.DAT) COM OS
      *     TURNOS REALMENTE ABERTOS (TURNOS_BOMBA.DAT) E LISTA EM
      *     ESCALA_TURNOS.LST AS FALTAS (ESCALADO SEM TURNO), AS
      *     ABERTURAS ATRASADAS, OS ATENDENTES QUE ABRIRAM TURNO SEM
      *     ESTAR ESCALADOS E OS TURNOS QUE FICARAM ABERTOS DEPOIS DO
      *     FIM DO PERIODO. APONTA TAMBEM QUEM ESTA ESCALADO ALEM DOS
      *     LIMITES LEGAIS: MAIS DE 6 DIAS SEGUIDOS SEM FOLGA OU MENOS
      *     DE 11 HORAS DE DESCANSO ENTRE UM TURNO E OUTRO.
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

           SELECT OPTIONAL ARQUIVO-TURNOS
           ASSIGN TO "turnos_bomba.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TUR-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "escala_turnos.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-ESCALA.
           COPY "ESCALA-ATENDENTE.cpy".

       FD  ARQUIVO-TURNOS.
           COPY "TURNO-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-DATA-PEDIDA                PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-INICIAL               PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-PEDIDO                 PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-MIN-AGORA                  PIC 9(12) VALUE ZEROS.
       77 WRK-MIN-ABERTURA               PIC 9(12) VALUE ZEROS.
       77 WRK-MIN-FECHAMENTO             PIC 9(12) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-ESCALADO-ACHADO            PIC A(1) VALUE "N".
       77 WRK-DIA-TRABALHADO             PIC A(1) VALUE "N".
       77 WRK-TEVE-OCORRENCIA            PIC A(1) VALUE "N".
       77 WRK-IDX                        PIC 9(3) VALUE ZEROS.
       77 WRK-IDX-2                      PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ESCALA                 PIC 9(3) VALUE ZEROS.
       77 WRK-DIA-PROCURADO              PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-SEGUIDOS              PIC 9(2) VALUE ZEROS.
       77 WRK-MINUTOS                    PIC S9(7) VALUE ZEROS.
       77 WRK-MENOR-DESCANSO             PIC S9(7) VALUE ZEROS.
      *    LIMITES: TOLERANCIA DE ATRASO NA ABERTURA E DE FECHAMENTO
      *    DEPOIS DO FIM DO PERIODO (MINUTOS), DESCANSO MINIMO ENTRE
      *    TURNOS (11 HORAS) E DIAS SEGUIDOS SEM FOLGA.
       77 WRK-TOLERANCIA-ATRASO          PIC 9(3) VALUE 15.
       77 WRK-TOLERANCIA-FIM             PIC 9(3) VALUE 30.
       77 WRK-DESCANSO-MINIMO            PIC 9(4) VALUE 660.
       77 WRK-MAXIMO-DIAS-SEGUIDOS       PIC 9(2) VALUE 6.
       77 WRK-QTD-ESCALADOS              PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-FALTAS                 PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ATRASOS                PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-NAO-ESCALADOS          PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ABERTOS-APOS           PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ALERTAS-LEGAIS         PIC 9(3) VALUE ZEROS.
       77 WRK-MINUTOS-EDITADO            PIC -ZZZZ9.
       77 WRK-HORAS-EDITADAS             PIC -ZZ9,9.
       77 WRK-HORAS                      PIC S9(3)V9 VALUE ZEROS.
       77 WRK-OCORRENCIA                 PIC X(40) VALUE SPACES.

       01 WRK-HORA-AGORA                 PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WRK-HORA-AGORA.
           05 WRK-AGORA-HH               PIC 9(2).
           05 WRK-AGORA-MM               PIC 9(2).
           05 FILLER                     PIC 9(4).

       01 WRK-HHMM                       PIC 9(4) VALUE ZEROS.
       01 FILLER REDEFINES WRK-HHMM.
           05 WRK-HHMM-HH                PIC 9(2).
           05 WRK-HHMM-MM                PIC 9(2).

       01 WRK-HHMMSS                     PIC 9(6) VALUE ZEROS.
       01 FILLER REDEFINES WRK-HHMMSS.
           05 WRK-HHMMSS-HH              PIC 9(2).
           05 WRK-HHMMSS-MM              PIC 9(2).
           05 WRK-HHMMSS-SS              PIC 9(2).

      *    ESCALA DA DATA PEDIDA E DOS 7 DIAS ANTERIORES (PARA OS
      *    LIMITES LEGAIS), COM OS HORARIOS EM MINUTOS CORRIDOS E O
      *    TURNO REAL QUE CASOU COM CADA LINHA DA DATA PEDIDA.
       01 WRK-QUADRO-ESCALA.
           05 WRK-ESCALA-ITEM OCCURS 300 TIMES.
               10 WRK-ESQ-DATA           PIC 9(8).
               10 WRK-ESQ-DIA            PIC 9(8).
               10 WRK-ESQ-ILHA           PIC 9(2).
               10 WRK-ESQ-PERIODO        PIC X(1).
               10 WRK-ESQ-ATENDENTE      PIC A(12).
               10 WRK-ESQ-INICIO         PIC 9(4).
               10 WRK-ESQ-FIM            PIC 9(4).
               10 WRK-ESQ-MIN-INICIO     PIC 9(12).
               10 WRK-ESQ-MIN-FIM        PIC 9(12).
               10 WRK-ESQ-TURNO          PIC 9(5).
               10 WRK-ESQ-HORA-ABERTURA  PIC 9(6).
               10 WRK-ESQ-STATUS-TURNO   PIC X(1).
               10 WRK-ESQ-DATA-FECHA     PIC 9(8).
               10 WRK-ESQ-HORA-FECHA     PIC 9(6).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'DATA DA ESCALA (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-PEDIDA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           IF WRK-DATA-PEDIDA EQUAL ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-PEDIDA
           END-IF.

           COMPUTE WRK-DIA-PEDIDO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-PEDIDA).
           COMPUTE WRK-DATA-INICIAL EQUAL
               FUNCTION DATE-OF-INTEGER (WRK-DIA-PEDIDO - 7).
           COMPUTE WRK-MIN-AGORA EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) * 1440
               + WRK-AGORA-HH * 60 + WRK-AGORA-MM.

           OPEN INPUT ARQUIVO-ESCALA.
           PERFORM 1000-CARREGA-ESCALA.
           CLOSE ARQUIVO-ESCALA.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESCALA X TURNOS REALIZADOS - DIA " WRK-DATA-PEDIDA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ILHA P HORARIO   ATENDENTE    TURNO  OCORRENCIA"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TURNOS.
           MOVE ZEROS TO TUR-NUMERO.
           START ARQUIVO-TURNOS KEY IS NOT LESS TUR-NUMERO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 2000-LE-TURNO
           END-IF.
           PERFORM 2100-CASA-TURNO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-TURNOS.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 3000-AVALIA-ESCALA THRU 3000-AVALIA-ESCALA-FIM
               UNTIL WRK-IDX NOT LESS WRK-QTD-ESCALA.

           PERFORM 4000-IMPRIME-TOTAIS.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'ESCALA DO DIA ' WRK-DATA-PEDIDA ' - FALTAS: '
               WRK-QTD-FALTAS '  ATRASOS: ' WRK-QTD-ATRASOS
               '  ALERTAS LEGAIS: ' WRK-QTD-ALERTAS-LEGAIS.
           STOP RUN.

      *----------------------------------------------------------------*
      * CARREGA A ESCALA DE 7 DIAS ANTES ATE A DATA PEDIDA.             *
      *----------------------------------------------------------------*
       1000-CARREGA-ESCALA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA-INICIAL TO ESC-DATA.
           MOVE ZEROS TO ESC-ILHA.
           MOVE SPACE TO ESC-PERIODO.
           START ARQUIVO-ESCALA KEY IS NOT LESS ESCALA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 1100-LE-ESCALA
           END-IF.
           PERFORM 1200-GUARDA-ESCALA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       1100-LE-ESCALA.
           READ ARQUIVO-ESCALA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND ESC-DATA GREATER WRK-DATA-PEDIDA
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

      *    PERIODO QUE TERMINA NA MADRUGADA (FIM ATE O INICIO) ACABA NO
      *     DIA SEGUINTE.
       1200-GUARDA-ESCALA.
           IF WRK-QTD-ESCALA LESS 300
               ADD 1 TO WRK-QTD-ESCALA
               MOVE WRK-QTD-ESCALA TO WRK-IDX
               MOVE ESC-DATA TO WRK-ESQ-DATA (WRK-IDX)
               COMPUTE WRK-ESQ-DIA (WRK-IDX) EQUAL
                   FUNCTION INTEGER-OF-DATE (ESC-DATA)
               MOVE ESC-ILHA TO WRK-ESQ-ILHA (WRK-IDX)
               MOVE ESC-PERIODO TO WRK-ESQ-PERIODO (WRK-IDX)
               MOVE ESC-ATENDENTE TO WRK-ESQ-ATENDENTE (WRK-IDX)
               MOVE ESC-HORA-INICIO TO WRK-ESQ-INICIO (WRK-IDX)
               MOVE ESC-HORA-FIM TO WRK-ESQ-FIM (WRK-IDX)
               MOVE ESC-HORA-INICIO TO WRK-HHMM
               COMPUTE WRK-ESQ-MIN-INICIO (WRK-IDX) EQUAL
                   WRK-ESQ-DIA (WRK-IDX) * 1440
                   + WRK-HHMM-HH * 60 + WRK-HHMM-MM
               MOVE ESC-HORA-FIM TO WRK-HHMM
               IF ESC-HORA-FIM GREATER ESC-HORA-INICIO
                   COMPUTE WRK-ESQ-MIN-FIM (WRK-IDX) EQUAL
                       WRK-ESQ-DIA (WRK-IDX) * 1440
                       + WRK-HHMM-HH * 60 + WRK-HHMM-MM
               ELSE
                   COMPUTE WRK-ESQ-MIN-FIM (WRK-IDX) EQUAL
                       (WRK-ESQ-DIA (WRK-IDX) + 1) * 1440
                       + WRK-HHMM-HH * 60 + WRK-HHMM-MM
               END-IF
               MOVE ZEROS TO WRK-ESQ-TURNO (WRK-IDX)
               MOVE ZEROS TO WRK-ESQ-HORA-ABERTURA (WRK-IDX)
               MOVE SPACE TO WRK-ESQ-STATUS-TURNO (WRK-IDX)
               MOVE ZEROS TO WRK-ESQ-DATA-FECHA (WRK-IDX)
               MOVE ZEROS TO WRK-ESQ-HORA-FECHA (WRK-IDX)
           ELSE
               DISPLAY 'QUADRO DA ESCALA CHEIO - ESCALA DE ' ESC-DATA
                   ' ILHA ' ESC-ILHA ' FORA DO RELATORIO.'
           END-IF.
           PERFORM 1100-LE-ESCALA.

       2000-LE-TURNO.
           READ ARQUIVO-TURNOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * TURNO ABERTO NA DATA PEDIDA CASA COM A PRIMEIRA ESCALA DO DIA   *
      * DO MESMO ATENDENTE AINDA SEM TURNO; SEM ESCALA, O ATENDENTE     *
      * TRABALHOU SEM ESTAR ESCALADO.                                   *
      *----------------------------------------------------------------*
       2100-CASA-TURNO.
           IF TUR-DATA-ABERTURA EQUAL WRK-DATA-PEDIDA
               PERFORM 2200-LOCALIZA-ESCALADO
               IF WRK-ESCALADO-ACHADO EQUAL "S"
                   MOVE TUR-NUMERO TO WRK-ESQ-TURNO (WRK-IDX)
                   MOVE TUR-HORA-ABERTURA TO
                       WRK-ESQ-HORA-ABERTURA (WRK-IDX)
                   MOVE TUR-STATUS TO WRK-ESQ-STATUS-TURNO (WRK-IDX)
                   MOVE TUR-DATA-FECHAMENTO TO
                       WRK-ESQ-DATA-FECHA (WRK-IDX)
                   MOVE TUR-HORA-FECHAMENTO TO
                       WRK-ESQ-HORA-FECHA (WRK-IDX)
               ELSE
                   ADD 1 TO WRK-QTD-NAO-ESCALADOS
                   MOVE TUR-HORA-ABERTURA TO WRK-HHMMSS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "--   - " WRK-HHMMSS-HH WRK-HHMMSS-MM
                          "      " TUR-ATENDENTE " " TUR-NUMERO
                          "  ATENDENTE NAO ESCALADO"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
                   WRITE LINHA-RELATORIO
               END-IF
           END-IF.
           PERFORM 2000-LE-TURNO.

       2200-LOCALIZA-ESCALADO.
           MOVE "N" TO WRK-ESCALADO-ACHADO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2210-PROCURA-ESCALADO
               UNTIL WRK-ESCALADO-ACHADO EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-ESCALA.

       2210-PROCURA-ESCALADO.
           ADD 1 TO WRK-IDX.
           IF WRK-ESQ-DATA (WRK-IDX) EQUAL WRK-DATA-PEDIDA
               AND WRK-ESQ-ATENDENTE (WRK-IDX) EQUAL TUR-ATENDENTE
               AND WRK-ESQ-TURNO (WRK-IDX) EQUAL ZEROS
               MOVE "S" TO WRK-ESCALADO-ACHADO
           END-IF.

      *----------------------------------------------------------------*
      * CADA ESCALA DA DATA PEDIDA: FALTA, ATRASO NA ABERTURA, TURNO    *
      * ABERTO ALEM DO FIM E OS LIMITES LEGAIS. PERIODO QUE AINDA NAO   *
      * COMECOU (ESCALA DE HOJE) SO PASSA PELOS LIMITES LEGAIS.         *
      *----------------------------------------------------------------*
       3000-AVALIA-ESCALA.
           ADD 1 TO WRK-IDX.
           IF WRK-ESQ-DATA (WRK-IDX) NOT EQUAL WRK-DATA-PEDIDA
               GO TO 3000-AVALIA-ESCALA-FIM
           END-IF.
           ADD 1 TO WRK-QTD-ESCALADOS.
           MOVE "N" TO WRK-TEVE-OCORRENCIA.

           IF WRK-ESQ-MIN-INICIO (WRK-IDX) GREATER WRK-MIN-AGORA
               MOVE "PERIODO AINDA NAO INICIADO" TO WRK-OCORRENCIA
               PERFORM 3900-IMPRIME-LINHA
           ELSE
               IF WRK-ESQ-TURNO (WRK-IDX) EQUAL ZEROS
                   ADD 1 TO WRK-QTD-FALTAS
                   MOVE "FALTA - NAO ABRIU TURNO" TO WRK-OCORRENCIA
                   PERFORM 3900-IMPRIME-LINHA
               ELSE
                   PERFORM 3100-CONFERE-HORARIOS
               END-IF
           END-IF.

           PERFORM 3200-CONTA-DIAS-SEGUIDOS.
           IF WRK-DIAS-SEGUIDOS GREATER WRK-MAXIMO-DIAS-SEGUIDOS
               ADD 1 TO WRK-QTD-ALERTAS-LEGAIS
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "ESCALADO " WRK-DIAS-SEGUIDOS
                      " DIAS SEGUIDOS SEM FOLGA"
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 3900-IMPRIME-LINHA
           END-IF.

           PERFORM 3300-MENOR-DESCANSO.
           IF WRK-MENOR-DESCANSO LESS WRK-DESCANSO-MINIMO
               ADD 1 TO WRK-QTD-ALERTAS-LEGAIS
               COMPUTE WRK-HORAS ROUNDED EQUAL WRK-MENOR-DESCANSO / 60
               MOVE WRK-HORAS TO WRK-HORAS-EDITADAS
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "DESCANSO DE " WRK-HORAS-EDITADAS
                      "H ENTRE TURNOS (MIN 11H)"
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 3900-IMPRIME-LINHA
           END-IF.

           IF WRK-TEVE-OCORRENCIA NOT EQUAL "S"
               MOVE "OK" TO WRK-OCORRENCIA
               PERFORM 3900-IMPRIME-LINHA
           END-IF.

       3000-AVALIA-ESCALA-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * ABERTURA DEPOIS DO INICIO + TOLERANCIA E ATRASO; TURNO FECHADO  *
      * (OU AINDA ABERTO AGORA) DEPOIS DO FIM + TOLERANCIA FICOU ABERTO *
      * ALEM DO PERIODO.                                                *
      *----------------------------------------------------------------*
       3100-CONFERE-HORARIOS.
           MOVE WRK-ESQ-HORA-ABERTURA (WRK-IDX) TO WRK-HHMMSS.
           COMPUTE WRK-MIN-ABERTURA EQUAL
               WRK-ESQ-DIA (WRK-IDX) * 1440
               + WRK-HHMMSS-HH * 60 + WRK-HHMMSS-MM.
           COMPUTE WRK-MINUTOS EQUAL
               WRK-MIN-ABERTURA - WRK-ESQ-MIN-INICIO (WRK-IDX).
           IF WRK-MINUTOS GREATER WRK-TOLERANCIA-ATRASO
               ADD 1 TO WRK-QTD-ATRASOS
               MOVE WRK-MINUTOS TO WRK-MINUTOS-EDITADO
               MOVE SPACES TO WRK-OCORRENCIA
               STRING "ABERTURA ATRASADA " WRK-MINUTOS-EDITADO " MIN"
                   DELIMITED BY SIZE INTO WRK-OCORRENCIA
               PERFORM 3900-IMPRIME-LINHA
           END-IF.

           IF WRK-ESQ-STATUS-TURNO (WRK-IDX) EQUAL "F"
               MOVE WRK-ESQ-HORA-FECHA (WRK-IDX) TO WRK-HHMMSS
               COMPUTE WRK-MIN-FECHAMENTO EQUAL
                   FUNCTION INTEGER-OF-DATE
                       (WRK-ESQ-DATA-FECHA (WRK-IDX)) * 1440
                   + WRK-HHMMSS-HH * 60 + WRK-HHMMSS-MM
           ELSE
               MOVE WRK-MIN-AGORA TO WRK-MIN-FECHAMENTO
           END-IF.
           COMPUTE WRK-MINUTOS EQUAL
               WRK-MIN-FECHAMENTO - WRK-ESQ-MIN-FIM (WRK-IDX).
           IF WRK-MINUTOS GREATER WRK-TOLERANCIA-FIM
               ADD 1 TO WRK-QTD-ABERTOS-APOS
               MOVE WRK-MINUTOS TO WRK-MINUTOS-EDITADO
               MOVE SPACES TO WRK-OCORRENCIA
               IF WRK-ESQ-STATUS-TURNO (WRK-IDX) EQUAL "F"
                   STRING "FECHADO " WRK-MINUTOS-EDITADO
                          " MIN APOS O FIM"
                       DELIMITED BY SIZE INTO WRK-OCORRENCIA
               ELSE
                   STRING "AINDA ABERTO " WRK-MINUTOS-EDITADO
                          " MIN APOS O FIM"
                       DELIMITED BY SIZE INTO WRK-OCORRENCIA
               END-IF
               PERFORM 3900-IMPRIME-LINHA
           END-IF.

      *----------------------------------------------------------------*
      * DIAS SEGUIDOS ESCALADOS ATE A DATA PEDIDA (INCLUSIVE), OLHANDO  *
      * PARA TRAS ATE ACHAR UM DIA SEM ESCALA DO ATENDENTE.             *
      *----------------------------------------------------------------*
       3200-CONTA-DIAS-SEGUIDOS.
           MOVE 1 TO WRK-DIAS-SEGUIDOS.
           MOVE "S" TO WRK-DIA-TRABALHADO.
           MOVE WRK-ESQ-DIA (WRK-IDX) TO WRK-DIA-PROCURADO.
           PERFORM 3210-VERIFICA-DIA-ANTERIOR
               UNTIL WRK-DIA-TRABALHADO NOT EQUAL "S"
               OR WRK-DIAS-SEGUIDOS GREATER 7.

       3210-VERIFICA-DIA-ANTERIOR.
           SUBTRACT 1 FROM WRK-DIA-PROCURADO.
           MOVE "N" TO WRK-DIA-TRABALHADO.
           MOVE ZEROS TO WRK-IDX-2.
           PERFORM 3220-PROCURA-DIA-ATENDENTE
               UNTIL WRK-DIA-TRABALHADO EQUAL "S"
               OR WRK-IDX-2 NOT LESS WRK-QTD-ESCALA.
           IF WRK-DIA-TRABALHADO EQUAL "S"
               ADD 1 TO WRK-DIAS-SEGUIDOS
           END-IF.

       3220-PROCURA-DIA-ATENDENTE.
           ADD 1 TO WRK-IDX-2.
           IF WRK-ESQ-DIA (WRK-IDX-2) EQUAL WRK-DIA-PROCURADO
               AND WRK-ESQ-ATENDENTE (WRK-IDX-2) EQUAL
                   WRK-ESQ-ATENDENTE (WRK-IDX)
               MOVE "S" TO WRK-DIA-TRABALHADO
           END-IF.

      *----------------------------------------------------------------*
      * MENOR DESCANSO ENTRE O FIM DE UM TURNO ANTERIOR DO MESMO        *
      * ATENDENTE E O INICIO DESTA ESCALA (NEGATIVO = SOBREPOSTO).      *
      *----------------------------------------------------------------*
       3300-MENOR-DESCANSO.
           MOVE 9999999 TO WRK-MENOR-DESCANSO.
           MOVE ZEROS TO WRK-IDX-2.
           PERFORM 3310-COMPARA-TURNO-ANTERIOR
               UNTIL WRK-IDX-2 NOT LESS WRK-QTD-ESCALA.

       3310-COMPARA-TURNO-ANTERIOR.
           ADD 1 TO WRK-IDX-2.
           IF WRK-IDX-2 NOT EQUAL WRK-IDX
               AND WRK-ESQ-ATENDENTE (WRK-IDX-2) EQUAL
                   WRK-ESQ-ATENDENTE (WRK-IDX)
               AND WRK-ESQ-MIN-INICIO (WRK-IDX-2) LESS
                   WRK-ESQ-MIN-INICIO (WRK-IDX)
               COMPUTE WRK-MINUTOS EQUAL
                   WRK-ESQ-MIN-INICIO (WRK-IDX)
                   - WRK-ESQ-MIN-FIM (WRK-IDX-2)
               IF WRK-MINUTOS LESS WRK-MENOR-DESCANSO
                   MOVE WRK-MINUTOS TO WRK-MENOR-DESCANSO
               END-IF
           END-IF.

       3900-IMPRIME-LINHA.
           MOVE "S" TO WRK-TEVE-OCORRENCIA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-ESQ-ILHA (WRK-IDX) "   " WRK-ESQ-PERIODO (WRK-IDX)
                  " " WRK-ESQ-INICIO (WRK-IDX) "-" WRK-ESQ-FIM (WRK-IDX)
                  " " WRK-ESQ-ATENDENTE (WRK-IDX)
                  " " WRK-ESQ-TURNO (WRK-IDX)
                  "  " WRK-OCORRENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       4000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESCALADOS: " WRK-QTD-ESCALADOS
                  "  FALTAS: " WRK-QTD-FALTAS
                  "  ATRASOS: " WRK-QTD-ATRASOS
                  "  NAO ESCALADOS: " WRK-QTD-NAO-ESCALADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ABERTOS APOS O FIM: " WRK-QTD-ABERTOS-APOS
                  "  ALERTAS DE LIMITE LEGAL: " WRK-QTD-ALERTAS-LEGAIS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
