      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "PerfilHorarioVendas".
       AUTHOR. "LUCAS KURATA".
      *    PERFIL HORARIO DAS VENDAS DE COMBUSTIVEL PARA ESCALA E PRECO:
      *     PARA O PERIODO PEDIDO (DATA INICIAL E FINAL), TOTALIZA AS
      *     VENDAS ATIVAS DE VENDAS_COMBUSTIVEL.DAT EM QUANTIDADE,
      *     LITROS E VALOR POR HORA DO DIA (VENDA-HORA) E DIA DA
      *     SEMANA, PARA CADA BOMBA (VENDA-BOMBA) E TIPO (VENDA-TIPO).
      *     O MESMO PERIODO DO ANO ANTERIOR E TOTALIZADO AO LADO. O
      *     RELATORIO PERFIL_HORARIO_VENDAS.LST MARCA AS JANELAS DE
      *     PICO (150% DA MEDIA OU MAIS) E OCIOSAS (50% DA MEDIA OU
      *     MENOS) NOS DOIS ANOS, E O EXTRATO PERFIL_HORARIO_VENDAS.CSV
      *     TRAZ UMA LINHA POR BOMBA, TIPO, DIA DA SEMANA E HORA PARA
      *     O GERENTE MONTAR OS GRAFICOS.
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
           SELECT OPTIONAL ARQUIVO-VENDAS
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "perfil_horario_vendas.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CSV
           ASSIGN TO "perfil_horario_vendas.csv"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       FD  ARQUIVO-CSV.
       01  LINHA-CSV PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-INICIO                PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FIM                   PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-INICIO-ANT            PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FIM-ANT               PIC 9(8) VALUE ZEROS.
       77 WRK-PERIODO                    PIC X(1) VALUE SPACE.
       77 WRK-ULTIMA-DATA                PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-INTEIRO                PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-LIMITE                 PIC 9(8) VALUE ZEROS.
       77 WRK-QUOCIENTE                  PIC 9(8) VALUE ZEROS.
       77 WRK-RESTO                      PIC 9(1) VALUE ZEROS.
       77 WRK-QTD-DIAS                   PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DIAS-ANT               PIC 9(5) VALUE ZEROS.
       77 WRK-COMBINACAO-ACHADA          PIC A(1) VALUE "N".
       77 WRK-QTD-COMBINACOES            PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-CMB                    PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-DIA                    PIC 9(1) VALUE ZEROS.
       77 WRK-IDX-HORA                   PIC 9(2) VALUE ZEROS.
       77 WRK-HORA-VENDA                 PIC 9(2) VALUE ZEROS.
      *    JANELA DE PICO: 150% DA MEDIA OU MAIS; OCIOSA: 50% OU MENOS.
       77 WRK-PERC-PICO                  PIC 9(3) VALUE 150.
       77 WRK-PERC-OCIOSO                PIC 9(3) VALUE 50.
       77 WRK-MEDIA                      PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-MEDIA-ANT                  PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-AVALIADO                   PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-AVALIADO-ANT               PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-MARCA                      PIC X(7) VALUE SPACES.
       77 WRK-MARCA-ANT                  PIC X(7) VALUE SPACES.
       77 WRK-JANELA                     PIC X(7) VALUE SPACES.
       77 WRK-JANELA-VALOR               PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-JANELA-MEDIA               PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-VARIACAO                   PIC S9(5)V9 VALUE ZEROS.
       77 WRK-VARIACAO-EDITADA           PIC ----9.9.
       77 WRK-TIPO-NOME                  PIC X(8) VALUE SPACES.
       77 WRK-TOT-QTD                    PIC 9(7) VALUE ZEROS.
       77 WRK-TOT-LITROS                 PIC 9(9) VALUE ZEROS.
       77 WRK-TOT-VALOR                  PIC 9(9)V9(2) VALUE ZEROS.
       77 WRK-TOT-LITROS-ANT             PIC 9(9) VALUE ZEROS.
       77 WRK-QTD-EDITADA                PIC ZZZZZ9.
       77 WRK-LITROS-EDITADO             PIC ZZZZZZZ9.
       77 WRK-LITROS-ANT-EDITADO         PIC ZZZZZZZ9.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZZ9.99.
       77 WRK-CELULA-EDITADA             PIC ZZZZZ9.
       77 WRK-CSV-QTD                    PIC 9(5).
       77 WRK-CSV-LITROS                 PIC 9(7).
       77 WRK-CSV-QTD-ANT                PIC 9(5).
       77 WRK-CSV-VALOR                  PIC 9(7).99.
       77 WRK-CSV-LITROS-ANT             PIC 9(7).
       77 WRK-CSV-VALOR-ANT              PIC 9(7).99.

       01 WRK-DATA-TRABALHO              PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-TRABALHO.
           05 WRK-TRB-ANO                PIC 9(4).
           05 WRK-TRB-MES-DIA            PIC 9(4).

       01 WRK-NOMES-DIAS                 PIC X(21)
           VALUE "DOMSEGTERQUAQUISEXSAB".
       01 FILLER REDEFINES WRK-NOMES-DIAS.
           05 WRK-NOME-DIA               PIC X(3) OCCURS 7 TIMES.

      *    DIAS DA SEMANA QUE CAEM NO PERIODO E NO PERIODO DO ANO
      *    ANTERIOR (1=DOM ... 7=SAB), PARA A MEDIA POR OCORRENCIA.
       01 WRK-OCORRENCIAS-DIA.
           05 WRK-OCO-DIA OCCURS 7 TIMES.
               10 WRK-OCO-QTD            PIC 9(5).
               10 WRK-OCO-QTD-ANT        PIC 9(5).

      *    TOTAIS GERAIS POR HORA E POR DIA DA SEMANA, NOS DOIS ANOS.
       01 WRK-TOTAIS-HORA.
           05 WRK-TH-ITEM OCCURS 24 TIMES.
               10 WRK-TH-QTD             PIC 9(7).
               10 WRK-TH-LITROS          PIC 9(9).
               10 WRK-TH-VALOR           PIC 9(9)V9(2).
               10 WRK-TH-LITROS-ANT      PIC 9(9).
       01 WRK-TOTAIS-DIA.
           05 WRK-TD-ITEM OCCURS 7 TIMES.
               10 WRK-TD-QTD             PIC 9(7).
               10 WRK-TD-LITROS          PIC 9(9).
               10 WRK-TD-VALOR           PIC 9(9)V9(2).
               10 WRK-TD-LITROS-ANT      PIC 9(9).

      *    PERFIL POR BOMBA E TIPO: UMA CELULA POR DIA DA SEMANA E HORA
      *    (HORA 00 NA POSICAO 1), COM O PERIODO E O ANO ANTERIOR.
       01 WRK-QUADRO-PERFIL.
           05 WRK-CMB-ITEM OCCURS 30 TIMES.
               10 WRK-CMB-BOMBA          PIC 9(2).
               10 WRK-CMB-TIPO           PIC X(1).
               10 WRK-CMB-LITROS         PIC 9(9).
               10 WRK-CMB-DIA OCCURS 7 TIMES.
                   15 WRK-CMB-HORA OCCURS 24 TIMES.
                       20 WRK-CEL-QTD        PIC 9(5).
                       20 WRK-CEL-LITROS     PIC 9(7).
                       20 WRK-CEL-VALOR      PIC 9(7)V9(2).
                       20 WRK-CEL-QTD-ANT    PIC 9(5).
                       20 WRK-CEL-LITROS-ANT PIC 9(7).
                       20 WRK-CEL-VALOR-ANT  PIC 9(7)V9(2).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'PERFIL HORARIO DE VENDAS - DATA INICIAL '
               '(AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIO.
           DISPLAY 'DATA FINAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-FIM.

           IF WRK-DATA-INICIO EQUAL ZEROS
               OR WRK-DATA-FIM LESS WRK-DATA-INICIO
               DISPLAY 'PERIODO INVALIDO.'
               STOP RUN
           END-IF.

           INITIALIZE WRK-QUADRO-PERFIL WRK-TOTAIS-HORA
               WRK-TOTAIS-DIA WRK-OCORRENCIAS-DIA.
           PERFORM 0500-CALCULA-PERIODO-ANTERIOR.
           PERFORM 0600-CONTA-DIAS-DA-SEMANA.

           OPEN INPUT ARQUIVO-VENDAS.
           PERFORM 1000-LE-VENDA.
           PERFORM 1100-ACUMULA-VENDA THRU 1100-ACUMULA-VENDA-FIM
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-VENDAS.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PERFIL HORARIO DE VENDAS - " WRK-DATA-INICIO
                  " A " WRK-DATA-FIM " COMPARADO COM "
                  WRK-DATA-INICIO-ANT " A " WRK-DATA-FIM-ANT
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 2000-IMPRIME-PERFIL-HORA.
           PERFORM 2200-IMPRIME-PERFIL-DIA.

           MOVE ZEROS TO WRK-IDX-CMB.
           PERFORM 3000-IMPRIME-COMBINACAO
               UNTIL WRK-IDX-CMB NOT LESS WRK-QTD-COMBINACOES.
           CLOSE ARQUIVO-RELATORIO.

           PERFORM 4000-GRAVA-CSV.

           DISPLAY 'PERFIL HORARIO GRAVADO EM PERFIL_HORARIO_VENDAS.LST'
               ' E PERFIL_HORARIO_VENDAS.CSV.'.
           STOP RUN.

      *----------------------------------------------------------------*
      * MESMO PERIODO DO ANO ANTERIOR; 29 DE FEVEREIRO VIRA 28.         *
      *----------------------------------------------------------------*
       0500-CALCULA-PERIODO-ANTERIOR.
           MOVE WRK-DATA-INICIO TO WRK-DATA-TRABALHO.
           SUBTRACT 1 FROM WRK-TRB-ANO.
           IF WRK-TRB-MES-DIA EQUAL 0229
               MOVE 0228 TO WRK-TRB-MES-DIA
           END-IF.
           MOVE WRK-DATA-TRABALHO TO WRK-DATA-INICIO-ANT.

           MOVE WRK-DATA-FIM TO WRK-DATA-TRABALHO.
           SUBTRACT 1 FROM WRK-TRB-ANO.
           IF WRK-TRB-MES-DIA EQUAL 0229
               MOVE 0228 TO WRK-TRB-MES-DIA
           END-IF.
           MOVE WRK-DATA-TRABALHO TO WRK-DATA-FIM-ANT.

      *----------------------------------------------------------------*
      * QUANTAS VEZES CADA DIA DA SEMANA CAI EM CADA PERIODO.           *
      *----------------------------------------------------------------*
       0600-CONTA-DIAS-DA-SEMANA.
           MOVE "A" TO WRK-PERIODO.
           COMPUTE WRK-DIA-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO).
           COMPUTE WRK-DIA-LIMITE EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM).
           PERFORM 0610-CONTA-DIA
               UNTIL WRK-DIA-INTEIRO GREATER WRK-DIA-LIMITE.

           MOVE "P" TO WRK-PERIODO.
           COMPUTE WRK-DIA-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-INICIO-ANT).
           COMPUTE WRK-DIA-LIMITE EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-FIM-ANT).
           PERFORM 0610-CONTA-DIA
               UNTIL WRK-DIA-INTEIRO GREATER WRK-DIA-LIMITE.

       0610-CONTA-DIA.
           PERFORM 1210-DIA-DO-INTEIRO.
           IF WRK-PERIODO EQUAL "A"
               ADD 1 TO WRK-OCO-QTD (WRK-IDX-DIA)
               ADD 1 TO WRK-QTD-DIAS
           ELSE
               ADD 1 TO WRK-OCO-QTD-ANT (WRK-IDX-DIA)
               ADD 1 TO WRK-QTD-DIAS-ANT
           END-IF.
           ADD 1 TO WRK-DIA-INTEIRO.

       1000-LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * VENDA ATIVA DO PERIODO (A) OU DO MESMO PERIODO DO ANO ANTERIOR  *
      * (P) ENTRA NA CELULA DA BOMBA/TIPO, DIA DA SEMANA E HORA. VENDA  *
      * ANTIGA SEM BOMBA ENTRA COMO BOMBA 00.                           *
      *----------------------------------------------------------------*
       1100-ACUMULA-VENDA.
           MOVE SPACE TO WRK-PERIODO.
           IF VENDA-DATA NOT LESS WRK-DATA-INICIO
               AND VENDA-DATA NOT GREATER WRK-DATA-FIM
               MOVE "A" TO WRK-PERIODO
           END-IF.
           IF VENDA-DATA NOT LESS WRK-DATA-INICIO-ANT
               AND VENDA-DATA NOT GREATER WRK-DATA-FIM-ANT
               MOVE "P" TO WRK-PERIODO
           END-IF.
           IF WRK-PERIODO EQUAL SPACE
               OR VENDA-CANCELADA
               OR VENDA-HORA NOT NUMERIC
               GO TO 1100-ACUMULA-VENDA-FIM
           END-IF.

           PERFORM 1200-DIA-DA-SEMANA.
           MOVE VENDA-HORA (1:2) TO WRK-HORA-VENDA.
           IF WRK-HORA-VENDA GREATER 23
               GO TO 1100-ACUMULA-VENDA-FIM
           END-IF.
           COMPUTE WRK-IDX-HORA EQUAL WRK-HORA-VENDA + 1.

           PERFORM 1300-LOCALIZA-COMBINACAO.
           IF WRK-COMBINACAO-ACHADA NOT EQUAL "S"
               GO TO 1100-ACUMULA-VENDA-FIM
           END-IF.

           IF WRK-PERIODO EQUAL "A"
               ADD 1 TO WRK-CEL-QTD (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA)
               ADD VENDA-LITROS TO WRK-CEL-LITROS (WRK-IDX-CMB
                   WRK-IDX-DIA WRK-IDX-HORA)
               ADD VENDA-LIQUIDO TO WRK-CEL-VALOR (WRK-IDX-CMB
                   WRK-IDX-DIA WRK-IDX-HORA)
               ADD VENDA-LITROS TO WRK-CMB-LITROS (WRK-IDX-CMB)
               ADD 1 TO WRK-TH-QTD (WRK-IDX-HORA)
               ADD VENDA-LITROS TO WRK-TH-LITROS (WRK-IDX-HORA)
               ADD VENDA-LIQUIDO TO WRK-TH-VALOR (WRK-IDX-HORA)
               ADD 1 TO WRK-TD-QTD (WRK-IDX-DIA)
               ADD VENDA-LITROS TO WRK-TD-LITROS (WRK-IDX-DIA)
               ADD VENDA-LIQUIDO TO WRK-TD-VALOR (WRK-IDX-DIA)
           ELSE
               ADD 1 TO WRK-CEL-QTD-ANT (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA)
               ADD VENDA-LITROS TO WRK-CEL-LITROS-ANT (WRK-IDX-CMB
                   WRK-IDX-DIA WRK-IDX-HORA)
               ADD VENDA-LIQUIDO TO WRK-CEL-VALOR-ANT (WRK-IDX-CMB
                   WRK-IDX-DIA WRK-IDX-HORA)
               ADD VENDA-LITROS TO WRK-TH-LITROS-ANT (WRK-IDX-HORA)
               ADD VENDA-LITROS TO WRK-TD-LITROS-ANT (WRK-IDX-DIA)
           END-IF.

       1100-ACUMULA-VENDA-FIM.
           PERFORM 1000-LE-VENDA.

      *----------------------------------------------------------------*
      * DIA DA SEMANA DA VENDA (1=DOM ... 7=SAB). O DIA 1 DO CALENDARIO *
      * INTEIRO (01/01/1601) FOI UMA SEGUNDA-FEIRA. GUARDA A ULTIMA     *
      * DATA CALCULADA - O ARQUIVO VEM EM ORDEM DE DATA.                *
      *----------------------------------------------------------------*
       1200-DIA-DA-SEMANA.
           IF VENDA-DATA NOT EQUAL WRK-ULTIMA-DATA
               MOVE VENDA-DATA TO WRK-ULTIMA-DATA
               COMPUTE WRK-DIA-INTEIRO EQUAL
                   FUNCTION INTEGER-OF-DATE (VENDA-DATA)
               PERFORM 1210-DIA-DO-INTEIRO
           END-IF.

       1210-DIA-DO-INTEIRO.
           DIVIDE WRK-DIA-INTEIRO BY 7 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           COMPUTE WRK-IDX-DIA EQUAL WRK-RESTO + 1.

       1300-LOCALIZA-COMBINACAO.
           MOVE "N" TO WRK-COMBINACAO-ACHADA.
           MOVE ZEROS TO WRK-IDX-CMB.
           PERFORM 1310-PROCURA-COMBINACAO
               UNTIL WRK-COMBINACAO-ACHADA EQUAL "S"
               OR WRK-IDX-CMB NOT LESS WRK-QTD-COMBINACOES.

           IF WRK-COMBINACAO-ACHADA NOT EQUAL "S"
               IF WRK-QTD-COMBINACOES LESS 30
                   ADD 1 TO WRK-QTD-COMBINACOES
                   MOVE WRK-QTD-COMBINACOES TO WRK-IDX-CMB
                   IF VENDA-BOMBA NUMERIC
                       MOVE VENDA-BOMBA TO WRK-CMB-BOMBA (WRK-IDX-CMB)
                   ELSE
                       MOVE ZEROS TO WRK-CMB-BOMBA (WRK-IDX-CMB)
                   END-IF
                   MOVE VENDA-TIPO TO WRK-CMB-TIPO (WRK-IDX-CMB)
                   MOVE "S" TO WRK-COMBINACAO-ACHADA
               ELSE
                   DISPLAY 'QUADRO DE BOMBAS/TIPOS CHEIO - BOMBA '
                       VENDA-BOMBA ' TIPO ' VENDA-TIPO
                       ' FORA DO PERFIL.'
               END-IF
           END-IF.

       1310-PROCURA-COMBINACAO.
           ADD 1 TO WRK-IDX-CMB.
           IF WRK-CMB-TIPO (WRK-IDX-CMB) EQUAL VENDA-TIPO
               IF VENDA-BOMBA NUMERIC
                   IF WRK-CMB-BOMBA (WRK-IDX-CMB) EQUAL VENDA-BOMBA
                       MOVE "S" TO WRK-COMBINACAO-ACHADA
                   END-IF
               ELSE
                   IF WRK-CMB-BOMBA (WRK-IDX-CMB) EQUAL ZEROS
                       MOVE "S" TO WRK-COMBINACAO-ACHADA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PERFIL GERAL POR HORA DO DIA: MEDIA = LITROS DO PERIODO / 24.   *
      *----------------------------------------------------------------*
       2000-IMPRIME-PERFIL-HORA.
           MOVE ZEROS TO WRK-TOT-LITROS WRK-TOT-LITROS-ANT.
           MOVE ZEROS TO WRK-IDX-HORA.
           PERFORM 2010-SOMA-HORA UNTIL WRK-IDX-HORA NOT LESS 24.
           COMPUTE WRK-MEDIA ROUNDED EQUAL WRK-TOT-LITROS / 24.
           COMPUTE WRK-MEDIA-ANT ROUNDED EQUAL WRK-TOT-LITROS-ANT / 24.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PERFIL GERAL POR HORA DO DIA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HORA     QTD   LITROS       VALOR LIT.ANO ANT"
                  "   VAR %  JANELA  ANO ANT."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-IDX-HORA.
           PERFORM 2100-IMPRIME-HORA-GERAL UNTIL WRK-IDX-HORA NOT LESS
               24.

       2010-SOMA-HORA.
           ADD 1 TO WRK-IDX-HORA.
           ADD WRK-TH-LITROS (WRK-IDX-HORA) TO WRK-TOT-LITROS.
           ADD WRK-TH-LITROS-ANT (WRK-IDX-HORA) TO WRK-TOT-LITROS-ANT.

       2100-IMPRIME-HORA-GERAL.
           ADD 1 TO WRK-IDX-HORA.
           COMPUTE WRK-HORA-VENDA EQUAL WRK-IDX-HORA - 1.
           MOVE WRK-TH-LITROS (WRK-IDX-HORA) TO WRK-AVALIADO.
           MOVE WRK-TH-LITROS-ANT (WRK-IDX-HORA) TO WRK-AVALIADO-ANT.
           PERFORM 2500-AVALIA-JANELA.

           MOVE WRK-TH-QTD (WRK-IDX-HORA) TO WRK-QTD-EDITADA.
           MOVE WRK-TH-LITROS (WRK-IDX-HORA) TO WRK-LITROS-EDITADO.
           MOVE WRK-TH-VALOR (WRK-IDX-HORA) TO WRK-VALOR-EDITADO.
           MOVE WRK-TH-LITROS-ANT (WRK-IDX-HORA) TO
               WRK-LITROS-ANT-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " " WRK-HORA-VENDA "H  " WRK-QTD-EDITADA
                  " " WRK-LITROS-EDITADO " " WRK-VALOR-EDITADO
                  "    " WRK-LITROS-ANT-EDITADO
                  " " WRK-VARIACAO-EDITADA
                  "  " WRK-MARCA " " WRK-MARCA-ANT
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * PERFIL GERAL POR DIA DA SEMANA: COMPARA A MEDIA POR OCORRENCIA  *
      * DAQUELE DIA COM A MEDIA DIARIA DO PERIODO.                      *
      *----------------------------------------------------------------*
       2200-IMPRIME-PERFIL-DIA.
           MOVE ZEROS TO WRK-MEDIA WRK-MEDIA-ANT.
           IF WRK-QTD-DIAS GREATER ZEROS
               COMPUTE WRK-MEDIA ROUNDED EQUAL
                   WRK-TOT-LITROS / WRK-QTD-DIAS
           END-IF.
           IF WRK-QTD-DIAS-ANT GREATER ZEROS
               COMPUTE WRK-MEDIA-ANT ROUNDED EQUAL
                   WRK-TOT-LITROS-ANT / WRK-QTD-DIAS-ANT
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PERFIL GERAL POR DIA DA SEMANA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIA      QTD   LITROS       VALOR LIT.ANO ANT"
                  "   VAR %  JANELA  ANO ANT."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-IDX-DIA.
           PERFORM 2300-IMPRIME-DIA-GERAL UNTIL WRK-IDX-DIA NOT LESS 7.

       2300-IMPRIME-DIA-GERAL.
           ADD 1 TO WRK-IDX-DIA.
           MOVE ZEROS TO WRK-AVALIADO WRK-AVALIADO-ANT.
           IF WRK-OCO-QTD (WRK-IDX-DIA) GREATER ZEROS
               COMPUTE WRK-AVALIADO ROUNDED EQUAL
                   WRK-TD-LITROS (WRK-IDX-DIA) /
                   WRK-OCO-QTD (WRK-IDX-DIA)
           END-IF.
           IF WRK-OCO-QTD-ANT (WRK-IDX-DIA) GREATER ZEROS
               COMPUTE WRK-AVALIADO-ANT ROUNDED EQUAL
                   WRK-TD-LITROS-ANT (WRK-IDX-DIA) /
                   WRK-OCO-QTD-ANT (WRK-IDX-DIA)
           END-IF.
           PERFORM 2500-AVALIA-JANELA.
           IF WRK-OCO-QTD (WRK-IDX-DIA) EQUAL ZEROS
               MOVE SPACES TO WRK-MARCA
           END-IF.
           IF WRK-OCO-QTD-ANT (WRK-IDX-DIA) EQUAL ZEROS
               MOVE SPACES TO WRK-MARCA-ANT
           END-IF.

           MOVE WRK-TD-QTD (WRK-IDX-DIA) TO WRK-QTD-EDITADA.
           MOVE WRK-TD-LITROS (WRK-IDX-DIA) TO WRK-LITROS-EDITADO.
           MOVE WRK-TD-VALOR (WRK-IDX-DIA) TO WRK-VALOR-EDITADO.
           MOVE WRK-TD-LITROS-ANT (WRK-IDX-DIA) TO
               WRK-LITROS-ANT-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-NOME-DIA (WRK-IDX-DIA) "   " WRK-QTD-EDITADA
                  " " WRK-LITROS-EDITADO " " WRK-VALOR-EDITADO
                  "    " WRK-LITROS-ANT-EDITADO
                  " " WRK-VARIACAO-EDITADA
                  "  " WRK-MARCA " " WRK-MARCA-ANT
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * MARCA A JANELA NOS DOIS ANOS (PICO / OCIOSA) CONTRA A MEDIA DO  *
      * PROPRIO ANO E CALCULA A VARIACAO SOBRE O ANO ANTERIOR.          *
      *----------------------------------------------------------------*
       2500-AVALIA-JANELA.
           MOVE SPACES TO WRK-MARCA WRK-MARCA-ANT.
           MOVE WRK-AVALIADO TO WRK-JANELA-VALOR.
           MOVE WRK-MEDIA TO WRK-JANELA-MEDIA.
           PERFORM 2510-CLASSIFICA-JANELA.
           MOVE WRK-JANELA TO WRK-MARCA.
           MOVE WRK-AVALIADO-ANT TO WRK-JANELA-VALOR.
           MOVE WRK-MEDIA-ANT TO WRK-JANELA-MEDIA.
           PERFORM 2510-CLASSIFICA-JANELA.
           MOVE WRK-JANELA TO WRK-MARCA-ANT.

           MOVE ZEROS TO WRK-VARIACAO.
           IF WRK-AVALIADO-ANT GREATER ZEROS
               COMPUTE WRK-VARIACAO ROUNDED EQUAL
                   (WRK-AVALIADO - WRK-AVALIADO-ANT) * 100
                   / WRK-AVALIADO-ANT
                   ON SIZE ERROR
                       MOVE 9999.9 TO WRK-VARIACAO
               END-COMPUTE
           END-IF.
           MOVE WRK-VARIACAO TO WRK-VARIACAO-EDITADA.

       2510-CLASSIFICA-JANELA.
           MOVE SPACES TO WRK-JANELA.
           IF WRK-JANELA-MEDIA GREATER ZEROS
               IF WRK-JANELA-VALOR * 100 NOT LESS
                   WRK-JANELA-MEDIA * WRK-PERC-PICO
                   MOVE "PICO" TO WRK-JANELA
               ELSE
                   IF WRK-JANELA-VALOR * 100 NOT GREATER
                       WRK-JANELA-MEDIA * WRK-PERC-OCIOSO
                       MOVE "OCIOSA" TO WRK-JANELA
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * QUADRO DA BOMBA/TIPO: LITROS POR DIA DA SEMANA EM CADA HORA,    *
      * TOTAL DA HORA E JANELA CONTRA A MEDIA HORARIA DA PROPRIA BOMBA. *
      *----------------------------------------------------------------*
       3000-IMPRIME-COMBINACAO.
           ADD 1 TO WRK-IDX-CMB.
           EVALUATE WRK-CMB-TIPO (WRK-IDX-CMB)
               WHEN "E"
                   MOVE "ETANOL" TO WRK-TIPO-NOME
               WHEN "G"
                   MOVE "GASOLINA" TO WRK-TIPO-NOME
               WHEN "D"
                   MOVE "DIESEL" TO WRK-TIPO-NOME
               WHEN OTHER
                   MOVE WRK-CMB-TIPO (WRK-IDX-CMB) TO WRK-TIPO-NOME
           END-EVALUATE.

           MOVE ZEROS TO WRK-TOT-LITROS-ANT.
           MOVE ZEROS TO WRK-IDX-HORA.
           PERFORM 3050-SOMA-ANO-ANTERIOR UNTIL WRK-IDX-HORA NOT LESS
               24.
           COMPUTE WRK-MEDIA ROUNDED EQUAL
               WRK-CMB-LITROS (WRK-IDX-CMB) / 24.
           COMPUTE WRK-MEDIA-ANT ROUNDED EQUAL WRK-TOT-LITROS-ANT / 24.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "BOMBA " WRK-CMB-BOMBA (WRK-IDX-CMB) " - "
                  WRK-TIPO-NOME " (LITROS POR DIA DA SEMANA)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HORA      DOM    SEG    TER    QUA    QUI    SEX"
                  "    SAB     QTD   LITROS       VALOR LIT.ANO ANT"
                  "   VAR %  JANELA  ANO ANT."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-IDX-HORA.
           PERFORM 3100-IMPRIME-HORA-COMBINACAO
               UNTIL WRK-IDX-HORA NOT LESS 24.

       3050-SOMA-ANO-ANTERIOR.
           ADD 1 TO WRK-IDX-HORA.
           MOVE ZEROS TO WRK-IDX-DIA.
           PERFORM 3060-SOMA-CELULA-ANTERIOR
               UNTIL WRK-IDX-DIA NOT LESS 7.

       3060-SOMA-CELULA-ANTERIOR.
           ADD 1 TO WRK-IDX-DIA.
           ADD WRK-CEL-LITROS-ANT (WRK-IDX-CMB WRK-IDX-DIA
               WRK-IDX-HORA) TO WRK-TOT-LITROS-ANT.

       3100-IMPRIME-HORA-COMBINACAO.
           ADD 1 TO WRK-IDX-HORA.
           COMPUTE WRK-HORA-VENDA EQUAL WRK-IDX-HORA - 1.
           MOVE ZEROS TO WRK-TOT-QTD WRK-TOT-LITROS WRK-TOT-VALOR
               WRK-TOT-LITROS-ANT.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " " WRK-HORA-VENDA "H "
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           MOVE ZEROS TO WRK-IDX-DIA.
           PERFORM 3110-SOMA-DIA-DA-HORA UNTIL WRK-IDX-DIA NOT LESS 7.

           MOVE WRK-TOT-LITROS TO WRK-AVALIADO.
           MOVE WRK-TOT-LITROS-ANT TO WRK-AVALIADO-ANT.
           PERFORM 2500-AVALIA-JANELA.

           MOVE WRK-TOT-QTD TO WRK-QTD-EDITADA.
           MOVE WRK-TOT-LITROS TO WRK-LITROS-EDITADO.
           MOVE WRK-TOT-VALOR TO WRK-VALOR-EDITADO.
           MOVE WRK-TOT-LITROS-ANT TO WRK-LITROS-ANT-EDITADO.
           STRING " " WRK-QTD-EDITADA
                  " " WRK-LITROS-EDITADO " " WRK-VALOR-EDITADO
                  "    " WRK-LITROS-ANT-EDITADO
                  " " WRK-VARIACAO-EDITADA
                  "  " WRK-MARCA " " WRK-MARCA-ANT
               DELIMITED BY SIZE INTO LINHA-RELATORIO (57:).
           WRITE LINHA-RELATORIO.

       3110-SOMA-DIA-DA-HORA.
           ADD 1 TO WRK-IDX-DIA.
           ADD WRK-CEL-QTD (WRK-IDX-CMB WRK-IDX-DIA WRK-IDX-HORA)
               TO WRK-TOT-QTD.
           ADD WRK-CEL-LITROS (WRK-IDX-CMB WRK-IDX-DIA WRK-IDX-HORA)
               TO WRK-TOT-LITROS.
           ADD WRK-CEL-VALOR (WRK-IDX-CMB WRK-IDX-DIA WRK-IDX-HORA)
               TO WRK-TOT-VALOR.
           ADD WRK-CEL-LITROS-ANT (WRK-IDX-CMB WRK-IDX-DIA
               WRK-IDX-HORA) TO WRK-TOT-LITROS-ANT.
           MOVE WRK-CEL-LITROS (WRK-IDX-CMB WRK-IDX-DIA WRK-IDX-HORA)
               TO WRK-CELULA-EDITADA.
           MOVE WRK-CELULA-EDITADA TO LINHA-RELATORIO
               (WRK-IDX-DIA * 7 + 1:6).

      *----------------------------------------------------------------*
      * EXTRATO CSV PARA OS GRAFICOS: UMA LINHA POR BOMBA, TIPO, DIA DA *
      * SEMANA E HORA COM VENDA EM ALGUM DOS DOIS PERIODOS. VALORES COM *
      * PONTO DECIMAL, SEM SEPARADOR DE MILHAR.                         *
      *----------------------------------------------------------------*
       4000-GRAVA-CSV.
           OPEN OUTPUT ARQUIVO-CSV.
           MOVE SPACES TO LINHA-CSV.
           STRING "BOMBA,TIPO,DIA_SEMANA,HORA,QTD,LITROS,VALOR,"
                  "QTD_ANO_ANT,LITROS_ANO_ANT,VALOR_ANO_ANT"
               DELIMITED BY SIZE INTO LINHA-CSV.
           WRITE LINHA-CSV.

           MOVE ZEROS TO WRK-IDX-CMB.
           PERFORM 4100-CSV-COMBINACAO
               UNTIL WRK-IDX-CMB NOT LESS WRK-QTD-COMBINACOES.
           CLOSE ARQUIVO-CSV.

       4100-CSV-COMBINACAO.
           ADD 1 TO WRK-IDX-CMB.
           MOVE ZEROS TO WRK-IDX-DIA.
           PERFORM 4200-CSV-DIA UNTIL WRK-IDX-DIA NOT LESS 7.

       4200-CSV-DIA.
           ADD 1 TO WRK-IDX-DIA.
           MOVE ZEROS TO WRK-IDX-HORA.
           PERFORM 4300-CSV-HORA UNTIL WRK-IDX-HORA NOT LESS 24.

       4300-CSV-HORA.
           ADD 1 TO WRK-IDX-HORA.
           IF WRK-CEL-QTD (WRK-IDX-CMB WRK-IDX-DIA WRK-IDX-HORA)
               EQUAL ZEROS
               AND WRK-CEL-QTD-ANT (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) EQUAL ZEROS
               CONTINUE
           ELSE
               COMPUTE WRK-HORA-VENDA EQUAL WRK-IDX-HORA - 1
               MOVE WRK-CEL-QTD (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) TO WRK-CSV-QTD
               MOVE WRK-CEL-LITROS (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) TO WRK-CSV-LITROS
               MOVE WRK-CEL-VALOR (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) TO WRK-CSV-VALOR
               MOVE WRK-CEL-QTD-ANT (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) TO WRK-CSV-QTD-ANT
               MOVE WRK-CEL-LITROS-ANT (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) TO WRK-CSV-LITROS-ANT
               MOVE WRK-CEL-VALOR-ANT (WRK-IDX-CMB WRK-IDX-DIA
                   WRK-IDX-HORA) TO WRK-CSV-VALOR-ANT
               MOVE SPACES TO LINHA-CSV
               STRING WRK-CMB-BOMBA (WRK-IDX-CMB) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CMB-TIPO (WRK-IDX-CMB) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-NOME-DIA (WRK-IDX-DIA) DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-HORA-VENDA DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CSV-QTD DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CSV-LITROS DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CSV-VALOR DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CSV-QTD-ANT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CSV-LITROS-ANT DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WRK-CSV-VALOR-ANT DELIMITED BY SIZE
                   INTO LINHA-CSV
               END-STRING
               WRITE LINHA-CSV
           END-IF.
