      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RelatorioRegionalClima".
       AUTHOR. "LUCAS KURATA".
      *    RELATORIO REGIONAL DO CLIMA: PARA CADA DIA DO PERIODO
      *     INFORMADO, COMPARA AS TEMPERATURAS DAS ESTACOES DO CADASTRO
      *     ENTRE SI E MARCA A ESTACAO CUJA LEITURA SE AFASTA DEMAIS DA
      *     MEDIA DAS OUTRAS NO MESMO DIA - EM GERAL SENSOR COM DEFEITO.
      *     SO A ESTACAO DE MAIOR DESVIO DO DIA E MARCADA, E SO QUANDO
      *     ELE PASSA DO LIMITE: O SENSOR COM DEFEITO DESLOCA A MEDIA
      *     DAS VIZINHAS, QUE NAO DEVEM SER MARCADAS JUNTO COM ELE.
      *     COMO AS ESTACOES FICAM EM ALTITUDES DIFERENTES, A
      *     COMPARACAO USA A TEMPERATURA REDUZIDA AO NIVEL DO MAR
      *     (LEITURA + 0,0065 GRAU POR METRO DE ALTITUDE). DIA COM MENOS
      *     DE TRES ESTACOES NAO E COMPARADO, POIS COM DUAS NAO HA COMO
      *     SABER QUAL DELAS ESTA ERRADA. LEITURA DE ESTACAO FORA DO
      *     CADASTRO NAO ENTRA (SEM ALTITUDE NAO HA CORRECAO) E SO E
      *     CONTADA NO RESUMO. LEITURA ESTIMADA (PREENCHIMENTO DE
      *     LACUNAS) TAMBEM FICA FORA E SO E CONTADA NO RESUMO - UMA
      *     ESTIMATIVA FEITA PELA VIZINHA NAO PODE JULGAR A VIZINHA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-TEMPERATURAS
           ASSIGN TO "temperaturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ESTACOES
           ASSIGN TO "estacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EST-CODIGO
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "regional_clima.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-LEITURAS
           ASSIGN TO "regional_clima.tmp".
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    MESMO LAYOUT GRAVADO PELA CAPTURA DO CLIMA - A CHUVA E A
      *    UMIDADE NAO SAO USADAS AQUI, MAS O REGISTRO PRECISA BATER.
       FD  ARQUIVO-TEMPERATURAS.
       01  LEITURA-TEMPERATURA.
           05 WRK-DATA-LEITURA    PIC 9(8).
           05 WRK-TEMPERATURA     PIC 9(2)V9(2).
           05 WRK-CHUVA-MM        PIC 9(3)V9.
           05 WRK-UMIDADE         PIC 9(3).
           05 WRK-ESTACAO         PIC 9(3).
           05 WRK-ORIGEM          PIC X(1).
               88 LEITURA-ESTIMADA VALUE "E".

       FD  ARQUIVO-ESTACOES.
           COPY "ESTACAO-METEOROLOGICA.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       SD  SORT-LEITURAS.
       01  SORT-LEITURA-REGISTRO.
           05 SORT-DATA           PIC 9(8).
           05 SORT-ESTACAO        PIC 9(3).
           05 SORT-TEMPERATURA    PIC 9(2)V9(2).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *    CRITERIOS DA COMPARACAO.
       77 WRK-LIMITE-DESVIO            PIC 9(2)V9(2) VALUE 6,00.
       77 WRK-GRADIENTE-ALTITUDE       PIC 9V9(4) VALUE 0,0065.
       77 WRK-MINIMO-ESTACOES          PIC 9(2) VALUE 3.

       77 WRK-DATA-INICIAL             PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-FINAL               PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-ATUAL                PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-FIM-ESTACOES             PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                 PIC A(1) VALUE "N".
       77 WRK-QTD-CADASTRO             PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-DIA                  PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-VIZINHAS             PIC 9(2) VALUE ZEROS.
       77 WRK-IDX                      PIC 9(2) VALUE ZEROS.
       77 WRK-POS-ESTACAO              PIC 9(2) VALUE ZEROS.
       77 WRK-SOMA-DIA                 PIC S9(5)V9(2) VALUE ZEROS.
       77 WRK-MEDIA-VIZINHAS           PIC S9(3)V9(2) VALUE ZEROS.
       77 WRK-DESVIO                   PIC S9(3)V9(2) VALUE ZEROS.
       77 WRK-DESVIO-ABSOLUTO          PIC 9(3)V9(2) VALUE ZEROS.
       77 WRK-MAIOR-DESVIO             PIC 9(3)V9(2) VALUE ZEROS.
       77 WRK-QTD-DIAS-COMPARADOS      PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DIAS-POUCAS          PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-CADASTRO         PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ESTIMADAS            PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ALERTAS              PIC 9(5) VALUE ZEROS.
       77 WRK-TEMPERATURA-EDITADA      PIC Z9,99.
       77 WRK-CORRIGIDA-EDITADA        PIC ---9,99.
       77 WRK-MEDIA-EDITADA            PIC ---9,99.
       77 WRK-DESVIO-EDITADO           PIC ---9,99.
       77 WRK-LIMITE-EDITADO           PIC Z9,99.

      *    CADASTRO DE ESTACOES EM MEMORIA, COM OS TOTAIS DO PERIODO.
       01 WRK-TABELA-ESTACOES.
           05 WRK-TAB-ESTACAO OCCURS 50 TIMES.
               10 WRK-TAB-CODIGO           PIC 9(3).
               10 WRK-TAB-NOME             PIC X(20).
               10 WRK-TAB-ALTITUDE         PIC 9(4).
               10 WRK-TAB-DIAS-COMPARADOS  PIC 9(5).
               10 WRK-TAB-DIAS-SUSPEITOS   PIC 9(5).

      *    LEITURAS DO DIA CORRENTE, UMA POR ESTACAO CADASTRADA.
       01 WRK-TABELA-DIA.
           05 WRK-DIA-LEITURA OCCURS 50 TIMES.
               10 WRK-DIA-POSICAO          PIC 9(2).
               10 WRK-DIA-TEMPERATURA      PIC 9(2)V9(2).
               10 WRK-DIA-CORRIGIDA        PIC S9(3)V9(2).
               10 WRK-DIA-MEDIA            PIC S9(3)V9(2).
               10 WRK-DIA-DESVIO           PIC S9(3)V9(2).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'DATA INICIAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY 'DATA FINAL (AAAAMMDD): '.
           ACCEPT WRK-DATA-FINAL.

           IF WRK-DATA-FINAL LESS WRK-DATA-INICIAL
               DISPLAY 'DATA FINAL ANTERIOR A INICIAL.'
               STOP RUN
           END-IF.

           PERFORM 0500-CARREGA-ESTACOES.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE WRK-LIMITE-DESVIO TO WRK-LIMITE-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPARATIVO REGIONAL DAS ESTACOES DE "
                  WRK-DATA-INICIAL " A " WRK-DATA-FINAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TEMPERATURA REDUZIDA AO NIVEL DO MAR; SENSOR "
                  "SUSPEITO ACIMA DE " WRK-LIMITE-EDITADO
                  " GRAUS DA MEDIA DAS DEMAIS ESTACOES"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-LEITURAS
               ON ASCENDING KEY SORT-DATA SORT-ESTACAO
               INPUT PROCEDURE IS 1000-SELECIONA-LEITURAS
               OUTPUT PROCEDURE IS 2000-COMPARA-DIAS.

           PERFORM 4000-IMPRIME-RESUMO.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'RELATORIO GRAVADO EM regional_clima.lst ('
               WRK-QTD-ALERTAS ' LEITURA(S) SUSPEITA(S)).'.
           STOP RUN.

      *----------------------------------------------------------------*
      * GUARDA O CADASTRO DE ESTACOES (CODIGO, NOME E ALTITUDE) PARA A  *
      * CORRECAO DAS LEITURAS E OS TOTAIS POR ESTACAO.                  *
      *----------------------------------------------------------------*
       0500-CARREGA-ESTACOES.
           OPEN INPUT ARQUIVO-ESTACOES.
           PERFORM 0600-LE-ESTACAO.
           PERFORM 0700-GUARDA-ESTACAO UNTIL WRK-FIM-ESTACOES
               EQUAL "S" OR WRK-QTD-CADASTRO NOT LESS 50.
           IF WRK-FIM-ESTACOES NOT EQUAL "S"
               DISPLAY 'MAIS DE 50 ESTACOES NO CADASTRO - AS DEMAIS '
                   'FICAM FORA DA COMPARACAO.'
           END-IF.
           CLOSE ARQUIVO-ESTACOES.

       0600-LE-ESTACAO.
           READ ARQUIVO-ESTACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ESTACOES
           END-READ.

       0700-GUARDA-ESTACAO.
           ADD 1 TO WRK-QTD-CADASTRO.
           MOVE EST-CODIGO TO WRK-TAB-CODIGO (WRK-QTD-CADASTRO).
           MOVE EST-NOME TO WRK-TAB-NOME (WRK-QTD-CADASTRO).
           MOVE EST-ALTITUDE TO WRK-TAB-ALTITUDE (WRK-QTD-CADASTRO).
           MOVE ZEROS TO WRK-TAB-DIAS-COMPARADOS (WRK-QTD-CADASTRO).
           MOVE ZEROS TO WRK-TAB-DIAS-SUSPEITOS (WRK-QTD-CADASTRO).
           PERFORM 0600-LE-ESTACAO.

      *----------------------------------------------------------------*
      * PASSA PARA A ORDENACAO POR DATA E ESTACAO SO AS LEITURAS DO     *
      * PERIODO PEDIDO, FORA AS ESTIMADAS.                              *
      *----------------------------------------------------------------*
       1000-SELECIONA-LEITURAS.
           OPEN INPUT ARQUIVO-TEMPERATURAS.
           PERFORM 1100-LE-TEMPERATURA.
           PERFORM 1200-LIBERA-LEITURA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-TEMPERATURAS.

       1100-LE-TEMPERATURA.
           READ ARQUIVO-TEMPERATURAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-LIBERA-LEITURA.
           IF WRK-DATA-LEITURA NOT LESS WRK-DATA-INICIAL
               AND WRK-DATA-LEITURA NOT GREATER WRK-DATA-FINAL
               IF LEITURA-ESTIMADA
                   ADD 1 TO WRK-QTD-ESTIMADAS
               ELSE
                   MOVE WRK-DATA-LEITURA TO SORT-DATA
                   MOVE WRK-ESTACAO TO SORT-ESTACAO
                   MOVE WRK-TEMPERATURA TO SORT-TEMPERATURA
                   RELEASE SORT-LEITURA-REGISTRO
               END-IF
           END-IF.
           PERFORM 1100-LE-TEMPERATURA.

      *----------------------------------------------------------------*
      * JUNTA AS LEITURAS DE CADA DIA E COMPARA AS ESTACOES NA QUEBRA   *
      * DE DATA.                                                        *
      *----------------------------------------------------------------*
       2000-COMPARA-DIAS.
           PERFORM 2100-OBTEM-LEITURA.

           IF WRK-FIM-SORT NOT EQUAL "S"
               MOVE SORT-DATA TO WRK-DIA-ATUAL
           END-IF.

           PERFORM 2200-PROCESSA-LEITURA UNTIL WRK-FIM-SORT
               EQUAL "S".

           IF WRK-DIA-ATUAL NOT EQUAL ZEROS
               PERFORM 3000-FECHA-DIA
           END-IF.

       2100-OBTEM-LEITURA.
           RETURN SORT-LEITURAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2200-PROCESSA-LEITURA.
           IF SORT-DATA NOT EQUAL WRK-DIA-ATUAL
               PERFORM 3000-FECHA-DIA
               MOVE SORT-DATA TO WRK-DIA-ATUAL
           END-IF.

           PERFORM 2300-GUARDA-LEITURA.
           PERFORM 2100-OBTEM-LEITURA.

      *----------------------------------------------------------------*
      * GUARDA A LEITURA DO DIA JA REDUZIDA AO NIVEL DO MAR PELA        *
      * ALTITUDE DA ESTACAO.                                            *
      *----------------------------------------------------------------*
       2300-GUARDA-LEITURA.
           PERFORM 2400-PROCURA-ESTACAO.

           IF WRK-POS-ESTACAO EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-CADASTRO
           ELSE
               IF WRK-QTD-DIA LESS 50
                   ADD 1 TO WRK-QTD-DIA
                   MOVE WRK-POS-ESTACAO TO WRK-DIA-POSICAO (WRK-QTD-DIA)
                   MOVE SORT-TEMPERATURA TO
                       WRK-DIA-TEMPERATURA (WRK-QTD-DIA)
                   COMPUTE WRK-DIA-CORRIGIDA (WRK-QTD-DIA) ROUNDED =
                       SORT-TEMPERATURA + WRK-GRADIENTE-ALTITUDE *
                       WRK-TAB-ALTITUDE (WRK-POS-ESTACAO)
               END-IF
           END-IF.

       2400-PROCURA-ESTACAO.
           MOVE ZEROS TO WRK-POS-ESTACAO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2410-COMPARA-CODIGO UNTIL WRK-IDX NOT LESS
               WRK-QTD-CADASTRO OR WRK-POS-ESTACAO NOT EQUAL ZEROS.

       2410-COMPARA-CODIGO.
           ADD 1 TO WRK-IDX.
           IF WRK-TAB-CODIGO (WRK-IDX) EQUAL SORT-ESTACAO
               MOVE WRK-IDX TO WRK-POS-ESTACAO
           END-IF.

      *----------------------------------------------------------------*
      * FECHA O DIA: COM ESTACOES SUFICIENTES, CADA UMA E MEDIDA        *
      * CONTRA A MEDIA DAS OUTRAS E A DE MAIOR DESVIO ACIMA DO LIMITE   *
      * E MARCADA; SENAO O DIA SO E ANOTADO.                            *
      *----------------------------------------------------------------*
       3000-FECHA-DIA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF WRK-QTD-DIA LESS WRK-MINIMO-ESTACOES
               ADD 1 TO WRK-QTD-DIAS-POUCAS
               STRING "DIA " WRK-DIA-ATUAL " - " WRK-QTD-DIA
                      " ESTACAO(OES) CADASTRADA(S) COM LEITURA - "
                      "POUCAS PARA COMPARAR"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               ADD 1 TO WRK-QTD-DIAS-COMPARADOS
               STRING "DIA " WRK-DIA-ATUAL " - " WRK-QTD-DIA
                      " ESTACOES COMPARADAS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO

               SUBTRACT 1 FROM WRK-QTD-DIA GIVING WRK-QTD-VIZINHAS
               MOVE ZEROS TO WRK-SOMA-DIA
               MOVE ZEROS TO WRK-IDX
               PERFORM 3100-SOMA-DIA UNTIL WRK-IDX NOT LESS
                   WRK-QTD-DIA

               MOVE ZEROS TO WRK-MAIOR-DESVIO
               MOVE ZEROS TO WRK-IDX
               PERFORM 3200-CALCULA-DESVIO UNTIL WRK-IDX NOT LESS
                   WRK-QTD-DIA

               MOVE ZEROS TO WRK-IDX
               PERFORM 3300-IMPRIME-LEITURA UNTIL WRK-IDX NOT LESS
                   WRK-QTD-DIA
           END-IF.

           MOVE ZEROS TO WRK-QTD-DIA.

       3100-SOMA-DIA.
           ADD 1 TO WRK-IDX.
           ADD WRK-DIA-CORRIGIDA (WRK-IDX) TO WRK-SOMA-DIA.

      *----------------------------------------------------------------*
      * DESVIO DA ESTACAO EM RELACAO A MEDIA DAS DEMAIS NO MESMO DIA,   *
      * GUARDANDO O MAIOR DESVIO (EM MODULO) DO DIA.                    *
      *----------------------------------------------------------------*
       3200-CALCULA-DESVIO.
           ADD 1 TO WRK-IDX.

           COMPUTE WRK-MEDIA-VIZINHAS ROUNDED =
               (WRK-SOMA-DIA - WRK-DIA-CORRIGIDA (WRK-IDX)) /
               WRK-QTD-VIZINHAS.
           COMPUTE WRK-DESVIO = WRK-DIA-CORRIGIDA (WRK-IDX) -
               WRK-MEDIA-VIZINHAS.
           MOVE WRK-MEDIA-VIZINHAS TO WRK-DIA-MEDIA (WRK-IDX).
           MOVE WRK-DESVIO TO WRK-DIA-DESVIO (WRK-IDX).

           PERFORM 3400-DESVIO-ABSOLUTO.
           IF WRK-DESVIO-ABSOLUTO GREATER WRK-MAIOR-DESVIO
               MOVE WRK-DESVIO-ABSOLUTO TO WRK-MAIOR-DESVIO
           END-IF.

      *----------------------------------------------------------------*
      * LINHA DA ESTACAO NO DIA; A DE MAIOR DESVIO, SE ACIMA DO LIMITE, *
      * SAI MARCADA COMO SENSOR SUSPEITO.                               *
      *----------------------------------------------------------------*
       3300-IMPRIME-LEITURA.
           ADD 1 TO WRK-IDX.
           MOVE WRK-DIA-POSICAO (WRK-IDX) TO WRK-POS-ESTACAO.
           MOVE WRK-DIA-DESVIO (WRK-IDX) TO WRK-DESVIO.
           PERFORM 3400-DESVIO-ABSOLUTO.

           ADD 1 TO WRK-TAB-DIAS-COMPARADOS (WRK-POS-ESTACAO).

           MOVE WRK-DIA-TEMPERATURA (WRK-IDX) TO
               WRK-TEMPERATURA-EDITADA.
           MOVE WRK-DIA-CORRIGIDA (WRK-IDX) TO WRK-CORRIGIDA-EDITADA.
           MOVE WRK-DIA-MEDIA (WRK-IDX) TO WRK-MEDIA-EDITADA.
           MOVE WRK-DESVIO TO WRK-DESVIO-EDITADO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   ESTACAO " WRK-TAB-CODIGO (WRK-POS-ESTACAO)
                  " " WRK-TAB-NOME (WRK-POS-ESTACAO)
                  "  LIDA: " WRK-TEMPERATURA-EDITADA
                  "  CORRIGIDA: " WRK-CORRIGIDA-EDITADA
                  "  DEMAIS: " WRK-MEDIA-EDITADA
                  "  DESVIO: " WRK-DESVIO-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.

           IF WRK-DESVIO-ABSOLUTO GREATER WRK-LIMITE-DESVIO
               AND WRK-DESVIO-ABSOLUTO EQUAL WRK-MAIOR-DESVIO
               ADD 1 TO WRK-QTD-ALERTAS
               ADD 1 TO WRK-TAB-DIAS-SUSPEITOS (WRK-POS-ESTACAO)
               MOVE "  <<< SENSOR SUSPEITO" TO LINHA-RELATORIO (106:)
           END-IF.

           WRITE LINHA-RELATORIO.

       3400-DESVIO-ABSOLUTO.
           IF WRK-DESVIO LESS ZEROS
               COMPUTE WRK-DESVIO-ABSOLUTO = WRK-DESVIO * -1
           ELSE
               MOVE WRK-DESVIO TO WRK-DESVIO-ABSOLUTO
           END-IF.

      *----------------------------------------------------------------*
      * TOTAIS DO PERIODO POR ESTACAO E GERAIS.                         *
      *----------------------------------------------------------------*
       4000-IMPRIME-RESUMO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "RESUMO POR ESTACAO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 4100-IMPRIME-ESTACAO UNTIL WRK-IDX NOT LESS
               WRK-QTD-CADASTRO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           STRING "DIAS COMPARADOS: " WRK-QTD-DIAS-COMPARADOS
                  "  DIAS COM POUCAS ESTACOES: " WRK-QTD-DIAS-POUCAS
                  "  LEITURAS SUSPEITAS: " WRK-QTD-ALERTAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF WRK-QTD-SEM-CADASTRO GREATER ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LEITURAS DE ESTACAO NAO CADASTRADA (FORA DA "
                      "COMPARACAO): " WRK-QTD-SEM-CADASTRO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           IF WRK-QTD-ESTIMADAS GREATER ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "LEITURAS ESTIMADAS NO PERIODO (FORA DA "
                      "COMPARACAO): " WRK-QTD-ESTIMADAS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       4100-IMPRIME-ESTACAO.
           ADD 1 TO WRK-IDX.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   ESTACAO " WRK-TAB-CODIGO (WRK-IDX)
                  " " WRK-TAB-NOME (WRK-IDX)
                  "  DIAS COMPARADOS: "
                  WRK-TAB-DIAS-COMPARADOS (WRK-IDX)
                  "  DIAS SUSPEITOS: " WRK-TAB-DIAS-SUSPEITOS (WRK-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
