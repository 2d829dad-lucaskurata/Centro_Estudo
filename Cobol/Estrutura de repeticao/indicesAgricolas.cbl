      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "IndicesAgricolas".
       AUTHOR. "LUCAS KURATA".
      *    INDICES AGRICOLAS DE UMA ESTACAO POR SAFRA: GRAUS-DIA
      *     ACUMULADOS ACIMA DA TEMPERATURA BASE DA CULTURA, MAIOR
      *     ESTIAGEM (DIAS SEGUIDOS COM LEITURA E SEM CHUVA), CHUVA DA
      *     SAFRA E DIAS COM RISCO DE GEADA POR MES. A SAFRA VAI DO DIA
      *     DO PLANTIO AO DA COLHEITA (DIA/MES INFORMADOS, IGUAIS TODO
      *     ANO; SE A COLHEITA CAI ANTES DO PLANTIO NO CALENDARIO, A
      *     SAFRA ATRAVESSA O ANO E LEVA O ANO DO PLANTIO).
      *     CADA SAFRA SAI AO LADO DA MEDIA HISTORICA DAS SAFRAS
      *     COMPLETAS (COM LEITURA EM PELO MENOS 80% DOS DIAS). A SAFRA
      *     EM ANDAMENTO E COMPARADA COM OS GRAUS-DIA QUE AS OUTRAS
      *     SAFRAS TINHAM ACUMULADO ATE O MESMO DIA. SAI TAMBEM O
      *     EXTRATO INDICES_AGRICOLAS.CSV, UMA LINHA POR DIA DE SAFRA,
      *     PARA OS AGRONOMOS.
      *     COMO A LEITURA E UMA SO POR DIA, O RISCO DE GEADA E
      *     ESTIMADO: TEMPERATURA ATE 3 GRAUS, OU ATE 5 GRAUS COM
      *     UMIDADE ATE 60% (AR SECO ESFRIA MAIS NA MADRUGADA).
      *     DIAS ESTIMADOS (PREENCHIMENTO DE LACUNAS) ENTRAM NOS INDICES,
      *     MAS SAO CONTADOS A PARTE NO CABECALHO DA SAFRA E MARCADOS NO
      *     CSV; A COBERTURA DE 80% SO CONTA DIAS OBSERVADOS.
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
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "indices_agricolas.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CSV
           ASSIGN TO "indices_agricolas.csv"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-LEITURAS
           ASSIGN TO "indices_agricolas.tmp".
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    MESMO LAYOUT GRAVADO PELA CAPTURA DO CLIMA.
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
       01  LINHA-RELATORIO PIC X(140).

       FD  ARQUIVO-CSV.
       01  LINHA-CSV PIC X(120).

       SD  SORT-LEITURAS.
       01  SORT-LEITURA-REGISTRO.
           05 SORT-DATA           PIC 9(8).
           05 SORT-TEMPERATURA    PIC 9(2)V9(2).
           05 SORT-CHUVA-MM       PIC 9(3)V9.
           05 SORT-UMIDADE        PIC 9(3).
           05 SORT-ORIGEM         PIC X(1).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *    CRITERIOS DE RISCO DE GEADA E DE SAFRA COMPLETA.
       77 WRK-LIMITE-GEADA             PIC 9(2)V9(2) VALUE 3,00.
       77 WRK-LIMITE-GEADA-SECO        PIC 9(2)V9(2) VALUE 5,00.
       77 WRK-UMIDADE-AR-SECO          PIC 9(3) VALUE 60.
       77 WRK-COBERTURA-MINIMA         PIC 9(3) VALUE 80.

       77 WRK-ESTACAO-PEDIDA           PIC 9(3) VALUE ZEROS.
       77 WRK-ESTACAO-VALIDA           PIC A(1) VALUE "N".
       77 WRK-NOME-ESTACAO             PIC X(20) VALUE SPACES.
       77 WRK-CIDADE-ESTACAO           PIC X(20) VALUE SPACES.
       77 WRK-TEMPERATURA-BASE         PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-PLANTIO                  PIC 9(4) VALUE ZEROS.
       77 WRK-COLHEITA                 PIC 9(4) VALUE ZEROS.
       77 WRK-SAFRA-VIRA-ANO           PIC A(1) VALUE "N".
       77 WRK-DIAS-SAFRA               PIC 9(3) VALUE ZEROS.
       77 WRK-DIA-ANO-PLANTIO          PIC 9(3) VALUE ZEROS.
       77 WRK-DIA-ANO-COLHEITA         PIC 9(3) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                 PIC A(1) VALUE "N".
       77 WRK-ULTIMA-DATA              PIC 9(8) VALUE ZEROS.
       77 WRK-SAFRA-ANDAMENTO          PIC 9(4) VALUE ZEROS.
       77 WRK-CORTE                    PIC 9(4) VALUE ZEROS.
       77 WRK-SAFRA-VALIDA             PIC A(1) VALUE "N".

      *    POSICAO DE UMA DATA NA SAFRA (2500-SITUA-DATA): NA-SAFRA,
      *    ANO DA SAFRA E ORDEM (MMDD, SOMANDO 1300 AOS DIAS DO ANO
      *    SEGUINTE, PARA QUE A ORDEM CRESCA AO LONGO DA SAFRA).
       77 WRK-DATA-ANALISE             PIC 9(8) VALUE ZEROS.
       77 WRK-NA-SAFRA                 PIC A(1) VALUE "N".
       77 WRK-SAFRA-CALC               PIC 9(4) VALUE ZEROS.
       77 WRK-ORDEM-CALC               PIC 9(4) VALUE ZEROS.
       77 WRK-MMDD                     PIC 9(4) VALUE ZEROS.
       77 WRK-MES                      PIC 9(2) VALUE ZEROS.
       77 WRK-DIA                      PIC 9(2) VALUE ZEROS.

       77 WRK-QTD-SAFRAS               PIC 9(2) VALUE ZEROS.
       77 WRK-IDX                      PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-MES                  PIC 9(2) VALUE ZEROS.
       77 WRK-GRAUS-DIA                PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-SECA-ATUAL               PIC 9(3) VALUE ZEROS.
       77 WRK-INICIO-SECA-ATUAL        PIC 9(8) VALUE ZEROS.
       77 WRK-RISCO-GEADA              PIC A(1) VALUE "N".
       77 WRK-ESTIMADO-CSV             PIC A(1) VALUE "N".
       77 WRK-COBERTURA                PIC 9(5) VALUE ZEROS.
       77 WRK-EXIGIDO                  PIC 9(5) VALUE ZEROS.

      *    SOMAS E MEDIAS DAS SAFRAS COMPLETAS.
       77 WRK-QTD-COMPLETAS            PIC 9(2) VALUE ZEROS.
       77 WRK-SOMA-GRAUS-DIA           PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-SOMA-GRAUS-CORTE         PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-SOMA-ESTIAGEM            PIC 9(5) VALUE ZEROS.
       77 WRK-SOMA-CHUVA               PIC 9(7)V9 VALUE ZEROS.
       77 WRK-MEDIA-GRAUS-DIA          PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-MEDIA-GRAUS-CORTE        PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-MEDIA-ESTIAGEM           PIC 9(3)V9 VALUE ZEROS.
       77 WRK-MEDIA-CHUVA              PIC 9(5)V9 VALUE ZEROS.
       77 WRK-DIFERENCA                PIC S9(5)V9(2) VALUE ZEROS.

       77 WRK-BASE-EDITADA             PIC Z9,99.
       77 WRK-GRAUS-EDITADO            PIC ZZZZ9,99.
       77 WRK-MEDIA-GRAUS-EDITADA      PIC ZZZZ9,99.
       77 WRK-DIFERENCA-EDITADA        PIC ++++++9,99.
       77 WRK-ESTIAGEM-EDITADA         PIC ZZ9.
       77 WRK-MEDIA-ESTIAGEM-EDITADA   PIC ZZ9,9.
       77 WRK-CHUVA-EDITADA            PIC ZZZZ9,9.
       77 WRK-MEDIA-CHUVA-EDITADA      PIC ZZZZ9,9.
       77 WRK-GEADA-EDITADA            PIC Z9.
       77 WRK-MEDIA-GEADA-EDITADA      PIC Z9,9.
       77 WRK-POS-LINHA                PIC 9(3) VALUE ZEROS.

      *    DIAS DO ANO ANTES DE CADA MES (ANO NAO BISSEXTO).
       01 WRK-TABELA-DIAS-ANTES.
           05 FILLER PIC X(36) VALUE
               "000031059090120151181212243273304334".
       01 WRK-TABELA-DIAS-ANTES-R REDEFINES WRK-TABELA-DIAS-ANTES.
           05 WRK-DIAS-ANTES-MES PIC 9(3) OCCURS 12 TIMES.

       01 WRK-TABELA-NOMES-MES.
           05 FILLER PIC X(36) VALUE
               "JANFEVMARABRMAIJUNJULAGOSETOUTNOVDEZ".
       01 WRK-TABELA-NOMES-MES-R REDEFINES WRK-TABELA-NOMES-MES.
           05 WRK-NOME-MES PIC X(3) OCCURS 12 TIMES.

      *    UMA ENTRADA POR SAFRA COM LEITURA DA ESTACAO.
       01 WRK-TABELA-SAFRAS.
           05 WRK-SAF OCCURS 99 TIMES.
               10 WRK-SAF-ANO              PIC 9(4).
               10 WRK-SAF-SITUACAO         PIC X(1).
                   88 SAFRA-COMPLETA       VALUE "C".
                   88 SAFRA-EM-ANDAMENTO   VALUE "A".
                   88 SAFRA-INSUFICIENTE   VALUE "I".
               10 WRK-SAF-DIAS             PIC 9(3).
               10 WRK-SAF-ESTIMADOS        PIC 9(3).
               10 WRK-SAF-GRAUS-DIA        PIC 9(5)V9(2).
               10 WRK-SAF-GRAUS-CORTE      PIC 9(5)V9(2).
               10 WRK-SAF-ESTIAGEM         PIC 9(3).
               10 WRK-SAF-INICIO-ESTIAGEM  PIC 9(8).
               10 WRK-SAF-CHUVA            PIC 9(5)V9.
               10 WRK-SAF-GEADA            PIC 9(2) OCCURS 12 TIMES.

       01 WRK-SOMAS-GEADA.
           05 WRK-SOMA-GEADA               PIC 9(4) OCCURS 12 TIMES.
       01 WRK-MEDIAS-GEADA.
           05 WRK-MEDIA-GEADA              PIC 9(2)V9 OCCURS 12 TIMES.

      *    CAMPOS DO CSV COM PONTO DECIMAL: PARTE INTEIRA E DECIMAL
      *    SEPARADAS PELA REDEFINICAO.
       01 WRK-CSV-TEMPERATURA              PIC 9(2)V9(2).
       01 WRK-CSV-TEMPERATURA-R REDEFINES WRK-CSV-TEMPERATURA.
           05 WRK-CSV-TEMP-INTEIRO         PIC 9(2).
           05 WRK-CSV-TEMP-DECIMAL         PIC 9(2).
       01 WRK-CSV-GRAUS                    PIC 9(2)V9(2).
       01 WRK-CSV-GRAUS-R REDEFINES WRK-CSV-GRAUS.
           05 WRK-CSV-GRAUS-INTEIRO        PIC 9(2).
           05 WRK-CSV-GRAUS-DECIMAL        PIC 9(2).
       01 WRK-CSV-ACUMULADO                PIC 9(5)V9(2).
       01 WRK-CSV-ACUMULADO-R REDEFINES WRK-CSV-ACUMULADO.
           05 WRK-CSV-ACUM-INTEIRO         PIC 9(5).
           05 WRK-CSV-ACUM-DECIMAL         PIC 9(2).
       01 WRK-CSV-CHUVA                    PIC 9(3)V9.
       01 WRK-CSV-CHUVA-R REDEFINES WRK-CSV-CHUVA.
           05 WRK-CSV-CHUVA-INTEIRO        PIC 9(3).
           05 WRK-CSV-CHUVA-DECIMAL        PIC 9(1).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           OPEN INPUT ARQUIVO-ESTACOES.
           PERFORM 0100-PEDE-ESTACAO UNTIL WRK-ESTACAO-VALIDA
               EQUAL "S".
           CLOSE ARQUIVO-ESTACOES.

           DISPLAY 'TEMPERATURA BASE DA CULTURA (GRAUS): '.
           ACCEPT WRK-TEMPERATURA-BASE.

           MOVE ZEROS TO WRK-PLANTIO.
           PERFORM 0200-PEDE-PLANTIO UNTIL WRK-PLANTIO NOT EQUAL
               ZEROS.
           MOVE ZEROS TO WRK-COLHEITA.
           PERFORM 0300-PEDE-COLHEITA UNTIL WRK-COLHEITA NOT EQUAL
               ZEROS.

           PERFORM 0400-DEFINE-SAFRA.

           OPEN OUTPUT ARQUIVO-CSV.
           MOVE SPACES TO LINHA-CSV.
           STRING "ESTACAO,SAFRA,DATA,TEMPERATURA,GRAUS_DIA,"
                  "GRAUS_DIA_ACUMULADOS,CHUVA_MM,UMIDADE,"
                  "DIAS_SEM_CHUVA,RISCO_GEADA,ESTIMADO"
               DELIMITED BY SIZE INTO LINHA-CSV.
           WRITE LINHA-CSV.

           SORT SORT-LEITURAS
               ON ASCENDING KEY SORT-DATA
               INPUT PROCEDURE IS 1000-SELECIONA-LEITURAS
               OUTPUT PROCEDURE IS 2000-APURA-SAFRAS.

           CLOSE ARQUIVO-CSV.

           PERFORM 3000-CALCULA-MEDIAS.
           PERFORM 4000-IMPRIME-RELATORIO.

           DISPLAY 'RELATORIO GRAVADO EM indices_agricolas.lst E '
               'EXTRATO EM indices_agricolas.csv (' WRK-QTD-SAFRAS
               ' SAFRA(S)).'.
           STOP RUN.

       0100-PEDE-ESTACAO.
           DISPLAY 'ESTACAO (CODIGO): '.
           ACCEPT WRK-ESTACAO-PEDIDA.
           MOVE WRK-ESTACAO-PEDIDA TO EST-CODIGO.
           READ ARQUIVO-ESTACOES
               INVALID KEY
                   DISPLAY 'ESTACAO NAO CADASTRADA.'
               NOT INVALID KEY
                   MOVE "S" TO WRK-ESTACAO-VALIDA
                   MOVE EST-NOME TO WRK-NOME-ESTACAO
                   MOVE EST-CIDADE TO WRK-CIDADE-ESTACAO
                   DISPLAY 'ESTACAO ' EST-CODIGO ' - ' EST-NOME
                       ' (' EST-CIDADE ')'
           END-READ.

       0200-PEDE-PLANTIO.
           DISPLAY 'DIA DO PLANTIO (MMDD): '.
           ACCEPT WRK-MMDD.
           PERFORM 0250-VALIDA-MMDD.
           IF WRK-MMDD NOT EQUAL ZEROS
               MOVE WRK-MMDD TO WRK-PLANTIO
           END-IF.

       0250-VALIDA-MMDD.
           MOVE WRK-MMDD (1:2) TO WRK-MES.
           MOVE WRK-MMDD (3:2) TO WRK-DIA.
           IF WRK-MES LESS 01 OR WRK-MES GREATER 12
               OR WRK-DIA LESS 01 OR WRK-DIA GREATER 31
               DISPLAY 'DIA INVALIDO - INFORME MES E DIA (MMDD).'
               MOVE ZEROS TO WRK-MMDD
           END-IF.

       0300-PEDE-COLHEITA.
           DISPLAY 'DIA DA COLHEITA (MMDD): '.
           ACCEPT WRK-MMDD.
           PERFORM 0250-VALIDA-MMDD.
           IF WRK-MMDD EQUAL WRK-PLANTIO
               DISPLAY 'COLHEITA NO MESMO DIA DO PLANTIO.'
           ELSE
               MOVE WRK-MMDD TO WRK-COLHEITA
           END-IF.

      *----------------------------------------------------------------*
      * DURACAO DA SAFRA EM DIAS, PARA MEDIR A COBERTURA DE LEITURAS.   *
      *----------------------------------------------------------------*
       0400-DEFINE-SAFRA.
           MOVE WRK-PLANTIO (1:2) TO WRK-MES.
           MOVE WRK-PLANTIO (3:2) TO WRK-DIA.
           COMPUTE WRK-DIA-ANO-PLANTIO =
               WRK-DIAS-ANTES-MES (WRK-MES) + WRK-DIA.
           MOVE WRK-COLHEITA (1:2) TO WRK-MES.
           MOVE WRK-COLHEITA (3:2) TO WRK-DIA.
           COMPUTE WRK-DIA-ANO-COLHEITA =
               WRK-DIAS-ANTES-MES (WRK-MES) + WRK-DIA.

           IF WRK-COLHEITA LESS WRK-PLANTIO
               MOVE "S" TO WRK-SAFRA-VIRA-ANO
               COMPUTE WRK-DIAS-SAFRA = 365 - WRK-DIA-ANO-PLANTIO +
                   1 + WRK-DIA-ANO-COLHEITA
           ELSE
               MOVE "N" TO WRK-SAFRA-VIRA-ANO
               COMPUTE WRK-DIAS-SAFRA = WRK-DIA-ANO-COLHEITA -
                   WRK-DIA-ANO-PLANTIO + 1
           END-IF.

      *----------------------------------------------------------------*
      * PASSA AS LEITURAS DA ESTACAO PARA A ORDENACAO POR DATA E GUARDA *
      * A ULTIMA DATA, QUE MARCA A SAFRA EM ANDAMENTO.                  *
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
           IF WRK-ESTACAO EQUAL WRK-ESTACAO-PEDIDA
               MOVE WRK-DATA-LEITURA TO SORT-DATA
               MOVE WRK-TEMPERATURA TO SORT-TEMPERATURA
               MOVE WRK-CHUVA-MM TO SORT-CHUVA-MM
               MOVE WRK-UMIDADE TO SORT-UMIDADE
               MOVE WRK-ORIGEM TO SORT-ORIGEM
               RELEASE SORT-LEITURA-REGISTRO
               IF WRK-DATA-LEITURA GREATER WRK-ULTIMA-DATA
                   MOVE WRK-DATA-LEITURA TO WRK-ULTIMA-DATA
               END-IF
           END-IF.
           PERFORM 1100-LE-TEMPERATURA.

      *----------------------------------------------------------------*
      * ACUMULA AS LEITURAS DE CADA SAFRA EM ORDEM DE DATA. SE A ULTIMA *
      * LEITURA CAI DENTRO DE UMA SAFRA, ESSA SAFRA ESTA EM ANDAMENTO E *
      * O DIA DELA E O CORTE PARA COMPARAR OS GRAUS-DIA DAS OUTRAS.     *
      *----------------------------------------------------------------*
       2000-APURA-SAFRAS.
           IF WRK-ULTIMA-DATA NOT EQUAL ZEROS
               MOVE WRK-ULTIMA-DATA TO WRK-DATA-ANALISE
               PERFORM 2500-SITUA-DATA
               IF WRK-NA-SAFRA EQUAL "S"
                   MOVE WRK-SAFRA-CALC TO WRK-SAFRA-ANDAMENTO
                   MOVE WRK-ORDEM-CALC TO WRK-CORTE
               END-IF
           END-IF.

           PERFORM 2100-OBTEM-LEITURA.
           PERFORM 2200-PROCESSA-LEITURA UNTIL WRK-FIM-SORT
               EQUAL "S".

       2100-OBTEM-LEITURA.
           RETURN SORT-LEITURAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2200-PROCESSA-LEITURA.
           MOVE SORT-DATA TO WRK-DATA-ANALISE.
           PERFORM 2500-SITUA-DATA.

           IF WRK-NA-SAFRA EQUAL "S"
               IF WRK-QTD-SAFRAS EQUAL ZEROS
                   PERFORM 2300-ABRE-SAFRA
               ELSE
                   IF WRK-SAFRA-CALC NOT EQUAL
                       WRK-SAF-ANO (WRK-QTD-SAFRAS)
                       PERFORM 2300-ABRE-SAFRA
                   END-IF
               END-IF
               IF WRK-SAFRA-VALIDA EQUAL "S"
                   PERFORM 2400-ACUMULA-LEITURA
               END-IF
           END-IF.

           PERFORM 2100-OBTEM-LEITURA.

       2300-ABRE-SAFRA.
           IF WRK-QTD-SAFRAS NOT LESS 99
               MOVE "N" TO WRK-SAFRA-VALIDA
           ELSE
               MOVE "S" TO WRK-SAFRA-VALIDA
               ADD 1 TO WRK-QTD-SAFRAS
               INITIALIZE WRK-SAF (WRK-QTD-SAFRAS)
               MOVE WRK-SAFRA-CALC TO WRK-SAF-ANO (WRK-QTD-SAFRAS)
               MOVE ZEROS TO WRK-SECA-ATUAL
           END-IF.

      *----------------------------------------------------------------*
      * GRAUS-DIA DA LEITURA (O QUE PASSA DA BASE), ESTIAGEM CORRENTE,  *
      * CHUVA E RISCO DE GEADA NO MES; GRAVA A LINHA DO CSV.            *
      *----------------------------------------------------------------*
       2400-ACUMULA-LEITURA.
           ADD 1 TO WRK-SAF-DIAS (WRK-QTD-SAFRAS).
           IF SORT-ORIGEM EQUAL "E"
               ADD 1 TO WRK-SAF-ESTIMADOS (WRK-QTD-SAFRAS)
           END-IF.

           IF SORT-TEMPERATURA GREATER WRK-TEMPERATURA-BASE
               COMPUTE WRK-GRAUS-DIA = SORT-TEMPERATURA -
                   WRK-TEMPERATURA-BASE
           ELSE
               MOVE ZEROS TO WRK-GRAUS-DIA
           END-IF.
           ADD WRK-GRAUS-DIA TO WRK-SAF-GRAUS-DIA (WRK-QTD-SAFRAS).
           IF WRK-CORTE NOT EQUAL ZEROS
               AND WRK-ORDEM-CALC NOT GREATER WRK-CORTE
               ADD WRK-GRAUS-DIA TO
                   WRK-SAF-GRAUS-CORTE (WRK-QTD-SAFRAS)
           END-IF.

           ADD SORT-CHUVA-MM TO WRK-SAF-CHUVA (WRK-QTD-SAFRAS).
           IF SORT-CHUVA-MM EQUAL ZEROS
               IF WRK-SECA-ATUAL EQUAL ZEROS
                   MOVE SORT-DATA TO WRK-INICIO-SECA-ATUAL
               END-IF
               ADD 1 TO WRK-SECA-ATUAL
               IF WRK-SECA-ATUAL GREATER
                   WRK-SAF-ESTIAGEM (WRK-QTD-SAFRAS)
                   MOVE WRK-SECA-ATUAL TO
                       WRK-SAF-ESTIAGEM (WRK-QTD-SAFRAS)
                   MOVE WRK-INICIO-SECA-ATUAL TO
                       WRK-SAF-INICIO-ESTIAGEM (WRK-QTD-SAFRAS)
               END-IF
           ELSE
               MOVE ZEROS TO WRK-SECA-ATUAL
           END-IF.

           MOVE "N" TO WRK-RISCO-GEADA.
           IF SORT-TEMPERATURA NOT GREATER WRK-LIMITE-GEADA
               MOVE "S" TO WRK-RISCO-GEADA
           END-IF.
           IF SORT-TEMPERATURA NOT GREATER WRK-LIMITE-GEADA-SECO
               AND SORT-UMIDADE NOT GREATER WRK-UMIDADE-AR-SECO
               MOVE "S" TO WRK-RISCO-GEADA
           END-IF.
           IF WRK-RISCO-GEADA EQUAL "S"
               MOVE SORT-DATA (5:2) TO WRK-IDX-MES
               ADD 1 TO WRK-SAF-GEADA (WRK-QTD-SAFRAS WRK-IDX-MES)
           END-IF.

           PERFORM 2450-GRAVA-CSV.

       2450-GRAVA-CSV.
           MOVE SORT-TEMPERATURA TO WRK-CSV-TEMPERATURA.
           MOVE WRK-GRAUS-DIA TO WRK-CSV-GRAUS.
           MOVE WRK-SAF-GRAUS-DIA (WRK-QTD-SAFRAS) TO WRK-CSV-ACUMULADO.
           MOVE SORT-CHUVA-MM TO WRK-CSV-CHUVA.
           MOVE "N" TO WRK-ESTIMADO-CSV.
           IF SORT-ORIGEM EQUAL "E"
               MOVE "S" TO WRK-ESTIMADO-CSV
           END-IF.

           MOVE SPACES TO LINHA-CSV.
           STRING WRK-ESTACAO-PEDIDA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-SAF-ANO (WRK-QTD-SAFRAS) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SORT-DATA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-CSV-TEMP-INTEIRO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WRK-CSV-TEMP-DECIMAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-CSV-GRAUS-INTEIRO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WRK-CSV-GRAUS-DECIMAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-CSV-ACUM-INTEIRO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WRK-CSV-ACUM-DECIMAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-CSV-CHUVA-INTEIRO DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WRK-CSV-CHUVA-DECIMAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  SORT-UMIDADE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-SECA-ATUAL DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-RISCO-GEADA DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WRK-ESTIMADO-CSV DELIMITED BY SIZE
               INTO LINHA-CSV
           END-STRING.
           WRITE LINHA-CSV.

      *----------------------------------------------------------------*
      * DIZ SE A DATA (WRK-DATA-ANALISE) CAI NUMA SAFRA, DE QUE ANO E   *
      * EM QUE ORDEM DENTRO DELA.                                       *
      *----------------------------------------------------------------*
       2500-SITUA-DATA.
           MOVE "N" TO WRK-NA-SAFRA.
           MOVE WRK-DATA-ANALISE (5:4) TO WRK-MMDD.
           MOVE WRK-DATA-ANALISE (1:4) TO WRK-SAFRA-CALC.
           MOVE WRK-MMDD TO WRK-ORDEM-CALC.

           IF WRK-SAFRA-VIRA-ANO EQUAL "S"
               IF WRK-MMDD NOT LESS WRK-PLANTIO
                   MOVE "S" TO WRK-NA-SAFRA
               END-IF
               IF WRK-MMDD NOT GREATER WRK-COLHEITA
                   MOVE "S" TO WRK-NA-SAFRA
                   SUBTRACT 1 FROM WRK-SAFRA-CALC
                   ADD 1300 TO WRK-ORDEM-CALC
               END-IF
           ELSE
               IF WRK-MMDD NOT LESS WRK-PLANTIO
                   AND WRK-MMDD NOT GREATER WRK-COLHEITA
                   MOVE "S" TO WRK-NA-SAFRA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CLASSIFICA AS SAFRAS (COMPLETA, EM ANDAMENTO OU COM POUCAS      *
      * LEITURAS) E TIRA AS MEDIAS HISTORICAS DAS COMPLETAS.            *
      *----------------------------------------------------------------*
       3000-CALCULA-MEDIAS.
           MOVE ZEROS TO WRK-SOMAS-GEADA.
           MOVE ZEROS TO WRK-MEDIAS-GEADA.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 3100-CLASSIFICA-SAFRA UNTIL WRK-IDX NOT LESS
               WRK-QTD-SAFRAS.

           IF WRK-QTD-COMPLETAS GREATER ZEROS
               DIVIDE WRK-SOMA-GRAUS-DIA BY WRK-QTD-COMPLETAS
                   GIVING WRK-MEDIA-GRAUS-DIA ROUNDED
               DIVIDE WRK-SOMA-GRAUS-CORTE BY WRK-QTD-COMPLETAS
                   GIVING WRK-MEDIA-GRAUS-CORTE ROUNDED
               DIVIDE WRK-SOMA-ESTIAGEM BY WRK-QTD-COMPLETAS
                   GIVING WRK-MEDIA-ESTIAGEM ROUNDED
               DIVIDE WRK-SOMA-CHUVA BY WRK-QTD-COMPLETAS
                   GIVING WRK-MEDIA-CHUVA ROUNDED
               MOVE ZEROS TO WRK-IDX-MES
               PERFORM 3300-MEDIA-GEADA UNTIL WRK-IDX-MES NOT LESS 12
           END-IF.

       3100-CLASSIFICA-SAFRA.
           ADD 1 TO WRK-IDX.
           COMPUTE WRK-COBERTURA = (WRK-SAF-DIAS (WRK-IDX) -
               WRK-SAF-ESTIMADOS (WRK-IDX)) * 100.
           COMPUTE WRK-EXIGIDO = WRK-DIAS-SAFRA * WRK-COBERTURA-MINIMA.

           IF WRK-SAF-ANO (WRK-IDX) EQUAL WRK-SAFRA-ANDAMENTO
               AND WRK-CORTE NOT EQUAL ZEROS
               SET SAFRA-EM-ANDAMENTO (WRK-IDX) TO TRUE
           ELSE
               IF WRK-COBERTURA LESS WRK-EXIGIDO
                   SET SAFRA-INSUFICIENTE (WRK-IDX) TO TRUE
               ELSE
                   SET SAFRA-COMPLETA (WRK-IDX) TO TRUE
                   ADD 1 TO WRK-QTD-COMPLETAS
                   ADD WRK-SAF-GRAUS-DIA (WRK-IDX) TO
                       WRK-SOMA-GRAUS-DIA
                   ADD WRK-SAF-GRAUS-CORTE (WRK-IDX) TO
                       WRK-SOMA-GRAUS-CORTE
                   ADD WRK-SAF-ESTIAGEM (WRK-IDX) TO WRK-SOMA-ESTIAGEM
                   ADD WRK-SAF-CHUVA (WRK-IDX) TO WRK-SOMA-CHUVA
                   MOVE ZEROS TO WRK-IDX-MES
                   PERFORM 3200-SOMA-GEADA UNTIL WRK-IDX-MES
                       NOT LESS 12
               END-IF
           END-IF.

       3200-SOMA-GEADA.
           ADD 1 TO WRK-IDX-MES.
           ADD WRK-SAF-GEADA (WRK-IDX WRK-IDX-MES) TO
               WRK-SOMA-GEADA (WRK-IDX-MES).

       3300-MEDIA-GEADA.
           ADD 1 TO WRK-IDX-MES.
           DIVIDE WRK-SOMA-GEADA (WRK-IDX-MES) BY WRK-QTD-COMPLETAS
               GIVING WRK-MEDIA-GEADA (WRK-IDX-MES) ROUNDED.

      *----------------------------------------------------------------*
      * UM BLOCO POR SAFRA COM CADA INDICE AO LADO DA MEDIA HISTORICA.  *
      *----------------------------------------------------------------*
       4000-IMPRIME-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICES AGRICOLAS - ESTACAO " WRK-ESTACAO-PEDIDA
                  " - " WRK-NOME-ESTACAO " (" WRK-CIDADE-ESTACAO ")"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TEMPERATURA-BASE TO WRK-BASE-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TEMPERATURA BASE " WRK-BASE-EDITADA
                  " GRAUS  -  SAFRA DE " WRK-PLANTIO (3:2) "/"
                  WRK-PLANTIO (1:2) " A " WRK-COLHEITA (3:2) "/"
                  WRK-COLHEITA (1:2) " (" WRK-DIAS-SAFRA " DIAS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MEDIA HISTORICA DE " WRK-QTD-COMPLETAS
                  " SAFRA(S) COMPLETA(S)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF WRK-QTD-SAFRAS EQUAL ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE "NENHUMA LEITURA DA ESTACAO NO PERIODO DE SAFRA."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE ZEROS TO WRK-IDX.
           PERFORM 4100-IMPRIME-SAFRA UNTIL WRK-IDX NOT LESS
               WRK-QTD-SAFRAS.

           CLOSE ARQUIVO-RELATORIO.

       4100-IMPRIME-SAFRA.
           ADD 1 TO WRK-IDX.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           EVALUATE TRUE
               WHEN SAFRA-COMPLETA (WRK-IDX)
                   STRING "SAFRA " WRK-SAF-ANO (WRK-IDX)
                          " - COMPLETA, " WRK-SAF-DIAS (WRK-IDX)
                          " DIAS COM LEITURA, "
                          WRK-SAF-ESTIMADOS (WRK-IDX) " ESTIMADOS"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN SAFRA-EM-ANDAMENTO (WRK-IDX)
                   STRING "SAFRA " WRK-SAF-ANO (WRK-IDX)
                          " - EM ANDAMENTO ATE " WRK-ULTIMA-DATA ", "
                          WRK-SAF-DIAS (WRK-IDX) " DIAS COM LEITURA, "
                          WRK-SAF-ESTIMADOS (WRK-IDX) " ESTIMADOS"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
               WHEN OTHER
                   STRING "SAFRA " WRK-SAF-ANO (WRK-IDX)
                          " - POUCAS LEITURAS (" WRK-SAF-DIAS (WRK-IDX)
                          " DIAS, " WRK-SAF-ESTIMADOS (WRK-IDX)
                          " ESTIMADOS), FORA DA MEDIA"
                       DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-EVALUATE.
           WRITE LINHA-RELATORIO.

           MOVE WRK-SAF-GRAUS-DIA (WRK-IDX) TO WRK-GRAUS-EDITADO.
           IF SAFRA-EM-ANDAMENTO (WRK-IDX)
               MOVE WRK-MEDIA-GRAUS-CORTE TO WRK-MEDIA-GRAUS-EDITADA
               COMPUTE WRK-DIFERENCA = WRK-SAF-GRAUS-DIA (WRK-IDX) -
                   WRK-MEDIA-GRAUS-CORTE
           ELSE
               MOVE WRK-MEDIA-GRAUS-DIA TO WRK-MEDIA-GRAUS-EDITADA
               COMPUTE WRK-DIFERENCA = WRK-SAF-GRAUS-DIA (WRK-IDX) -
                   WRK-MEDIA-GRAUS-DIA
           END-IF.
           MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF SAFRA-EM-ANDAMENTO (WRK-IDX)
               STRING "   GRAUS-DIA ACUMULADOS: " WRK-GRAUS-EDITADO
                      "   MEDIA HISTORICA ATE O MESMO DIA: "
                      WRK-MEDIA-GRAUS-EDITADA
                      "   DIFERENCA: " WRK-DIFERENCA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "   GRAUS-DIA ACUMULADOS: " WRK-GRAUS-EDITADO
                      "   MEDIA HISTORICA: " WRK-MEDIA-GRAUS-EDITADA
                      "   DIFERENCA: " WRK-DIFERENCA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

           MOVE WRK-SAF-ESTIAGEM (WRK-IDX) TO WRK-ESTIAGEM-EDITADA.
           MOVE WRK-MEDIA-ESTIAGEM TO WRK-MEDIA-ESTIAGEM-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WRK-SAF-ESTIAGEM (WRK-IDX) EQUAL ZEROS
               STRING "   MAIOR ESTIAGEM: NENHUM DIA SEM CHUVA"
                      "   MEDIA HISTORICA: "
                      WRK-MEDIA-ESTIAGEM-EDITADA " DIAS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "   MAIOR ESTIAGEM: " WRK-ESTIAGEM-EDITADA
                      " DIAS A PARTIR DE "
                      WRK-SAF-INICIO-ESTIAGEM (WRK-IDX)
                      "   MEDIA HISTORICA: "
                      WRK-MEDIA-ESTIAGEM-EDITADA " DIAS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

           MOVE WRK-SAF-CHUVA (WRK-IDX) TO WRK-CHUVA-EDITADA.
           MOVE WRK-MEDIA-CHUVA TO WRK-MEDIA-CHUVA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "   CHUVA NA SAFRA: " WRK-CHUVA-EDITADA " MM"
                  "   MEDIA HISTORICA: " WRK-MEDIA-CHUVA-EDITADA " MM"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "   RISCO DE GEADA (DIAS):" TO LINHA-RELATORIO.
           MOVE 27 TO WRK-POS-LINHA.
           MOVE ZEROS TO WRK-IDX-MES.
           PERFORM 4200-GEADA-SAFRA UNTIL WRK-IDX-MES NOT LESS 12.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "   MEDIA HISTORICA:" TO LINHA-RELATORIO.
           MOVE 27 TO WRK-POS-LINHA.
           MOVE ZEROS TO WRK-IDX-MES.
           PERFORM 4300-GEADA-MEDIA UNTIL WRK-IDX-MES NOT LESS 12.
           WRITE LINHA-RELATORIO.

       4200-GEADA-SAFRA.
           ADD 1 TO WRK-IDX-MES.
           MOVE WRK-SAF-GEADA (WRK-IDX WRK-IDX-MES) TO
               WRK-GEADA-EDITADA.
           STRING WRK-NOME-MES (WRK-IDX-MES) " " WRK-GEADA-EDITADA "   "
               DELIMITED BY SIZE INTO LINHA-RELATORIO
               WITH POINTER WRK-POS-LINHA
           END-STRING.

       4300-GEADA-MEDIA.
           ADD 1 TO WRK-IDX-MES.
           MOVE WRK-MEDIA-GEADA (WRK-IDX-MES) TO
               WRK-MEDIA-GEADA-EDITADA.
           STRING WRK-NOME-MES (WRK-IDX-MES) " "
                  WRK-MEDIA-GEADA-EDITADA " "
               DELIMITED BY SIZE INTO LINHA-RELATORIO
               WITH POINTER WRK-POS-LINHA
           END-STRING.
