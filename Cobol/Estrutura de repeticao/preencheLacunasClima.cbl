      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "PreencheLacunasClima".
       AUTHOR. "LUCAS KURATA".
      *    BATCH NOTURNO DAS LACUNAS DO HISTORICO DE CLIMA: PROCURA, EM
      *     CADA ESTACAO, OS DIAS SEM LEITURA ENTRE DUAS LEITURAS
      *     (TEMPERATURAS.DAT) E GRAVA UMA ESTIMATIVA PARA CADA DIA,
      *     MARCADA COMO ESTIMADA (ORIGEM "E") - NUNCA COMO OBSERVADA.
      *     A ESTIMATIVA VEM DE UMA ESTACAO VIZINHA (OUTRA ESTACAO DA
      *     MESMA CIDADE COM LEITURA OBSERVADA NO DIA, CORRIGIDA PELA
      *     DIFERENCA DE ALTITUDE) OU, SEM VIZINHA, DA INTERPOLACAO
      *     ENTRE AS LEITURAS ANTES E DEPOIS DA LACUNA - ESTA SO PARA
      *     LACUNAS DE ATE 5 DIAS; NA INTERPOLACAO A CHUVA FICA ZERO.
      *     CADA ESTIMATIVA VAI PARA O LOG TEMPERATURAS_ESTIMATIVAS.LOG
      *     COM A ORIGEM DO VALOR. O DIA QUE FICA SEM ESTIMATIVA VAI
      *     PARA LACUNAS_CLIMA_EXC.LST (WORKLIST DE EXCECOES).
      *     A LEITURA REAL QUE CHEGA DEPOIS SUBSTITUI A ESTIMATIVA NA
      *     CAPTURA DO CLIMA, QUE GUARDA A ESTIMATIVA NO LOG DE
      *     CORRECOES. DIAS DEPOIS DA ULTIMA LEITURA NAO SAO LACUNA.
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

           SELECT OPTIONAL ARQUIVO-ESTIMATIVAS
           ASSIGN TO "temperaturas_estimativas.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "lacunas_clima.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO "lacunas_clima_exc.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-LEITURAS
           ASSIGN TO "lacunas_clima.tmp".
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

       FD  ARQUIVO-ESTIMATIVAS.
       01  LINHA-ESTIMATIVA PIC X(120).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(120).

       FD  ARQUIVO-EXCECOES.
       01  LINHA-EXCECAO PIC X(100).

       SD  SORT-LEITURAS.
       01  SORT-LEITURA-REGISTRO.
           05 SORT-ESTACAO        PIC 9(3).
           05 SORT-DATA           PIC 9(8).
           05 SORT-TEMPERATURA    PIC 9(2)V9(2).
           05 SORT-CHUVA-MM       PIC 9(3)V9.
           05 SORT-UMIDADE        PIC 9(3).
           05 SORT-ORIGEM         PIC X(1).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
      *    CRITERIOS DA ESTIMATIVA.
       77 WRK-LACUNA-MAXIMA            PIC 9(3) VALUE 5.
       77 WRK-GRADIENTE-ALTITUDE       PIC 9V9(4) VALUE 0,0065.

       77 WRK-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-FIM-ESTACOES             PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                 PIC A(1) VALUE "N".
       77 WRK-QUADRO-ESTOURADO         PIC A(1) VALUE "N".
       77 WRK-QTD-CADASTRO             PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-LEITURAS             PIC 9(5) VALUE ZEROS.
       77 WRK-IDX                      PIC 9(5) VALUE ZEROS.
       77 WRK-IDX-PROX                 PIC 9(5) VALUE ZEROS.
       77 WRK-IDX-BUSCA                PIC 9(5) VALUE ZEROS.
       77 WRK-IDX-EST                  PIC 9(2) VALUE ZEROS.
       77 WRK-POS-ESTACAO              PIC 9(2) VALUE ZEROS.
       77 WRK-ESTACAO-PROCURADA        PIC 9(3) VALUE ZEROS.
       77 WRK-VIZINHA-ACHADA           PIC A(1) VALUE "N".
       77 WRK-POS-VIZINHA              PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-VIZINHA              PIC 9(5) VALUE ZEROS.

       77 WRK-INICIO-LACUNA            PIC 9(8) VALUE ZEROS.
       77 WRK-FIM-LACUNA               PIC 9(8) VALUE ZEROS.
       77 WRK-TAMANHO                  PIC 9(5) VALUE ZEROS.
       77 WRK-PASSO                    PIC 9(5) VALUE ZEROS.
       77 WRK-DIVISOR                  PIC 9(5) VALUE ZEROS.
       77 WRK-METODO                   PIC X(1) VALUE SPACES.
       77 WRK-LAC-INTERPOLADOS         PIC 9(5) VALUE ZEROS.
       77 WRK-LAC-VIZINHA              PIC 9(5) VALUE ZEROS.
       77 WRK-LAC-SEM-ESTIMATIVA       PIC 9(5) VALUE ZEROS.

       77 WRK-TEMP-CALC                PIC S9(3)V9(2) VALUE ZEROS.
       77 WRK-UMIDADE-CALC             PIC S9(4)V9(2) VALUE ZEROS.
       77 WRK-EST-TEMPERATURA          PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-EST-CHUVA                PIC 9(3)V9 VALUE ZEROS.
       77 WRK-EST-UMIDADE              PIC 9(3) VALUE ZEROS.

       77 WRK-QTD-LACUNAS              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-INTERPOLADOS         PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-PELA-VIZINHA         PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-ESTIMATIVA       PIC 9(5) VALUE ZEROS.

       77 WRK-TEMP-EDITADA             PIC Z9,99.
       77 WRK-CHUVA-EDITADA            PIC ZZ9,9.

      *    DATA DE TRABALHO DO CALCULO DO DIA SEGUINTE.
       01 WRK-DATA-CALC                PIC 9(8) VALUE ZEROS.
       01 WRK-DATA-CALC-R REDEFINES WRK-DATA-CALC.
           05 WRK-CALC-ANO             PIC 9(4).
           05 WRK-CALC-MES             PIC 9(2).
           05 WRK-CALC-DIA             PIC 9(2).
       77 WRK-DIAS-NO-MES              PIC 9(2) VALUE ZEROS.
       77 WRK-QUOCIENTE                PIC 9(4) VALUE ZEROS.
       77 WRK-RESTO-4                  PIC 9(4) VALUE ZEROS.
       77 WRK-RESTO-100                PIC 9(4) VALUE ZEROS.
       77 WRK-RESTO-400                PIC 9(4) VALUE ZEROS.

       01 WRK-TABELA-DIAS-MES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WRK-TABELA-DIAS-MES-R REDEFINES WRK-TABELA-DIAS-MES.
           05 WRK-DIAS-MES PIC 9(2) OCCURS 12 TIMES.

      *    CADASTRO DE ESTACOES, COM A FAIXA DE CADA ESTACAO NO QUADRO
      *    DE LEITURAS (ORDENADO POR ESTACAO E DATA).
       01 WRK-TABELA-ESTACOES.
           05 WRK-TAB-ESTACAO OCCURS 50 TIMES.
               10 WRK-TAB-CODIGO           PIC 9(3).
               10 WRK-TAB-CIDADE           PIC X(20).
               10 WRK-TAB-ALTITUDE         PIC 9(4).
               10 WRK-TAB-INICIO           PIC 9(5).
               10 WRK-TAB-FIM              PIC 9(5).

      *    HISTORICO INTEIRO EM MEMORIA, POR ESTACAO E DATA.
       01 WRK-QUADRO-LEITURAS.
           05 LEITURA-ITEM OCCURS 9000 TIMES.
               10 WRK-LEI-ESTACAO          PIC 9(3).
               10 WRK-LEI-DATA             PIC 9(8).
               10 WRK-LEI-TEMP             PIC 9(2)V9(2).
               10 WRK-LEI-CHUVA            PIC 9(3)V9.
               10 WRK-LEI-UMIDADE          PIC 9(3).
               10 WRK-LEI-ORIGEM           PIC X(1).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0500-CARREGA-ESTACOES.

           SORT SORT-LEITURAS
               ON ASCENDING KEY SORT-ESTACAO SORT-DATA
               INPUT PROCEDURE IS 1000-SELECIONA-LEITURAS
               OUTPUT PROCEDURE IS 1500-CARREGA-QUADRO.

           IF WRK-QUADRO-ESTOURADO EQUAL "S"
               DISPLAY 'HISTORICO COM MAIS DE 9000 LEITURAS - LACUNAS '
                   'NAO PREENCHIDAS. ARQUIVE AS LEITURAS ANTIGAS.'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND ARQUIVO-TEMPERATURAS.
           OPEN EXTEND ARQUIVO-ESTIMATIVAS.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           OPEN OUTPUT ARQUIVO-EXCECOES.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LACUNAS DO HISTORICO DE CLIMA - " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-EXCECAO.
           STRING "DIAS SEM LEITURA E SEM ESTIMATIVA - " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-EXCECAO.
           WRITE LINHA-EXCECAO.

           IF WRK-QTD-LEITURAS GREATER 1
               MOVE ZEROS TO WRK-IDX
               PERFORM 2000-VERIFICA-PAR UNTIL WRK-IDX NOT LESS
                   WRK-QTD-LEITURAS - 1
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           STRING "LACUNAS: " WRK-QTD-LACUNAS
                  "  DIAS INTERPOLADOS: " WRK-QTD-INTERPOLADOS
                  "  PELA VIZINHA: " WRK-QTD-PELA-VIZINHA
                  "  SEM ESTIMATIVA: " WRK-QTD-SEM-ESTIMATIVA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           CLOSE ARQUIVO-TEMPERATURAS.
           CLOSE ARQUIVO-ESTIMATIVAS.
           CLOSE ARQUIVO-RELATORIO.
           CLOSE ARQUIVO-EXCECOES.

           DISPLAY 'LACUNAS DO CLIMA: ' WRK-QTD-LACUNAS
               ' - DIAS ESTIMADOS: ' WRK-QTD-INTERPOLADOS
               ' INTERPOLADOS, ' WRK-QTD-PELA-VIZINHA
               ' PELA VIZINHA, ' WRK-QTD-SEM-ESTIMATIVA
               ' SEM ESTIMATIVA.'.
           STOP RUN.

      *----------------------------------------------------------------*
      * CADASTRO DE ESTACOES EM MEMORIA (CIDADE E ALTITUDE PARA A       *
      * ESTIMATIVA PELA VIZINHA).                                       *
      *----------------------------------------------------------------*
       0500-CARREGA-ESTACOES.
           OPEN INPUT ARQUIVO-ESTACOES.
           PERFORM 0600-LE-ESTACAO.
           PERFORM 0700-GUARDA-ESTACAO UNTIL WRK-FIM-ESTACOES
               EQUAL "S" OR WRK-QTD-CADASTRO NOT LESS 50.
           CLOSE ARQUIVO-ESTACOES.

       0600-LE-ESTACAO.
           READ ARQUIVO-ESTACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ESTACOES
           END-READ.

       0700-GUARDA-ESTACAO.
           ADD 1 TO WRK-QTD-CADASTRO.
           MOVE EST-CODIGO TO WRK-TAB-CODIGO (WRK-QTD-CADASTRO).
           MOVE EST-CIDADE TO WRK-TAB-CIDADE (WRK-QTD-CADASTRO).
           MOVE EST-ALTITUDE TO WRK-TAB-ALTITUDE (WRK-QTD-CADASTRO).
           MOVE ZEROS TO WRK-TAB-INICIO (WRK-QTD-CADASTRO).
           MOVE ZEROS TO WRK-TAB-FIM (WRK-QTD-CADASTRO).
           PERFORM 0600-LE-ESTACAO.

      *----------------------------------------------------------------*
      * ORDENA O HISTORICO POR ESTACAO E DATA PARA ACHAR AS LACUNAS.    *
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
           MOVE WRK-ESTACAO TO SORT-ESTACAO.
           MOVE WRK-DATA-LEITURA TO SORT-DATA.
           MOVE WRK-TEMPERATURA TO SORT-TEMPERATURA.
           MOVE WRK-CHUVA-MM TO SORT-CHUVA-MM.
           MOVE WRK-UMIDADE TO SORT-UMIDADE.
           MOVE WRK-ORIGEM TO SORT-ORIGEM.
           RELEASE SORT-LEITURA-REGISTRO.
           PERFORM 1100-LE-TEMPERATURA.

       1500-CARREGA-QUADRO.
           PERFORM 1600-OBTEM-LEITURA.
           PERFORM 1700-GUARDA-LEITURA UNTIL WRK-FIM-SORT EQUAL "S".

       1600-OBTEM-LEITURA.
           RETURN SORT-LEITURAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       1700-GUARDA-LEITURA.
           IF WRK-QTD-LEITURAS LESS 9000
               ADD 1 TO WRK-QTD-LEITURAS
               MOVE SORT-ESTACAO TO WRK-LEI-ESTACAO (WRK-QTD-LEITURAS)
               MOVE SORT-DATA TO WRK-LEI-DATA (WRK-QTD-LEITURAS)
               MOVE SORT-TEMPERATURA TO
                   WRK-LEI-TEMP (WRK-QTD-LEITURAS)
               MOVE SORT-CHUVA-MM TO WRK-LEI-CHUVA (WRK-QTD-LEITURAS)
               MOVE SORT-UMIDADE TO WRK-LEI-UMIDADE (WRK-QTD-LEITURAS)
               MOVE SORT-ORIGEM TO WRK-LEI-ORIGEM (WRK-QTD-LEITURAS)

               MOVE SORT-ESTACAO TO WRK-ESTACAO-PROCURADA
               PERFORM 3500-PROCURA-ESTACAO
               IF WRK-POS-ESTACAO NOT EQUAL ZEROS
                   IF WRK-TAB-INICIO (WRK-POS-ESTACAO) EQUAL ZEROS
                       MOVE WRK-QTD-LEITURAS TO
                           WRK-TAB-INICIO (WRK-POS-ESTACAO)
                   END-IF
                   MOVE WRK-QTD-LEITURAS TO
                       WRK-TAB-FIM (WRK-POS-ESTACAO)
               END-IF
           ELSE
               MOVE "S" TO WRK-QUADRO-ESTOURADO
           END-IF.
           PERFORM 1600-OBTEM-LEITURA.

      *----------------------------------------------------------------*
      * DUAS LEITURAS SEGUIDAS DA MESMA ESTACAO COM DIA FALTANDO NO     *
      * MEIO FORMAM UMA LACUNA.                                         *
      *----------------------------------------------------------------*
       2000-VERIFICA-PAR.
           ADD 1 TO WRK-IDX.
           COMPUTE WRK-IDX-PROX = WRK-IDX + 1.

           IF WRK-LEI-ESTACAO (WRK-IDX) EQUAL
               WRK-LEI-ESTACAO (WRK-IDX-PROX)
               MOVE WRK-LEI-DATA (WRK-IDX) TO WRK-DATA-CALC
               PERFORM 5000-PROXIMO-DIA
               IF WRK-DATA-CALC LESS WRK-LEI-DATA (WRK-IDX-PROX)
                   PERFORM 2100-TRATA-LACUNA
               END-IF
           END-IF.

       2100-TRATA-LACUNA.
           ADD 1 TO WRK-QTD-LACUNAS.
           MOVE WRK-DATA-CALC TO WRK-INICIO-LACUNA.
           MOVE ZEROS TO WRK-TAMANHO.
           PERFORM 2110-CONTA-DIA UNTIL WRK-DATA-CALC NOT LESS
               WRK-LEI-DATA (WRK-IDX-PROX).

           MOVE WRK-LEI-ESTACAO (WRK-IDX) TO WRK-ESTACAO-PROCURADA.
           PERFORM 3500-PROCURA-ESTACAO.

           MOVE ZEROS TO WRK-LAC-INTERPOLADOS.
           MOVE ZEROS TO WRK-LAC-VIZINHA.
           MOVE ZEROS TO WRK-LAC-SEM-ESTIMATIVA.
           MOVE ZEROS TO WRK-PASSO.
           COMPUTE WRK-DIVISOR = WRK-TAMANHO + 1.
           MOVE WRK-INICIO-LACUNA TO WRK-DATA-CALC.
           PERFORM 2200-ESTIMA-DIA UNTIL WRK-PASSO NOT LESS
               WRK-TAMANHO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ESTACAO " WRK-LEI-ESTACAO (WRK-IDX)
                  "  LACUNA " WRK-INICIO-LACUNA " A " WRK-FIM-LACUNA
                  " (" WRK-TAMANHO " DIAS)  INTERPOLADOS: "
                  WRK-LAC-INTERPOLADOS "  VIZINHA: " WRK-LAC-VIZINHA
                  "  SEM: " WRK-LAC-SEM-ESTIMATIVA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           IF WRK-LAC-SEM-ESTIMATIVA GREATER ZEROS
               MOVE SPACES TO LINHA-EXCECAO
               STRING "ESTACAO " WRK-LEI-ESTACAO (WRK-IDX)
                      " SEM ESTIMATIVA " WRK-INICIO-LACUNA "-"
                      WRK-FIM-LACUNA " (" WRK-LAC-SEM-ESTIMATIVA
                      " DIAS)"
                   DELIMITED BY SIZE INTO LINHA-EXCECAO
               WRITE LINHA-EXCECAO
           END-IF.

       2110-CONTA-DIA.
           ADD 1 TO WRK-TAMANHO.
           MOVE WRK-DATA-CALC TO WRK-FIM-LACUNA.
           PERFORM 5000-PROXIMO-DIA.

      *----------------------------------------------------------------*
      * ESTIMA UM DIA DA LACUNA: PRIMEIRO PELA VIZINHA; SEM VIZINHA,    *
      * PELA INTERPOLACAO (SO EM LACUNA CURTA).                         *
      *----------------------------------------------------------------*
       2200-ESTIMA-DIA.
           ADD 1 TO WRK-PASSO.
           MOVE SPACES TO WRK-METODO.

           PERFORM 3000-PROCURA-VIZINHA.

           IF WRK-VIZINHA-ACHADA EQUAL "S"
               MOVE "V" TO WRK-METODO
               COMPUTE WRK-TEMP-CALC ROUNDED =
                   WRK-LEI-TEMP (WRK-IDX-VIZINHA) +
                   WRK-GRADIENTE-ALTITUDE *
                   (WRK-TAB-ALTITUDE (WRK-POS-VIZINHA) -
                    WRK-TAB-ALTITUDE (WRK-POS-ESTACAO))
               MOVE WRK-LEI-CHUVA (WRK-IDX-VIZINHA) TO WRK-EST-CHUVA
               MOVE WRK-LEI-UMIDADE (WRK-IDX-VIZINHA) TO
                   WRK-EST-UMIDADE
               ADD 1 TO WRK-LAC-VIZINHA
               ADD 1 TO WRK-QTD-PELA-VIZINHA
           ELSE
               IF WRK-TAMANHO NOT GREATER WRK-LACUNA-MAXIMA
                   MOVE "I" TO WRK-METODO
                   COMPUTE WRK-TEMP-CALC ROUNDED =
                       WRK-LEI-TEMP (WRK-IDX) +
                       (WRK-LEI-TEMP (WRK-IDX-PROX) -
                        WRK-LEI-TEMP (WRK-IDX)) * WRK-PASSO /
                       WRK-DIVISOR
                   COMPUTE WRK-UMIDADE-CALC ROUNDED =
                       WRK-LEI-UMIDADE (WRK-IDX) +
                       (WRK-LEI-UMIDADE (WRK-IDX-PROX) -
                        WRK-LEI-UMIDADE (WRK-IDX)) * WRK-PASSO /
                       WRK-DIVISOR
                   MOVE ZEROS TO WRK-EST-CHUVA
                   MOVE WRK-UMIDADE-CALC TO WRK-EST-UMIDADE
                   ADD 1 TO WRK-LAC-INTERPOLADOS
                   ADD 1 TO WRK-QTD-INTERPOLADOS
               ELSE
                   ADD 1 TO WRK-LAC-SEM-ESTIMATIVA
                   ADD 1 TO WRK-QTD-SEM-ESTIMATIVA
               END-IF
           END-IF.

           IF WRK-METODO NOT EQUAL SPACES
               IF WRK-TEMP-CALC LESS ZEROS
                   MOVE ZEROS TO WRK-EST-TEMPERATURA
               ELSE
                   MOVE WRK-TEMP-CALC TO WRK-EST-TEMPERATURA
               END-IF
               PERFORM 4000-GRAVA-ESTIMATIVA
           END-IF.

           PERFORM 5000-PROXIMO-DIA.

      *----------------------------------------------------------------*
      * VIZINHA: OUTRA ESTACAO DA MESMA CIDADE COM LEITURA OBSERVADA    *
      * NO DIA (ESTIMATIVA NAO SERVE DE BASE PARA OUTRA ESTIMATIVA).    *
      *----------------------------------------------------------------*
       3000-PROCURA-VIZINHA.
           MOVE "N" TO WRK-VIZINHA-ACHADA.
           IF WRK-POS-ESTACAO NOT EQUAL ZEROS
               MOVE ZEROS TO WRK-IDX-EST
               PERFORM 3100-AVALIA-VIZINHA UNTIL WRK-IDX-EST NOT LESS
                   WRK-QTD-CADASTRO OR WRK-VIZINHA-ACHADA EQUAL "S"
           END-IF.

       3100-AVALIA-VIZINHA.
           ADD 1 TO WRK-IDX-EST.
           IF WRK-IDX-EST NOT EQUAL WRK-POS-ESTACAO
               AND WRK-TAB-CIDADE (WRK-IDX-EST) EQUAL
                   WRK-TAB-CIDADE (WRK-POS-ESTACAO)
               AND WRK-TAB-INICIO (WRK-IDX-EST) NOT EQUAL ZEROS
               MOVE WRK-TAB-INICIO (WRK-IDX-EST) TO WRK-IDX-BUSCA
               PERFORM 3200-PROCURA-DIA UNTIL WRK-IDX-BUSCA GREATER
                   WRK-TAB-FIM (WRK-IDX-EST)
                   OR WRK-VIZINHA-ACHADA EQUAL "S"
           END-IF.

       3200-PROCURA-DIA.
           IF WRK-LEI-DATA (WRK-IDX-BUSCA) EQUAL WRK-DATA-CALC
               AND WRK-LEI-ORIGEM (WRK-IDX-BUSCA) NOT EQUAL "E"
               MOVE "S" TO WRK-VIZINHA-ACHADA
               MOVE WRK-IDX-EST TO WRK-POS-VIZINHA
               MOVE WRK-IDX-BUSCA TO WRK-IDX-VIZINHA
           END-IF.
           ADD 1 TO WRK-IDX-BUSCA.

       3500-PROCURA-ESTACAO.
           MOVE ZEROS TO WRK-POS-ESTACAO.
           MOVE ZEROS TO WRK-IDX-EST.
           PERFORM 3510-COMPARA-CODIGO UNTIL WRK-IDX-EST NOT LESS
               WRK-QTD-CADASTRO OR WRK-POS-ESTACAO NOT EQUAL ZEROS.

       3510-COMPARA-CODIGO.
           ADD 1 TO WRK-IDX-EST.
           IF WRK-TAB-CODIGO (WRK-IDX-EST) EQUAL WRK-ESTACAO-PROCURADA
               MOVE WRK-IDX-EST TO WRK-POS-ESTACAO
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA A ESTIMATIVA NO HISTORICO (ORIGEM "E") E A SUA ORIGEM NO  *
      * LOG DE ESTIMATIVAS.                                             *
      *----------------------------------------------------------------*
       4000-GRAVA-ESTIMATIVA.
           MOVE WRK-DATA-CALC TO WRK-DATA-LEITURA.
           MOVE WRK-EST-TEMPERATURA TO WRK-TEMPERATURA.
           MOVE WRK-EST-CHUVA TO WRK-CHUVA-MM.
           MOVE WRK-EST-UMIDADE TO WRK-UMIDADE.
           MOVE WRK-LEI-ESTACAO (WRK-IDX) TO WRK-ESTACAO.
           MOVE "E" TO WRK-ORIGEM.
           WRITE LEITURA-TEMPERATURA.

           MOVE WRK-EST-TEMPERATURA TO WRK-TEMP-EDITADA.
           MOVE WRK-EST-CHUVA TO WRK-CHUVA-EDITADA.
           MOVE SPACES TO LINHA-ESTIMATIVA.
           IF WRK-METODO EQUAL "V"
               STRING WRK-DATA-HOJE " ESTIMATIVA ESTACAO "
                      WRK-LEI-ESTACAO (WRK-IDX) " DIA " WRK-DATA-CALC
                      " TEMP " WRK-TEMP-EDITADA
                      " CHUVA " WRK-CHUVA-EDITADA
                      " UMID " WRK-EST-UMIDADE
                      " PELA ESTACAO "
                      WRK-TAB-CODIGO (WRK-POS-VIZINHA)
                   DELIMITED BY SIZE INTO LINHA-ESTIMATIVA
           ELSE
               STRING WRK-DATA-HOJE " ESTIMATIVA ESTACAO "
                      WRK-LEI-ESTACAO (WRK-IDX) " DIA " WRK-DATA-CALC
                      " TEMP " WRK-TEMP-EDITADA
                      " CHUVA " WRK-CHUVA-EDITADA
                      " UMID " WRK-EST-UMIDADE
                      " INTERPOLADA ENTRE " WRK-LEI-DATA (WRK-IDX)
                      " E " WRK-LEI-DATA (WRK-IDX-PROX)
                   DELIMITED BY SIZE INTO LINHA-ESTIMATIVA
           END-IF.
           WRITE LINHA-ESTIMATIVA.

      *----------------------------------------------------------------*
      * AVANCA WRK-DATA-CALC UM DIA, COM FEVEREIRO DE ANO BISSEXTO.     *
      *----------------------------------------------------------------*
       5000-PROXIMO-DIA.
           MOVE WRK-DIAS-MES (WRK-CALC-MES) TO WRK-DIAS-NO-MES.
           IF WRK-CALC-MES EQUAL 02
               DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-QUOCIENTE
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 EQUAL ZEROS
                   AND (WRK-RESTO-100 NOT EQUAL ZEROS
                        OR WRK-RESTO-400 EQUAL ZEROS)
                   MOVE 29 TO WRK-DIAS-NO-MES
               END-IF
           END-IF.

           ADD 1 TO WRK-CALC-DIA.
           IF WRK-CALC-DIA GREATER WRK-DIAS-NO-MES
               MOVE 01 TO WRK-CALC-DIA
               ADD 1 TO WRK-CALC-MES
               IF WRK-CALC-MES GREATER 12
                   MOVE 01 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               END-IF
           END-IF.
