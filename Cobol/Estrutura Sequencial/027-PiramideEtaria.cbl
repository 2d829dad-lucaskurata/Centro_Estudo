      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "PiramideEtaria".
       AUTHOR. "LUCAS KURATA".
      *    DEMOGRAFIA DO QUADRO PARA O PLANEJAMENTO DE SUCESSAO: PARA
      *     CADA DEPARTAMENTO (SO FUNCIONARIOS ATIVOS) DA A DISTRIBUICAO
      *     POR FAIXA DE IDADE E DE TEMPO DE CASA, COM MINIMO, MAXIMO,
      *     MEDIA E DESVIO PADRAO DE CADA UMA, A PARCELA DO QUADRO A
      *     CINCO ANOS OU MENOS DA IDADE DE APOSENTADORIA E A IDADE DOS
      *     DEPENDENTES (DEPENDENTES.DAT). NO FIM SAI O TOTAL DA EMPRESA
      *     E A PIRAMIDE DE IDADE E DE TEMPO DE CASA EM BARRAS.
      *     IDADE PELA FUNCIONARIO-DATA-NASCIMENTO E TEMPO DE CASA PELA
      *     FUNCIONARIO-DATA-ADMISSAO, AMBOS NA DATA DE MOVIMENTO.
      *     FUNCIONARIO SEM DATA DE NASCIMENTO INFORMADA E CONTADO A
      *     PARTE E FICA FORA DA ESTATISTICA DE IDADE.
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
           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-DEPARTAMENTOS
           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPTO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DEPENDENTES
           ASSIGN TO "dependentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPENDENTE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "piramide_etaria.lst"
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
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-DEPARTAMENTOS.
           COPY "DEPARTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-DEPENDENTES.
           COPY "DEPENDENTE-REGISTRO.cpy".

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

       77 WRK-FIM-ARQUIVO                    PIC A(1) VALUE "N".
       77 WRK-FIM-DEPENDENTES                PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
       77 WRK-IDX                            PIC 9(2) VALUE ZEROS.
       77 WRK-SLOT                           PIC 9(2) VALUE ZEROS.
       77 WRK-F                              PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-DEPTOS                     PIC 9(2) VALUE ZEROS.
       77 WRK-DEPTO-ACHADO                   PIC A(1) VALUE "N".
       77 WRK-QTD-ANALISADOS                 PIC 9(5) VALUE ZEROS.

      *    IDADE DE APOSENTADORIA DE REFERENCIA: ENTRA NA CONTA QUEM
      *    ESTA A ESTA DISTANCIA (EM ANOS) OU MENOS DELA.
       77 WRK-IDADE-APOSENTADORIA            PIC 9(3) VALUE 65.
       77 WRK-ANOS-APOSENTADORIA             PIC 9(2) VALUE 5.
       77 WRK-IDADE-LIMITE                   PIC 9(3) VALUE ZEROS.

      *    ANOS COMPLETOS ENTRE UMA DATA E A DATA DE MOVIMENTO, COMO NO
      *    CALCULO DE IDADE DO PROG39.
       77 WRK-DATA-INICIO                    PIC 9(8) VALUE ZEROS.
       77 WRK-ANO-INICIO                     PIC 9(4) VALUE ZEROS.
       77 WRK-MMDD-INICIO                    PIC 9(4) VALUE ZEROS.
       77 WRK-ANO-ATUAL                      PIC 9(4) VALUE ZEROS.
       77 WRK-MMDD-ATUAL                     PIC 9(4) VALUE ZEROS.
       77 WRK-ANOS                           PIC 9(3) VALUE ZEROS.

      *    IDADE E TEMPO DE CASA DO FUNCIONARIO CORRENTE.
       77 WRK-TEM-IDADE                      PIC A(1) VALUE "N".
       77 WRK-IDADE                          PIC 9(3) VALUE ZEROS.
       77 WRK-FAIXA-IDADE                    PIC 9(1) VALUE ZEROS.
       77 WRK-CASA                           PIC 9(3) VALUE ZEROS.
       77 WRK-FAIXA-CASA                     PIC 9(1) VALUE ZEROS.
       77 WRK-QTD-DEP-FUNC                   PIC 9(3) VALUE ZEROS.

      *    ESTATISTICAS E EDICAO DO RELATORIO.
       77 WRK-MEDIA                          PIC 9(3)V9 VALUE ZEROS.
       77 WRK-VARIANCIA                      PIC 9(7)V9999 VALUE ZEROS.
       77 WRK-DESVIO-PADRAO                  PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PERCENTUAL                     PIC 9(3)V9 VALUE ZEROS.
       77 WRK-MAIOR-FAIXA                    PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-FAIXA                      PIC 9(5) VALUE ZEROS.
       77 WRK-TAM-BARRA                      PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-EDITADA                    PIC ZZZZ9.
       77 WRK-SEM-DATA-EDITADA               PIC ZZZZ9.
       77 WRK-PERC-EDITADO                   PIC ZZ9.9.

      *    DEPENDENTES DO FUNCIONARIO CORRENTE POR FAIXA DE IDADE.
       01 WRK-DEPENDENTES-FUNCIONARIO.
           05 WRK-FUN-FAIXA-DEP OCCURS 4 TIMES PIC 9(3).

      *    ACUMULADORES POR DEPARTAMENTO; A POSICAO 51 E A EMPRESA.
      *    FAIXAS DE IDADE: ATE 24, 25-34, 35-44, 45-54, 55-59, 60+.
      *    FAIXAS DE CASA: MENOS DE 1, 1-2, 3-4, 5-9, 10-19, 20+ ANOS.
      *    FAIXAS DE DEPENDENTES: ATE 5, 6-13, 14-20, 21+ ANOS.
       01 WRK-DEMOGRAFIA.
           05 WRK-DEM-ITEM OCCURS 51 TIMES.
               10 WRK-DEM-DEPARTAMENTO       PIC X(15).
               10 WRK-DEM-QTD                PIC 9(5).
               10 WRK-DEM-SEM-NASCIMENTO     PIC 9(5).
               10 WRK-DEM-IDADE-FAIXA OCCURS 6 TIMES PIC 9(5).
               10 WRK-DEM-CASA-FAIXA OCCURS 6 TIMES PIC 9(5).
               10 WRK-DEM-IDADE-QTD          PIC 9(5).
               10 WRK-DEM-IDADE-SOMA         PIC 9(8).
               10 WRK-DEM-IDADE-QUADRADOS    PIC 9(10).
               10 WRK-DEM-IDADE-MINIMA       PIC 9(3).
               10 WRK-DEM-IDADE-MAXIMA       PIC 9(3).
               10 WRK-DEM-CASA-SOMA          PIC 9(8).
               10 WRK-DEM-CASA-QUADRADOS     PIC 9(10).
               10 WRK-DEM-CASA-MINIMA        PIC 9(3).
               10 WRK-DEM-CASA-MAXIMA        PIC 9(3).
               10 WRK-DEM-APOSENTADORIA      PIC 9(5).
               10 WRK-DEM-DEPENDENTES        PIC 9(5).
               10 WRK-DEM-DEP-FAIXA OCCURS 4 TIMES PIC 9(5).

      *    ROTULOS DAS FAIXAS NA PIRAMIDE DA EMPRESA.
       01 WRK-ROTULOS-IDADE.
           05 FILLER PIC X(12) VALUE "ATE 24 ANOS ".
           05 FILLER PIC X(12) VALUE "25 A 34     ".
           05 FILLER PIC X(12) VALUE "35 A 44     ".
           05 FILLER PIC X(12) VALUE "45 A 54     ".
           05 FILLER PIC X(12) VALUE "55 A 59     ".
           05 FILLER PIC X(12) VALUE "60 OU MAIS  ".
       01 WRK-ROTULOS-IDADE-R REDEFINES WRK-ROTULOS-IDADE.
           05 WRK-ROTULO-IDADE OCCURS 6 TIMES PIC X(12).

       01 WRK-ROTULOS-CASA.
           05 FILLER PIC X(12) VALUE "MENOS DE 1  ".
           05 FILLER PIC X(12) VALUE "1 A 2 ANOS  ".
           05 FILLER PIC X(12) VALUE "3 A 4       ".
           05 FILLER PIC X(12) VALUE "5 A 9       ".
           05 FILLER PIC X(12) VALUE "10 A 19     ".
           05 FILLER PIC X(12) VALUE "20 OU MAIS  ".
       01 WRK-ROTULOS-CASA-R REDEFINES WRK-ROTULOS-CASA.
           05 WRK-ROTULO-CASA OCCURS 6 TIMES PIC X(12).

      *    LINHA DE FAIXAS (IDADE OU TEMPO DE CASA) DE UM DEPARTAMENTO.
       01 WRK-LINHA-FAIXAS.
           05 LIN-ROTULO                     PIC X(16).
           05 LIN-COLUNA OCCURS 6 TIMES.
               10 FILLER                     PIC X(2).
               10 LIN-FAIXA                  PIC ZZZZ9.
           05 FILLER                         PIC X(3).
           05 LIN-MINIMO                     PIC ZZ9.
           05 FILLER                         PIC X(2).
           05 LIN-MAXIMO                     PIC ZZ9.
           05 FILLER                         PIC X(2).
           05 LIN-MEDIA                      PIC ZZ9.9.
           05 FILLER                         PIC X(2).
           05 LIN-DESVIO                     PIC ZZ9.99.

      *    LINHA DE UMA BARRA DA PIRAMIDE.
       01 WRK-LINHA-BARRA.
           05 FILLER                         PIC X(2) VALUE SPACES.
           05 BAR-ROTULO                     PIC X(12).
           05 FILLER                         PIC X(2) VALUE "| ".
           05 BAR-BARRA                      PIC X(50).
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 BAR-QTD                        PIC ZZZZ9.
           05 FILLER                         PIC X(2) VALUE SPACES.
           05 BAR-PERCENTUAL                 PIC ZZ9.9.
           05 FILLER                         PIC X(1) VALUE "%".
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           COMPUTE WRK-IDADE-LIMITE EQUAL
               WRK-IDADE-APOSENTADORIA - WRK-ANOS-APOSENTADORIA.

           INITIALIZE WRK-DEMOGRAFIA.
           MOVE "TOTAL EMPRESA" TO WRK-DEM-DEPARTAMENTO (51).

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN INPUT ARQUIVO-DEPARTAMENTOS.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           PERFORM 1000-LE-FUNCIONARIO.
           PERFORM 2000-ANALISA-FUNCIONARIO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 4900-IMPRIME-CABECALHO.
           PERFORM 5000-IMPRIME-DEPARTAMENTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-DEPTOS.
           PERFORM 6000-IMPRIME-EMPRESA.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTOS.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'PIRAMIDE ETARIA - FUNCIONARIOS ANALISADOS: '
               WRK-QTD-ANALISADOS.
           DISPLAY 'SEM DATA DE NASCIMENTO: '
               WRK-DEM-SEM-NASCIMENTO (51).
           STOP RUN.

      *----------------------------------------------------------------*
      * DATA DA RODADA: A DATA DE MOVIMENTO DO CONTROLE (PROG95/96)     *
      * QUANDO EXISTE, SENAO O RELOGIO DA MAQUINA.                      *
      *----------------------------------------------------------------*
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
           MOVE WRK-DATA-ATUAL (1:4) TO WRK-ANO-ATUAL.
           MOVE WRK-DATA-ATUAL (5:4) TO WRK-MMDD-ATUAL.

       1000-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * FUNCIONARIO ATIVO: IDADE, TEMPO DE CASA E DEPENDENTES, SOMADOS  *
      * NO DEPARTAMENTO E NA EMPRESA.                                   *
      *----------------------------------------------------------------*
       2000-ANALISA-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO
               PERFORM 2100-CALCULA-IDADE
               PERFORM 2200-CALCULA-TEMPO-CASA
               PERFORM 2300-CLASSIFICA-DEPENDENTES
               PERFORM 2900-ACUMULA-DEPARTAMENTO
               ADD 1 TO WRK-QTD-ANALISADOS
           END-IF.
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * IDADE NA DATA DE MOVIMENTO. DATA DE NASCIMENTO ZERADA OU        *
      * INVALIDA (CADASTRO CONVERTIDO AINDA NAO COMPLETADO) NAO ENTRA   *
      * NA ESTATISTICA DE IDADE.                                        *
      *----------------------------------------------------------------*
       2100-CALCULA-IDADE.
           MOVE "N" TO WRK-TEM-IDADE.
           MOVE ZEROS TO WRK-IDADE WRK-FAIXA-IDADE.
           IF FUNCIONARIO-DATA-NASCIMENTO NUMERIC
               AND FUNCIONARIO-DATA-NASCIMENTO GREATER ZEROS
               AND FUNCIONARIO-DATA-NASCIMENTO NOT GREATER
                   WRK-DATA-ATUAL
               MOVE FUNCIONARIO-DATA-NASCIMENTO TO WRK-DATA-INICIO
               PERFORM 2500-CALCULA-ANOS
               MOVE WRK-ANOS TO WRK-IDADE
               MOVE "S" TO WRK-TEM-IDADE
               EVALUATE TRUE
                   WHEN WRK-IDADE LESS 25
                       MOVE 1 TO WRK-FAIXA-IDADE
                   WHEN WRK-IDADE LESS 35
                       MOVE 2 TO WRK-FAIXA-IDADE
                   WHEN WRK-IDADE LESS 45
                       MOVE 3 TO WRK-FAIXA-IDADE
                   WHEN WRK-IDADE LESS 55
                       MOVE 4 TO WRK-FAIXA-IDADE
                   WHEN WRK-IDADE LESS 60
                       MOVE 5 TO WRK-FAIXA-IDADE
                   WHEN OTHER
                       MOVE 6 TO WRK-FAIXA-IDADE
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * TEMPO DE CASA EM ANOS COMPLETOS. ADMISSAO FUTURA CONTA COMO     *
      * MENOS DE UM ANO.                                                *
      *----------------------------------------------------------------*
       2200-CALCULA-TEMPO-CASA.
           MOVE ZEROS TO WRK-CASA.
           IF FUNCIONARIO-DATA-ADMISSAO NOT GREATER WRK-DATA-ATUAL
               MOVE FUNCIONARIO-DATA-ADMISSAO TO WRK-DATA-INICIO
               PERFORM 2500-CALCULA-ANOS
               MOVE WRK-ANOS TO WRK-CASA
           END-IF.
           EVALUATE TRUE
               WHEN WRK-CASA LESS 1
                   MOVE 1 TO WRK-FAIXA-CASA
               WHEN WRK-CASA LESS 3
                   MOVE 2 TO WRK-FAIXA-CASA
               WHEN WRK-CASA LESS 5
                   MOVE 3 TO WRK-FAIXA-CASA
               WHEN WRK-CASA LESS 10
                   MOVE 4 TO WRK-FAIXA-CASA
               WHEN WRK-CASA LESS 20
                   MOVE 5 TO WRK-FAIXA-CASA
               WHEN OTHER
                   MOVE 6 TO WRK-FAIXA-CASA
           END-EVALUATE.

      *----------------------------------------------------------------*
      * DEPENDENTES DO FUNCIONARIO POR FAIXA DE IDADE. DEPENDENTE SEM   *
      * DATA DE NASCIMENTO ENTRA SO NA QUANTIDADE.                      *
      *----------------------------------------------------------------*
       2300-CLASSIFICA-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEP-FUNC.
           INITIALIZE WRK-DEPENDENTES-FUNCIONARIO.
           MOVE "N" TO WRK-FIM-DEPENDENTES.
           MOVE FUNCIONARIO-CODIGO TO DEP-CODIGO.
           MOVE ZEROS TO DEP-SEQUENCIA.

           START ARQUIVO-DEPENDENTES KEY IS NOT LESS DEPENDENTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTES
           END-START.

           PERFORM 2310-LE-DEPENDENTE
               UNTIL WRK-FIM-DEPENDENTES EQUAL "S".

       2310-LE-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-DEPENDENTES
           END-READ.

           IF WRK-FIM-DEPENDENTES NOT EQUAL "S"
               IF DEP-CODIGO EQUAL FUNCIONARIO-CODIGO
                   ADD 1 TO WRK-QTD-DEP-FUNC
                   PERFORM 2320-FAIXA-DEPENDENTE
               ELSE
                   MOVE "S" TO WRK-FIM-DEPENDENTES
               END-IF
           END-IF.

       2320-FAIXA-DEPENDENTE.
           IF DEP-DATA-NASCIMENTO NUMERIC
               AND DEP-DATA-NASCIMENTO GREATER ZEROS
               AND DEP-DATA-NASCIMENTO NOT GREATER WRK-DATA-ATUAL
               MOVE DEP-DATA-NASCIMENTO TO WRK-DATA-INICIO
               PERFORM 2500-CALCULA-ANOS
               EVALUATE TRUE
                   WHEN WRK-ANOS LESS 6
                       ADD 1 TO WRK-FUN-FAIXA-DEP (1)
                   WHEN WRK-ANOS LESS 14
                       ADD 1 TO WRK-FUN-FAIXA-DEP (2)
                   WHEN WRK-ANOS LESS 21
                       ADD 1 TO WRK-FUN-FAIXA-DEP (3)
                   WHEN OTHER
                       ADD 1 TO WRK-FUN-FAIXA-DEP (4)
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * ANOS COMPLETOS DE WRK-DATA-INICIO ATE A DATA DE MOVIMENTO: A    *
      * DIFERENCA DOS ANOS, MENOS UM SE O ANIVERSARIO AINDA NAO CHEGOU. *
      *----------------------------------------------------------------*
       2500-CALCULA-ANOS.
           MOVE WRK-DATA-INICIO (1:4) TO WRK-ANO-INICIO.
           MOVE WRK-DATA-INICIO (5:4) TO WRK-MMDD-INICIO.
           COMPUTE WRK-ANOS EQUAL WRK-ANO-ATUAL - WRK-ANO-INICIO.
           IF WRK-MMDD-ATUAL LESS WRK-MMDD-INICIO
               AND WRK-ANOS GREATER ZEROS
               SUBTRACT 1 FROM WRK-ANOS
           END-IF.

      *----------------------------------------------------------------*
      * SOMA O FUNCIONARIO NO DEPARTAMENTO E NA EMPRESA. COM O QUADRO   *
      * CHEIO O FUNCIONARIO FICA FORA DO RELATORIO INTEIRO, PARA OS     *
      * TOTAIS NAO FECHAREM ERRADO.                                     *
      *----------------------------------------------------------------*
       2900-ACUMULA-DEPARTAMENTO.
           MOVE "N" TO WRK-DEPTO-ACHADO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2910-PROCURA-DEPARTAMENTO
               UNTIL WRK-DEPTO-ACHADO EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-DEPTOS.

           IF WRK-DEPTO-ACHADO EQUAL "N"
               IF WRK-QTD-DEPTOS LESS 50
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX
                   MOVE FUNCIONARIO-DEPARTAMENTO TO
                       WRK-DEM-DEPARTAMENTO (WRK-IDX)
                   MOVE "S" TO WRK-DEPTO-ACHADO
               ELSE
                   DISPLAY 'QUADRO DE DEPARTAMENTOS CHEIO - '
                       'FUNCIONARIO ' FUNCIONARIO-CODIGO
                       ' FORA DA PIRAMIDE: ' FUNCIONARIO-DEPARTAMENTO
               END-IF
           END-IF.

           IF WRK-DEPTO-ACHADO EQUAL "S"
               MOVE WRK-IDX TO WRK-SLOT
               PERFORM 2920-SOMA-ITEM
               MOVE 51 TO WRK-SLOT
               PERFORM 2920-SOMA-ITEM
           END-IF.

       2910-PROCURA-DEPARTAMENTO.
           ADD 1 TO WRK-IDX.
           IF WRK-DEM-DEPARTAMENTO (WRK-IDX) EQUAL
               FUNCIONARIO-DEPARTAMENTO
               MOVE "S" TO WRK-DEPTO-ACHADO
           END-IF.

       2920-SOMA-ITEM.
           ADD 1 TO WRK-DEM-QTD (WRK-SLOT).

           IF WRK-TEM-IDADE EQUAL "S"
               ADD 1 TO WRK-DEM-IDADE-FAIXA (WRK-SLOT WRK-FAIXA-IDADE)
               IF WRK-DEM-IDADE-QTD (WRK-SLOT) EQUAL ZEROS
                   OR WRK-IDADE LESS WRK-DEM-IDADE-MINIMA (WRK-SLOT)
                   MOVE WRK-IDADE TO WRK-DEM-IDADE-MINIMA (WRK-SLOT)
               END-IF
               IF WRK-IDADE GREATER WRK-DEM-IDADE-MAXIMA (WRK-SLOT)
                   MOVE WRK-IDADE TO WRK-DEM-IDADE-MAXIMA (WRK-SLOT)
               END-IF
               ADD 1 TO WRK-DEM-IDADE-QTD (WRK-SLOT)
               ADD WRK-IDADE TO WRK-DEM-IDADE-SOMA (WRK-SLOT)
               COMPUTE WRK-DEM-IDADE-QUADRADOS (WRK-SLOT) EQUAL
                   WRK-DEM-IDADE-QUADRADOS (WRK-SLOT)
                   + WRK-IDADE * WRK-IDADE
               IF WRK-IDADE NOT LESS WRK-IDADE-LIMITE
                   ADD 1 TO WRK-DEM-APOSENTADORIA (WRK-SLOT)
               END-IF
           ELSE
               ADD 1 TO WRK-DEM-SEM-NASCIMENTO (WRK-SLOT)
           END-IF.

           ADD 1 TO WRK-DEM-CASA-FAIXA (WRK-SLOT WRK-FAIXA-CASA).
           IF WRK-DEM-QTD (WRK-SLOT) EQUAL 1
               OR WRK-CASA LESS WRK-DEM-CASA-MINIMA (WRK-SLOT)
               MOVE WRK-CASA TO WRK-DEM-CASA-MINIMA (WRK-SLOT)
           END-IF.
           IF WRK-CASA GREATER WRK-DEM-CASA-MAXIMA (WRK-SLOT)
               MOVE WRK-CASA TO WRK-DEM-CASA-MAXIMA (WRK-SLOT)
           END-IF.
           ADD WRK-CASA TO WRK-DEM-CASA-SOMA (WRK-SLOT).
           COMPUTE WRK-DEM-CASA-QUADRADOS (WRK-SLOT) EQUAL
               WRK-DEM-CASA-QUADRADOS (WRK-SLOT) + WRK-CASA * WRK-CASA.

           ADD WRK-QTD-DEP-FUNC TO WRK-DEM-DEPENDENTES (WRK-SLOT).
           PERFORM 2930-SOMA-FAIXA-DEPENDENTE
               VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 4.

       2930-SOMA-FAIXA-DEPENDENTE.
           ADD WRK-FUN-FAIXA-DEP (WRK-F) TO
               WRK-DEM-DEP-FAIXA (WRK-SLOT WRK-F).

       4900-IMPRIME-CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PIRAMIDE ETARIA E DE TEMPO DE CASA POR "
               "DEPARTAMENTO - BASE " WRK-DATA-ATUAL
               " - SO FUNCIONARIOS ATIVOS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APOSENTADORIA = IDADE DE " WRK-IDADE-APOSENTADORIA
               " ANOS; PROXIMOS DA APOSENTADORIA = " WRK-IDADE-LIMITE
               " ANOS OU MAIS. MEDIA E DESVIO PADRAO EM ANOS."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * BLOCO DE UM DEPARTAMENTO (OU DA EMPRESA, NA POSICAO 51):        *
      * FAIXAS DE IDADE E DE CASA COM AS ESTATISTICAS, A PARCELA        *
      * PROXIMA DA APOSENTADORIA E OS DEPENDENTES.                      *
      *----------------------------------------------------------------*
       5000-IMPRIME-DEPARTAMENTO.
           MOVE WRK-DEM-DEPARTAMENTO (WRK-IDX) TO DEPTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTOS
               INVALID KEY
                   MOVE SPACES TO DEPTO-NOME
           END-READ.

           MOVE WRK-DEM-QTD (WRK-IDX) TO WRK-QTD-EDITADA.
           MOVE WRK-DEM-SEM-NASCIMENTO (WRK-IDX)
               TO WRK-SEM-DATA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO: " WRK-DEM-DEPARTAMENTO (WRK-IDX)
               " " DEPTO-NOME "  FUNCIONARIOS: " WRK-QTD-EDITADA
               "  SEM DATA DE NASCIMENTO: " WRK-SEM-DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 5100-IMPRIME-BLOCO.

       5100-IMPRIME-BLOCO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  IDADE           ATE24  25-34  35-44  45-54"
               "  55-59    60+   MIN  MAX  MEDIA  DESVPD"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO WRK-LINHA-FAIXAS.
           MOVE "  FUNCIONARIOS" TO LIN-ROTULO.
           PERFORM 5110-MOVE-FAIXA-IDADE
               VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 6.
           IF WRK-DEM-IDADE-QTD (WRK-IDX) GREATER ZEROS
               MOVE WRK-DEM-IDADE-MINIMA (WRK-IDX) TO LIN-MINIMO
               MOVE WRK-DEM-IDADE-MAXIMA (WRK-IDX) TO LIN-MAXIMO
               COMPUTE WRK-MEDIA ROUNDED EQUAL
                   WRK-DEM-IDADE-SOMA (WRK-IDX) /
                   WRK-DEM-IDADE-QTD (WRK-IDX)
               COMPUTE WRK-VARIANCIA ROUNDED EQUAL
                   (WRK-DEM-IDADE-QTD (WRK-IDX)
                   * WRK-DEM-IDADE-QUADRADOS (WRK-IDX)
                   - WRK-DEM-IDADE-SOMA (WRK-IDX)
                   * WRK-DEM-IDADE-SOMA (WRK-IDX))
                   / (WRK-DEM-IDADE-QTD (WRK-IDX)
                   * WRK-DEM-IDADE-QTD (WRK-IDX))
               COMPUTE WRK-DESVIO-PADRAO ROUNDED EQUAL
                   FUNCTION SQRT (WRK-VARIANCIA)
               MOVE WRK-MEDIA TO LIN-MEDIA
               MOVE WRK-DESVIO-PADRAO TO LIN-DESVIO
           END-IF.
           MOVE WRK-LINHA-FAIXAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TEMPO DE CASA      <1    1-2    3-4    5-9"
               "  10-19    20+   MIN  MAX  MEDIA  DESVPD"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO WRK-LINHA-FAIXAS.
           MOVE "  FUNCIONARIOS" TO LIN-ROTULO.
           PERFORM 5120-MOVE-FAIXA-CASA
               VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 6.
           IF WRK-DEM-QTD (WRK-IDX) GREATER ZEROS
               MOVE WRK-DEM-CASA-MINIMA (WRK-IDX) TO LIN-MINIMO
               MOVE WRK-DEM-CASA-MAXIMA (WRK-IDX) TO LIN-MAXIMO
               COMPUTE WRK-MEDIA ROUNDED EQUAL
                   WRK-DEM-CASA-SOMA (WRK-IDX) / WRK-DEM-QTD (WRK-IDX)
               COMPUTE WRK-VARIANCIA ROUNDED EQUAL
                   (WRK-DEM-QTD (WRK-IDX)
                   * WRK-DEM-CASA-QUADRADOS (WRK-IDX)
                   - WRK-DEM-CASA-SOMA (WRK-IDX)
                   * WRK-DEM-CASA-SOMA (WRK-IDX))
                   / (WRK-DEM-QTD (WRK-IDX) * WRK-DEM-QTD (WRK-IDX))
               COMPUTE WRK-DESVIO-PADRAO ROUNDED EQUAL
                   FUNCTION SQRT (WRK-VARIANCIA)
               MOVE WRK-MEDIA TO LIN-MEDIA
               MOVE WRK-DESVIO-PADRAO TO LIN-DESVIO
           END-IF.
           MOVE WRK-LINHA-FAIXAS TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-DEM-IDADE-QTD (WRK-IDX) GREATER ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED EQUAL
                   WRK-DEM-APOSENTADORIA (WRK-IDX) * 100
                   / WRK-DEM-IDADE-QTD (WRK-IDX)
           END-IF.
           MOVE WRK-DEM-APOSENTADORIA (WRK-IDX) TO WRK-QTD-EDITADA.
           MOVE WRK-PERCENTUAL TO WRK-PERC-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  A " WRK-ANOS-APOSENTADORIA
               " ANOS OU MENOS DA APOSENTADORIA: " WRK-QTD-EDITADA
               " (" WRK-PERC-EDITADO "% DOS COM DATA DE NASCIMENTO)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-DEM-DEPENDENTES (WRK-IDX) TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DEPENDENTES: " WRK-QTD-EDITADA
               "   POR IDADE - ATE 5: " WRK-DEM-DEP-FAIXA (WRK-IDX 1)
               "  6 A 13: " WRK-DEM-DEP-FAIXA (WRK-IDX 2)
               "  14 A 20: " WRK-DEM-DEP-FAIXA (WRK-IDX 3)
               "  21 OU MAIS: " WRK-DEM-DEP-FAIXA (WRK-IDX 4)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       5110-MOVE-FAIXA-IDADE.
           MOVE WRK-DEM-IDADE-FAIXA (WRK-IDX WRK-F) TO
               LIN-FAIXA (WRK-F).

       5120-MOVE-FAIXA-CASA.
           MOVE WRK-DEM-CASA-FAIXA (WRK-IDX WRK-F) TO
               LIN-FAIXA (WRK-F).

      *----------------------------------------------------------------*
      * TOTAL DA EMPRESA NO MESMO FORMATO DOS DEPARTAMENTOS, SEGUIDO    *
      * DA PIRAMIDE EM BARRAS (FAIXA MAIS VELHA NO TOPO), ESCALADA PELA *
      * MAIOR FAIXA.                                                    *
      *----------------------------------------------------------------*
       6000-IMPRIME-EMPRESA.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE 51 TO WRK-IDX.
           MOVE WRK-DEM-QTD (WRK-IDX) TO WRK-QTD-EDITADA.
           MOVE WRK-DEM-SEM-NASCIMENTO (WRK-IDX)
               TO WRK-SEM-DATA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DA EMPRESA - FUNCIONARIOS: " WRK-QTD-EDITADA
               "  SEM DATA DE NASCIMENTO: " WRK-SEM-DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 5100-IMPRIME-BLOCO.

           MOVE "PIRAMIDE DE IDADE DA EMPRESA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WRK-MAIOR-FAIXA.
           PERFORM 6100-MAIOR-FAIXA-IDADE
               VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 6.
           PERFORM 6200-BARRA-IDADE
               VARYING WRK-F FROM 6 BY -1 UNTIL WRK-F LESS 1.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PIRAMIDE DE TEMPO DE CASA DA EMPRESA" TO
               LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WRK-MAIOR-FAIXA.
           PERFORM 6300-MAIOR-FAIXA-CASA
               VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F GREATER 6.
           PERFORM 6400-BARRA-CASA
               VARYING WRK-F FROM 6 BY -1 UNTIL WRK-F LESS 1.

       6100-MAIOR-FAIXA-IDADE.
           IF WRK-DEM-IDADE-FAIXA (51 WRK-F) GREATER WRK-MAIOR-FAIXA
               MOVE WRK-DEM-IDADE-FAIXA (51 WRK-F) TO WRK-MAIOR-FAIXA
           END-IF.

       6200-BARRA-IDADE.
           MOVE WRK-ROTULO-IDADE (WRK-F) TO BAR-ROTULO.
           MOVE WRK-DEM-IDADE-FAIXA (51 WRK-F) TO BAR-QTD.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-DEM-IDADE-QTD (51) GREATER ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED EQUAL
                   WRK-DEM-IDADE-FAIXA (51 WRK-F) * 100
                   / WRK-DEM-IDADE-QTD (51)
           END-IF.
           MOVE WRK-PERCENTUAL TO BAR-PERCENTUAL.
           MOVE WRK-DEM-IDADE-FAIXA (51 WRK-F) TO WRK-QTD-FAIXA.
           PERFORM 6500-MONTA-BARRA.

       6300-MAIOR-FAIXA-CASA.
           IF WRK-DEM-CASA-FAIXA (51 WRK-F) GREATER WRK-MAIOR-FAIXA
               MOVE WRK-DEM-CASA-FAIXA (51 WRK-F) TO WRK-MAIOR-FAIXA
           END-IF.

       6400-BARRA-CASA.
           MOVE WRK-ROTULO-CASA (WRK-F) TO BAR-ROTULO.
           MOVE WRK-DEM-CASA-FAIXA (51 WRK-F) TO BAR-QTD.
           MOVE ZEROS TO WRK-PERCENTUAL.
           IF WRK-DEM-QTD (51) GREATER ZEROS
               COMPUTE WRK-PERCENTUAL ROUNDED EQUAL
                   WRK-DEM-CASA-FAIXA (51 WRK-F) * 100
                   / WRK-DEM-QTD (51)
           END-IF.
           MOVE WRK-PERCENTUAL TO BAR-PERCENTUAL.
           MOVE WRK-DEM-CASA-FAIXA (51 WRK-F) TO WRK-QTD-FAIXA.
           PERFORM 6500-MONTA-BARRA.

      *----------------------------------------------------------------*
      * BARRA PROPORCIONAL A MAIOR FAIXA (50 POSICOES); FAIXA COM       *
      * ALGUEM SEMPRE MOSTRA PELO MENOS UMA POSICAO.                    *
      *----------------------------------------------------------------*
       6500-MONTA-BARRA.
           MOVE SPACES TO BAR-BARRA.
           MOVE ZEROS TO WRK-TAM-BARRA.
           IF WRK-MAIOR-FAIXA GREATER ZEROS
               COMPUTE WRK-TAM-BARRA EQUAL
                   WRK-QTD-FAIXA * 50 / WRK-MAIOR-FAIXA
           END-IF.
           IF WRK-TAM-BARRA EQUAL ZEROS AND WRK-QTD-FAIXA GREATER ZEROS
               MOVE 1 TO WRK-TAM-BARRA
           END-IF.
           IF WRK-TAM-BARRA GREATER ZEROS
               MOVE ALL "*" TO BAR-BARRA (1:WRK-TAM-BARRA)
           END-IF.
           MOVE WRK-LINHA-BARRA TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

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
           MOVE "PIRAMIDE" TO ERR-PROGRAMA.
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
