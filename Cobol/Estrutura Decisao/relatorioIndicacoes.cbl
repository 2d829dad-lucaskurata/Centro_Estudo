      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "RelatorioIndicacoes".
       AUTHOR. "LUCAS KURATA".
      *    RELATORIO DO PROGRAMA DE INDICACAO DE CLIENTES: A PARTIR DE
      *     INDICACOES.DAT (GRAVADO PELO PROG40 E PELA CARGA DO PROG58
      *     E CONVERTIDO PELA BOMBA NA PRIMEIRA COMPRA DO INDICADO),
      *     LISTA OS MAIORES INDICADORES POR INDICACOES CONVERTIDAS,
      *     COM A TAXA DE CONVERSAO DE CADA UM E DO PROGRAMA, E AS
      *     INDICACOES QUE NUNCA COMPRARAM, COM OS DIAS DESDE A
      *     INDICACAO.
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
           SELECT OPTIONAL ARQUIVO-INDICACOES
           ASSIGN TO "indicacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS IND-TELEFONE-INDICADO
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CLIENTE
           ASSIGN TO "cliente.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-TELEFONE
           ACCESS MODE IS DYNAMIC.

           SELECT SORT-INDICADORES
           ASSIGN TO "indsort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "indicacoes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-INDICACOES.
           COPY "INDICACAO-REGISTRO.cpy".

       FD  ARQUIVO-CLIENTE.
           COPY "CLIENTE-REGISTRO.cpy".

       SD  SORT-INDICADORES.
       01  SORT-IND-REGISTRO.
           05 SORT-CONVERTIDAS    PIC 9(5).
           05 SORT-INDICACOES     PIC 9(5).
           05 SORT-TELEFONE       PIC 9(11).
           05 SORT-PONTOS         PIC 9(7).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    QUANTOS INDICADORES SAEM NO RANKING.
       77 WRK-TOP-LIMITE                 PIC 9(3) VALUE 10.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                   PIC A(1) VALUE "N".
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-HOJE-INTEIRO               PIC 9(8) VALUE ZEROS.
       77 WRK-IND-INTEIRO                PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-DESDE                 PIC S9(8) VALUE ZEROS.
       77 WRK-DIAS-EDITADO               PIC ZZZZ9.
       77 WRK-IDX                        PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-INDICADORES            PIC 9(3) VALUE ZEROS.
       77 WRK-INDICADOR-ACHADO           PIC A(1) VALUE "N".
       77 WRK-POSICAO                    PIC 9(3) VALUE ZEROS.
       77 WRK-NOME-CLIENTE               PIC X(15) VALUE SPACES.
       77 WRK-TAXA                       PIC 9(3)V9 VALUE ZEROS.
       77 WRK-TAXA-EDITADA               PIC ZZ9,9.
       77 WRK-TOT-INDICACOES             PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-CONVERTIDAS            PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-PENDENTES              PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-PONTOS                 PIC 9(7) VALUE ZEROS.
       01 WRK-QUADRO-INDICADORES.
           05 WRK-IDR-ITEM OCCURS 200 TIMES.
               10 WRK-IDR-TELEFONE       PIC 9(11).
               10 WRK-IDR-INDICACOES     PIC 9(5).
               10 WRK-IDR-CONVERTIDAS    PIC 9(5).
               10 WRK-IDR-PONTOS         PIC 9(7).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).

           PERFORM 0500-CARREGA-INDICADORES.

           OPEN INPUT ARQUIVO-CLIENTE.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROGRAMA DE INDICACAO DE CLIENTES - EMISSAO: "
                  WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MAIORES INDICADORES (TOP " WRK-TOP-LIMITE
                  ") POR INDICACOES CONVERTIDAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "POS TELEFONE    NOME            INDIC CONV  TAXA% "
                  "PONTOS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-INDICADORES
               ON DESCENDING KEY SORT-CONVERTIDAS SORT-INDICACOES
               INPUT PROCEDURE IS 1000-LIBERA-INDICADORES
               OUTPUT PROCEDURE IS 2000-IMPRIME-RANKING.

           PERFORM 3000-IMPRIME-TOTAIS.
           PERFORM 4000-LISTA-PENDENTES.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'RELATORIO DE INDICACOES - INDICACOES: '
               WRK-TOT-INDICACOES '  CONVERTIDAS: '
               WRK-TOT-CONVERTIDAS '  PENDENTES: ' WRK-TOT-PENDENTES.
           STOP RUN.

      *----------------------------------------------------------------*
      * PRIMEIRA PASSAGEM: TOTALIZA AS INDICACOES POR INDICADOR.        *
      *----------------------------------------------------------------*
       0500-CARREGA-INDICADORES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-INDICACOES.
           PERFORM 1100-LE-INDICACAO.
           PERFORM 0510-ACUMULA-INDICADOR
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-INDICACOES.

       0510-ACUMULA-INDICADOR.
           ADD 1 TO WRK-TOT-INDICACOES.
           PERFORM 0520-LOCALIZA-INDICADOR.
           IF WRK-INDICADOR-ACHADO EQUAL "S"
               ADD 1 TO WRK-IDR-INDICACOES (WRK-IDX)
           END-IF.
           IF INDICACAO-CONVERTIDA
               ADD 1 TO WRK-TOT-CONVERTIDAS
               ADD IND-PONTOS-CREDITADOS TO WRK-TOT-PONTOS
               IF WRK-INDICADOR-ACHADO EQUAL "S"
                   ADD 1 TO WRK-IDR-CONVERTIDAS (WRK-IDX)
                   ADD IND-PONTOS-CREDITADOS
                       TO WRK-IDR-PONTOS (WRK-IDX)
               END-IF
           ELSE
               ADD 1 TO WRK-TOT-PENDENTES
           END-IF.
           PERFORM 1100-LE-INDICACAO.

       0520-LOCALIZA-INDICADOR.
           MOVE "N" TO WRK-INDICADOR-ACHADO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 0530-PROCURA-INDICADOR
               UNTIL WRK-INDICADOR-ACHADO EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-INDICADORES.

           IF WRK-INDICADOR-ACHADO NOT EQUAL "S"
               IF WRK-QTD-INDICADORES LESS 200
                   ADD 1 TO WRK-QTD-INDICADORES
                   MOVE WRK-QTD-INDICADORES TO WRK-IDX
                   MOVE IND-TELEFONE-INDICADOR
                       TO WRK-IDR-TELEFONE (WRK-IDX)
                   MOVE ZEROS TO WRK-IDR-INDICACOES (WRK-IDX)
                   MOVE ZEROS TO WRK-IDR-CONVERTIDAS (WRK-IDX)
                   MOVE ZEROS TO WRK-IDR-PONTOS (WRK-IDX)
                   MOVE "S" TO WRK-INDICADOR-ACHADO
               END-IF
           END-IF.

       0530-PROCURA-INDICADOR.
           ADD 1 TO WRK-IDX.
           IF WRK-IDR-TELEFONE (WRK-IDX) EQUAL IND-TELEFONE-INDICADOR
               MOVE "S" TO WRK-INDICADOR-ACHADO
           END-IF.

       1000-LIBERA-INDICADORES.
           PERFORM 1200-LIBERA-INDICADOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-INDICADORES.

       1100-LE-INDICACAO.
           READ ARQUIVO-INDICACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-LIBERA-INDICADOR.
           MOVE WRK-IDR-CONVERTIDAS (WRK-IDX) TO SORT-CONVERTIDAS.
           MOVE WRK-IDR-INDICACOES (WRK-IDX) TO SORT-INDICACOES.
           MOVE WRK-IDR-TELEFONE (WRK-IDX) TO SORT-TELEFONE.
           MOVE WRK-IDR-PONTOS (WRK-IDX) TO SORT-PONTOS.
           RELEASE SORT-IND-REGISTRO.

      *----------------------------------------------------------------*
      * RANKING: MAIS CONVERTIDAS PRIMEIRO; NO EMPATE, MAIS INDICACOES. *
      *----------------------------------------------------------------*
       2000-IMPRIME-RANKING.
           MOVE ZEROS TO WRK-POSICAO.
           PERFORM 2100-OBTEM-INDICADOR.
           PERFORM 2200-IMPRIME-INDICADOR
               UNTIL WRK-FIM-SORT EQUAL "S"
               OR WRK-POSICAO NOT LESS WRK-TOP-LIMITE.

       2100-OBTEM-INDICADOR.
           RETURN SORT-INDICADORES
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2200-IMPRIME-INDICADOR.
           ADD 1 TO WRK-POSICAO.
           MOVE SORT-TELEFONE TO WRK-TELEFONE.
           PERFORM 5000-OBTEM-NOME.

           MOVE ZEROS TO WRK-TAXA.
           IF SORT-INDICACOES GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED EQUAL
                   SORT-CONVERTIDAS * 100 / SORT-INDICACOES
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-EDITADA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-POSICAO " " SORT-TELEFONE
                  " " WRK-NOME-CLIENTE
                  " " SORT-INDICACOES
                  " " SORT-CONVERTIDAS
                  " " WRK-TAXA-EDITADA
                  " " SORT-PONTOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 2100-OBTEM-INDICADOR.

       3000-IMPRIME-TOTAIS.
           MOVE ZEROS TO WRK-TAXA.
           IF WRK-TOT-INDICACOES GREATER ZEROS
               COMPUTE WRK-TAXA ROUNDED EQUAL
                   WRK-TOT-CONVERTIDAS * 100 / WRK-TOT-INDICACOES
           END-IF.
           MOVE WRK-TAXA TO WRK-TAXA-EDITADA.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICADORES: " WRK-QTD-INDICADORES
                  "  INDICACOES: " WRK-TOT-INDICACOES
                  "  CONVERTIDAS: " WRK-TOT-CONVERTIDAS
                  "  TAXA: " WRK-TAXA-EDITADA "%"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PONTOS DE BONUS CREDITADOS A CADA LADO: "
                  WRK-TOT-PONTOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * SEGUNDA PASSAGEM: INDICACOES AINDA PENDENTES - O INDICADO NUNCA *
      * FEZ UMA COMPRA IDENTIFICADA NA BOMBA.                           *
      *----------------------------------------------------------------*
       4000-LISTA-PENDENTES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICACOES QUE NUNCA COMPRARAM: " WRK-TOT-PENDENTES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICADO    NOME            INDICADOR   "
                  "INDICADO EM  DIAS"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-INDICACOES.
           PERFORM 1100-LE-INDICACAO.
           PERFORM 4100-IMPRIME-PENDENTE
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-INDICACOES.

       4100-IMPRIME-PENDENTE.
           IF INDICACAO-PENDENTE
               MOVE IND-TELEFONE-INDICADO TO WRK-TELEFONE
               PERFORM 5000-OBTEM-NOME
               MOVE ZEROS TO WRK-DIAS-DESDE
               IF IND-DATA-INDICACAO NUMERIC
                   AND IND-DATA-INDICACAO GREATER ZEROS
                   COMPUTE WRK-IND-INTEIRO EQUAL
                       FUNCTION INTEGER-OF-DATE (IND-DATA-INDICACAO)
                   COMPUTE WRK-DIAS-DESDE EQUAL
                       WRK-HOJE-INTEIRO - WRK-IND-INTEIRO
               END-IF
               MOVE WRK-DIAS-DESDE TO WRK-DIAS-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING IND-TELEFONE-INDICADO
                      " " WRK-NOME-CLIENTE
                      " " IND-TELEFONE-INDICADOR
                      " " IND-DATA-INDICACAO
                      "  " WRK-DIAS-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           PERFORM 1100-LE-INDICACAO.

       5000-OBTEM-NOME.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "NAO CADASTRADO" TO WRK-NOME-CLIENTE
               NOT INVALID KEY
                   MOVE WRK-NOME TO WRK-NOME-CLIENTE
           END-READ.
