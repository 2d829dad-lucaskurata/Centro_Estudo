       AUTHOR. "LUCAS KURATA".
      *    INDICE CRUZADO DE SUSPEITOS: LISTA CADA NOME QUE APARECE NO
      *     ARQUIVO DE INTERROGATORIOS COM TODOS OS CASOS EM QUE FOI
      *     INTERROGADO E A CLASSIFICACAO OBTIDA EM CADA UM, TAL COMO
      *     FOI APURADA PELO QUESTIONARIO DO CASO E GRAVADA EM
      *     CLASSIFICACOES_SUSPEITOS.DAT. NOMES EM
      *     MAIS DE UM CASO SAEM MARCADOS PARA O INVESTIGADOR. AO
      *     FINAL SAI O APENDICE DE EVIDENCIAS: CADA ITEM APREENDIDO
      *     POR CASO (EVIDENCIAS.DAT) COM A SUA CADEIA DE CUSTODIA
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CLASSIFICACOES
           ASSIGN TO "classificacoes_suspeitos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLASSIFICACAO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "suspeitos_casos.lst"
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-CLASSIFICACOES.
           COPY "CLASSIFICACAO-SUSPEITO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).
       WORKING-STORAGE                     SECTION.

       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-QTD-REGISTROS              PIC 9(3) VALUE ZEROS.
       77 WRK-IDX                        PIC 9(3) VALUE ZEROS.
       77 WRK-IDX-BUSCA                  PIC 9(3) VALUE ZEROS.
      *=================================================================

       0000-MAINLINE.
           OPEN INPUT ARQUIVO-CLASSIFICACOES.
           PERFORM 1000-LE-SUSPEITO.
           PERFORM 2000-CARREGA-QUADRO UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-CLASSIFICACOES.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE "INDICE CRUZADO DE SUSPEITOS POR CASO" TO
           STOP RUN.

       1000-LE-SUSPEITO.
           READ ARQUIVO-CLASSIFICACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * GUARDA CADA INTERROGATORIO NO QUADRO COM A CLASSIFICACAO JA     *
      * APURADA PELO QUESTIONARIO DO CASO.                              *
      *----------------------------------------------------------------*
       2000-CARREGA-QUADRO.
           IF WRK-QTD-REGISTROS LESS 200
               ADD 1 TO WRK-QTD-REGISTROS
               MOVE CLS-SUSPEITO TO
                   WRK-TAB-NOME (WRK-QTD-REGISTROS)
               MOVE CLS-CASO TO WRK-TAB-CASO (WRK-QTD-REGISTROS)
               MOVE CLS-CLASSIFICACAO TO
                   WRK-TAB-CLASSIF (WRK-QTD-REGISTROS)
               MOVE "N" TO WRK-TAB-LISTADO (WRK-QTD-REGISTROS)
           ELSE
               DISPLAY 'QUADRO CHEIO - INTERROGATORIO IGNORADO: '
                   CLS-SUSPEITO
           END-IF.
           PERFORM 1000-LE-SUSPEITO.

      *----------------------------------------------------------------*
      * LISTA O PROXIMO NOME AINDA NAO LISTADO, COM TODOS OS CASOS EM   *
      * QUE APARECE; NOME EM MAIS DE UM CASO SAI MARCADO.               *
