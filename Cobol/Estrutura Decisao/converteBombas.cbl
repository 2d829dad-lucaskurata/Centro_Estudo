      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteBombas".
       AUTHOR. "LUCAS KURATA".
      *    CONVERSAO UNICA PARA A AFERICAO DAS BOMBAS: REGRAVA O MESTRE
      *     DE BOMBAS (BOMBAS.DAT) COM A SITUACAO DA BOMBA (LIBERADA OU
      *     BLOQUEADA PELA AFERICAO) E A DATA DA ULTIMA AFERICAO, DE 32
      *     PARA 41 BYTES.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, COM O POSTO SEM
      *     TURNO ABERTO):
      *       1. RENOMEIE bombas.dat PARA bombas.old;
      *       2. RODE ESTE PROGRAMA E CONFIRA A CONTAGEM;
      *       3. FACA A AFERICAO DE CADA BOMBA (AfericaoBombas) PARA
      *          GRAVAR A DATA DO PRIMEIRO TESTE;
      *       4. GUARDE O .old ATE FECHAR O PRIMEIRO TURNO.
      *
      *     BOMBA ANTIGA ENTRA LIBERADA ("A") E SEM DATA DE AFERICAO,
      *     COM O MESMO ENCERRANTE. ARQUIVO SEM O .old NAO E TOCADO.
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
           SELECT OPTIONAL VELHO-BOMBAS
           ASSIGN TO "bombas.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-BOM-NUMERO
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-BOMBAS
           ASSIGN TO "bombas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BOM-NUMERO
           ACCESS MODE IS SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    BOMBA NO LAYOUT ANTERIOR A AFERICAO (32 BYTES).
       FD  VELHO-BOMBAS.
       01  VELHO-BOMBA-REGISTRO.
           05 VEL-BOM-NUMERO           PIC 9(2).
           05 VEL-BOM-DESCRICAO        PIC X(20).
           05 VEL-BOM-TIPO             PIC X(1).
           05 VEL-BOM-ENCERRANTE       PIC 9(9).

       FD  ARQUIVO-BOMBAS.
           COPY "BOMBA-REGISTRO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-QTD-BOMBAS                 PIC 9(6) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'CONVERSAO DO MESTRE DE BOMBAS PARA A AFERICAO'.
           DISPLAY '(LE bombas.old E GRAVA bombas.dat)'.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-BOMBAS.
           PERFORM 1100-LE-VELHA-BOMBA.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY 'bombas.old AUSENTE OU VAZIO - MESTRE NAO '
                   'TOCADO.'
               CLOSE VELHO-BOMBAS
           ELSE
               OPEN OUTPUT ARQUIVO-BOMBAS
               PERFORM 1200-COPIA-BOMBA
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-BOMBAS
               CLOSE ARQUIVO-BOMBAS
               DISPLAY 'bombas.old -> bombas.dat: '
                   WRK-QTD-BOMBAS ' REGISTRO(S).'
               DISPLAY 'CONVERSAO CONCLUIDA - AFIRA AS BOMBAS E '
                   'GUARDE O .old ATE FECHAR O PRIMEIRO TURNO.'
           END-IF.
           STOP RUN.

       1100-LE-VELHA-BOMBA.
           READ VELHO-BOMBAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-COPIA-BOMBA.
           MOVE VEL-BOM-NUMERO TO BOM-NUMERO.
           MOVE VEL-BOM-DESCRICAO TO BOM-DESCRICAO.
           MOVE VEL-BOM-TIPO TO BOM-TIPO.
           MOVE VEL-BOM-ENCERRANTE TO BOM-ENCERRANTE.
           MOVE "A" TO BOM-SITUACAO.
           MOVE ZEROS TO BOM-DATA-AFERICAO.
           WRITE BOMBA-REGISTRO.
           ADD 1 TO WRK-QTD-BOMBAS.
           PERFORM 1100-LE-VELHA-BOMBA.
