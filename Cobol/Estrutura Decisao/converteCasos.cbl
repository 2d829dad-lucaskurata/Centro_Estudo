      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteCasos".
       AUTHOR. "LUCAS KURATA".
      *    CONVERSAO UNICA PARA OS PRAZOS DAS INVESTIGACOES: REGRAVA O
      *     CADASTRO DE CASOS (CASOS.DAT) COM TIPO, INVESTIGADOR
      *     RESPONSAVEL, PRAZO LEGAL, PRORROGACOES E JUSTIFICATIVA DE
      *     FECHAMENTO FORA DO PRAZO.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ):
      *       1. RENOMEIE casos.dat PARA casos.old;
      *       2. RODE ESTE PROGRAMA E INFORME O PRAZO, EM DIAS A PARTIR
      *          DA ABERTURA, DOS CASOS JA EXISTENTES;
      *       3. CADASTRE OS TIPOS DE CASO NA MANUTENCAO DE CASOS
      *          (OPCAO 7) ANTES DE ABRIR O PRIMEIRO CASO NOVO;
      *       4. GUARDE O .old ATE CONFERIR A PRIMEIRA LISTAGEM.
      *
      *     CASO ANTIGO ENTRA COM TIPO 00, SEM INVESTIGADOR (SAI COMO
      *     "SEM INVESTIGADOR" NO RELATORIO DE PRAZOS) E SEM
      *     PRORROGACOES. ARQUIVO SEM O .old NAO E TOCADO.
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
           SELECT OPTIONAL VELHO-CASOS
           ASSIGN TO "casos.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-CASO-NUMERO
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-CASOS
           ASSIGN TO "casos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CASO-NUMERO
           ACCESS MODE IS SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    CASO NO LAYOUT ANTERIOR AOS PRAZOS (82 BYTES).
       FD  VELHO-CASOS.
       01  VELHO-CASO-REGISTRO.
           05 VEL-CASO-NUMERO          PIC 9(5).
           05 VEL-CASO-DATA-ABERTURA   PIC 9(8).
           05 VEL-CASO-STATUS          PIC X(1).
           05 VEL-CASO-SUSPEITO        PIC A(20).
           05 VEL-CASO-DATA-FECHAMENTO PIC 9(8).
           05 VEL-CASO-NOTA-FECHAMENTO PIC X(40).

       FD  ARQUIVO-CASOS.
           COPY "CASO-REGISTRO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-QTD-CASOS                  PIC 9(6) VALUE ZEROS.
       77 WRK-PRAZO-DIAS                 PIC 9(3) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'CONVERSAO DO CADASTRO DE CASOS PARA OS PRAZOS'.
           DISPLAY '(LE casos.old E GRAVA casos.dat)'.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-CASOS.
           PERFORM 1100-LE-VELHO-CASO.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY 'casos.old AUSENTE OU VAZIO - CADASTRO NAO '
                   'TOCADO.'
               CLOSE VELHO-CASOS
           ELSE
               DISPLAY 'Prazo dos casos existentes (dias a partir da '
                   'abertura): '
               ACCEPT WRK-PRAZO-DIAS
               OPEN OUTPUT ARQUIVO-CASOS
               PERFORM 1200-COPIA-CASO
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-CASOS
               CLOSE ARQUIVO-CASOS
               DISPLAY 'casos.old -> casos.dat: '
                   WRK-QTD-CASOS ' REGISTRO(S).'
               DISPLAY 'CONVERSAO CONCLUIDA - CADASTRE OS TIPOS DE '
                   'CASO E GUARDE O .old ATE CONFERIR A LISTAGEM.'
           END-IF.
           STOP RUN.

       1100-LE-VELHO-CASO.
           READ VELHO-CASOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-COPIA-CASO.
           MOVE VEL-CASO-NUMERO TO CASO-NUMERO.
           MOVE VEL-CASO-DATA-ABERTURA TO CASO-DATA-ABERTURA.
           MOVE VEL-CASO-STATUS TO CASO-STATUS.
           MOVE VEL-CASO-SUSPEITO TO CASO-SUSPEITO-PRINCIPAL.
           MOVE VEL-CASO-DATA-FECHAMENTO TO CASO-DATA-FECHAMENTO.
           MOVE VEL-CASO-NOTA-FECHAMENTO TO CASO-NOTA-FECHAMENTO.
           MOVE ZEROS TO CASO-TIPO.
           MOVE SPACES TO CASO-INVESTIGADOR.
           MOVE ZEROS TO CASO-DATA-PRAZO.
           IF VEL-CASO-DATA-ABERTURA NUMERIC
               AND VEL-CASO-DATA-ABERTURA GREATER ZEROS
               COMPUTE CASO-DATA-PRAZO EQUAL FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (VEL-CASO-DATA-ABERTURA)
                    + WRK-PRAZO-DIAS)
           END-IF.
           MOVE ZEROS TO CASO-QTD-PRORROGACOES.
           MOVE SPACES TO CASO-JUSTIFICATIVA-PRAZO.
           WRITE CASO-REGISTRO.
           ADD 1 TO WRK-QTD-CASOS.
           PERFORM 1100-LE-VELHO-CASO.
