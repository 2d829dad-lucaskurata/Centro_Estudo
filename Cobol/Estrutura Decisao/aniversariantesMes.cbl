      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "AniversariantesMes".
       AUTHOR. "LUCAS KURATA".
      *    LISTA MENSAL DOS CLIENTES ANIVERSARIANTES (RODADA NO PRIMEIRO
      *     DIA DO MES, COMO O EXPURGO DE PONTOS): VARRE O CADASTRO DE
      *     CLIENTES E LISTA QUEM FAZ ANIVERSARIO NO MES CORRENTE
      *     (WRK-DATA-NASCIMENTO), PARA O CONTATO DE PARABENS E O AVISO
      *     DOS PONTOS EM DOBRO NA BOMBA. RESPEITA O OPTOUT DO CLIENTE
      *     E GRAVA O CONTATO EM CONTATOS_CAMPANHA.DAT NA CAMPANHA DE
      *     ANIVERSARIO, PARA A CARENCIA DE RECONTATO DAS OUTRAS
      *     CAMPANHAS (PROG79) ENXERGAR ESTE CONTATO. COM A CAMPANHA DE
      *     ANIVERSARIO CADASTRADA NO PROG78, A CARENCIA DELA TAMBEM
      *     VALE AQUI; CLIENTE JA CONTATADO NO MES NAO SAI DE NOVO.
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
           SELECT OPTIONAL ARQUIVO-CLIENTES
           ASSIGN TO "cliente.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-TELEFONE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CAMPANHAS
           ASSIGN TO "campanhas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CAM-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONTATOS
           ASSIGN TO "contatos_campanha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTATO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-ANIVERSARIANTES
           ASSIGN TO "aniversariantes_mes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-CLIENTES.
           COPY "CLIENTE-REGISTRO.cpy".

       FD  ARQUIVO-CAMPANHAS.
           COPY "CAMPANHA-REGISTRO.cpy".

       FD  ARQUIVO-CONTATOS.
           COPY "CONTATO-CAMPANHA.cpy".

       FD  ARQUIVO-ANIVERSARIANTES.
       01  LINHA-ANIVERSARIANTE PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    CODIGO RESERVADO DA CAMPANHA DE ANIVERSARIO NO MESTRE DE
      *    CAMPANHAS; SEM O CADASTRO A LISTA SAI SEM CARENCIA PROPRIA.
       77 WRK-CAMPANHA-ANIVERSARIO       PIC 9(3) VALUE 999.
       77 WRK-CARENCIA-DIAS              PIC 9(3) VALUE ZEROS.

       77 WRK-FIM-CLIENTES               PIC A(1) VALUE "N".
       77 WRK-FIM-CONTATOS               PIC A(1) VALUE "N".
       77 WRK-DATA-HOJE                  PIC 9(8) VALUE ZEROS.
       77 WRK-HOJE-INTEIRO               PIC 9(8) VALUE ZEROS.
       77 WRK-CONTATO-INTEIRO            PIC 9(8) VALUE ZEROS.
       77 WRK-DIAS-DESDE                 PIC S9(8) VALUE ZEROS.
       77 WRK-MES-HOJE                   PIC 9(2) VALUE ZEROS.
       77 WRK-MES-NASCIMENTO             PIC 9(2) VALUE ZEROS.
       77 WRK-TELEFONE-ALVO              PIC 9(11) VALUE ZEROS.
       77 WRK-EM-CARENCIA                PIC A(1) VALUE "N".
       77 WRK-JA-CONTATADO               PIC A(1) VALUE "N".
       77 WRK-QTD-LISTADOS               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-OPTOUT                 PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CARENCIA               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-JA-CONTATADOS          PIC 9(5) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INTEIRO EQUAL
               FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE).
           MOVE WRK-DATA-HOJE (5:2) TO WRK-MES-HOJE.

           PERFORM 0500-CARREGA-CAMPANHA.

           OPEN INPUT ARQUIVO-CLIENTES.
           OPEN I-O ARQUIVO-CONTATOS.
           OPEN OUTPUT ARQUIVO-ANIVERSARIANTES.

           MOVE SPACES TO LINHA-ANIVERSARIANTE.
           STRING "ANIVERSARIANTES DO MES " WRK-DATA-HOJE (1:6)
                  " - CAMPANHA " WRK-CAMPANHA-ANIVERSARIO
                  " - PONTOS EM DOBRO NA BOMBA"
               DELIMITED BY SIZE INTO LINHA-ANIVERSARIANTE.
           WRITE LINHA-ANIVERSARIANTE.

           PERFORM 1000-LE-CLIENTE.
           PERFORM 2000-PROCESSA-CLIENTE THRU 2000-PROCESSA-CLIENTE-FIM
               UNTIL WRK-FIM-CLIENTES EQUAL "S".

           MOVE SPACES TO LINHA-ANIVERSARIANTE.
           STRING "LISTADOS: " WRK-QTD-LISTADOS
                  "  OPTOUT: " WRK-QTD-OPTOUT
                  "  EM CARENCIA: " WRK-QTD-CARENCIA
                  "  JA CONTATADOS: " WRK-QTD-JA-CONTATADOS
               DELIMITED BY SIZE INTO LINHA-ANIVERSARIANTE.
           WRITE LINHA-ANIVERSARIANTE.

           CLOSE ARQUIVO-CLIENTES.
           CLOSE ARQUIVO-CONTATOS.
           CLOSE ARQUIVO-ANIVERSARIANTES.

           DISPLAY 'ANIVERSARIANTES DO MES - LISTADOS: '
               WRK-QTD-LISTADOS '  OPTOUT: ' WRK-QTD-OPTOUT
               '  EM CARENCIA: ' WRK-QTD-CARENCIA.
           STOP RUN.

      *----------------------------------------------------------------*
      * CARENCIA DA CAMPANHA DE ANIVERSARIO, QUANDO CADASTRADA.         *
      *----------------------------------------------------------------*
       0500-CARREGA-CAMPANHA.
           OPEN INPUT ARQUIVO-CAMPANHAS.
           MOVE WRK-CAMPANHA-ANIVERSARIO TO CAM-CODIGO.
           READ ARQUIVO-CAMPANHAS
               INVALID KEY
                   DISPLAY 'CAMPANHA ' WRK-CAMPANHA-ANIVERSARIO
                       ' (ANIVERSARIANTES) NAO CADASTRADA NO PROG78 - '
                       'LISTA SEM CARENCIA.'
               NOT INVALID KEY
                   MOVE CAM-CARENCIA-DIAS TO WRK-CARENCIA-DIAS
           END-READ.
           CLOSE ARQUIVO-CAMPANHAS.

       1000-LE-CLIENTE.
           READ ARQUIVO-CLIENTES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CLIENTES
           END-READ.

       2000-PROCESSA-CLIENTE.
           IF WRK-DATA-NASCIMENTO NOT NUMERIC
               OR WRK-DATA-NASCIMENTO EQUAL ZEROS
               GO TO 2000-PROCESSA-CLIENTE-FIM
           END-IF.
           MOVE WRK-DATA-NASCIMENTO (5:2) TO WRK-MES-NASCIMENTO.
           IF WRK-MES-NASCIMENTO NOT EQUAL WRK-MES-HOJE
               GO TO 2000-PROCESSA-CLIENTE-FIM
           END-IF.

           IF CLIENTE-OPTOUT
               ADD 1 TO WRK-QTD-OPTOUT
               GO TO 2000-PROCESSA-CLIENTE-FIM
           END-IF.

           PERFORM 2100-TESTA-CARENCIA.
           IF WRK-JA-CONTATADO EQUAL "S"
               ADD 1 TO WRK-QTD-JA-CONTATADOS
               GO TO 2000-PROCESSA-CLIENTE-FIM
           END-IF.
           IF WRK-EM-CARENCIA EQUAL "S"
               ADD 1 TO WRK-QTD-CARENCIA
               GO TO 2000-PROCESSA-CLIENTE-FIM
           END-IF.

           PERFORM 2200-LISTA-ANIVERSARIANTE.

       2000-PROCESSA-CLIENTE-FIM.
           PERFORM 1000-LE-CLIENTE.

      *----------------------------------------------------------------*
      * CONTATOS DO TELEFONE EM QUALQUER CAMPANHA, COMO NO PROG79: UM   *
      * CONTATO DENTRO DA CARENCIA BLOQUEIA; O CONTATO DE ANIVERSARIO   *
      * JA FEITO NESTE MES MARCA O CLIENTE COMO JA CONTATADO.           *
      *----------------------------------------------------------------*
       2100-TESTA-CARENCIA.
           MOVE "N" TO WRK-EM-CARENCIA.
           MOVE "N" TO WRK-JA-CONTATADO.
           MOVE "N" TO WRK-FIM-CONTATOS.
           MOVE WRK-TELEFONE TO WRK-TELEFONE-ALVO.
           MOVE WRK-TELEFONE TO CTT-TELEFONE.
           MOVE ZEROS TO CTT-CAMPANHA.
           START ARQUIVO-CONTATOS KEY IS NOT LESS CONTATO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CONTATOS
           END-START.
           PERFORM 2110-LE-CONTATO
               UNTIL WRK-FIM-CONTATOS EQUAL "S".

       2110-LE-CONTATO.
           READ ARQUIVO-CONTATOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CONTATOS
           END-READ.
           IF WRK-FIM-CONTATOS NOT EQUAL "S"
               IF CTT-TELEFONE EQUAL WRK-TELEFONE-ALVO
                   IF CTT-CAMPANHA EQUAL WRK-CAMPANHA-ANIVERSARIO
                       AND CTT-DATA-CONTATO (1:6) EQUAL
                           WRK-DATA-HOJE (1:6)
                       MOVE "S" TO WRK-JA-CONTATADO
                   END-IF
                   COMPUTE WRK-CONTATO-INTEIRO EQUAL
                       FUNCTION INTEGER-OF-DATE (CTT-DATA-CONTATO)
                   COMPUTE WRK-DIAS-DESDE EQUAL
                       WRK-HOJE-INTEIRO - WRK-CONTATO-INTEIRO
                   IF WRK-DIAS-DESDE LESS WRK-CARENCIA-DIAS
                       MOVE "S" TO WRK-EM-CARENCIA
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-CONTATOS
               END-IF
           END-IF.

       2200-LISTA-ANIVERSARIANTE.
           ADD 1 TO WRK-QTD-LISTADOS.

           MOVE SPACES TO LINHA-ANIVERSARIANTE.
           STRING "  " WRK-NOME " TEL: " WRK-TELEFONE
                  " NASC: " WRK-DATA-NASCIMENTO
                  " " WRK-EMAIL
               DELIMITED BY SIZE INTO LINHA-ANIVERSARIANTE.
           WRITE LINHA-ANIVERSARIANTE.

           MOVE WRK-TELEFONE TO CTT-TELEFONE.
           MOVE WRK-CAMPANHA-ANIVERSARIO TO CTT-CAMPANHA.
           MOVE WRK-DATA-HOJE TO CTT-DATA-CONTATO.
           MOVE "N" TO CTT-RESPOSTA.
           WRITE CONTATO-REGISTRO
               INVALID KEY
                   MOVE WRK-DATA-HOJE TO CTT-DATA-CONTATO
                   MOVE "N" TO CTT-RESPOSTA
                   REWRITE CONTATO-REGISTRO
           END-WRITE.
