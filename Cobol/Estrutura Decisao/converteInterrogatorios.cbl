      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteInterrogatorios".
       AUTHOR. "LUCAS KURATA".
      *    CONVERSAO UNICA PARA OS QUESTIONARIOS POR TIPO DE CASO: CRIA
      *     O QUESTIONARIO PADRAO (TIPO 00) COM AS 5 PERGUNTAS FIXAS DA
      *     CLASSIFICACAO ANTIGA, PESO 1 CADA, E AS SUAS FAIXAS (0 A 1
      *     INOCENTE, 2 SUSPEITA, 3 A 4 CUMPLICE, 5 ASSASSINO), E
      *     CARREGA AS RESPOSTAS DO ARQUIVO ANTIGO DE INTERROGATORIOS
      *     (SUSPEITOS.DAT) EM RESPOSTAS_INTERROGATORIO.DAT, UMA POR
      *     PERGUNTA.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ):
      *       1. RODE ESTE PROGRAMA E CONFIRA AS CONTAGENS;
      *       2. RODE A CLASSIFICACAO DOS INTERROGATORIOS PARA GRAVAR
      *          AS CLASSIFICACOES DOS CASOS ABERTOS;
      *       3. CADASTRE OS QUESTIONARIOS PROPRIOS DOS TIPOS DE CASO NA
      *          MANUTENCAO DE QUESTIONARIOS;
      *       4. GUARDE O suspeitos.dat ATE CONFERIR A PRIMEIRA
      *          CLASSIFICACAO - ELE NAO E MAIS LIDO.
      *
      *     PERGUNTA OU FAIXA DO TIPO 00 JA CADASTRADA E MANTIDA. O
      *     MESMO SUSPEITO REPETIDO NO MESMO CASO FICA COM AS RESPOSTAS
      *     DO PRIMEIRO INTERROGATORIO E SAI NA CONTAGEM DE REPETIDOS.
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
           SELECT OPTIONAL ARQUIVO-SUSPEITOS
           ASSIGN TO "suspeitos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-QUESTIONARIOS
           ASSIGN TO "questionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS QUESTIONARIO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FAIXAS
           ASSIGN TO "faixas_classificacao.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FAIXA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-RESPOSTAS
           ASSIGN TO "respostas_interrogatorio.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPOSTA-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    INTERROGATORIO NO LAYOUT ANTERIOR AOS QUESTIONARIOS: AS 5
      *    RESPOSTAS FIXAS NA ORDEM DAS PERGUNTAS 01 A 05 DO PADRAO.
       FD  ARQUIVO-SUSPEITOS.
       01  SUSPEITO-REGISTRO.
           05 VEL-CASO             PIC 9(5).
           05 VEL-NOME-SUSPEITO    PIC A(20).
           05 VEL-RESPOSTA         PIC A(1) OCCURS 5 TIMES.

       FD  ARQUIVO-QUESTIONARIOS.
           COPY "QUESTIONARIO-PERGUNTA.cpy".

       FD  ARQUIVO-FAIXAS.
           COPY "FAIXA-CLASSIFICACAO.cpy".

       FD  ARQUIVO-RESPOSTAS.
           COPY "RESPOSTA-INTERROGATORIO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-IDX                        PIC 9(1) VALUE ZEROS.
       77 WRK-REPETIDO                   PIC A(1) VALUE "N".
       77 WRK-QTD-SUSPEITOS              PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-REPETIDOS              PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-RESPOSTAS              PIC 9(6) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'CONVERSAO PARA OS QUESTIONARIOS POR TIPO DE CASO'.
           DISPLAY '(CRIA O QUESTIONARIO PADRAO E LE suspeitos.dat)'.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           PERFORM 1000-CRIA-QUESTIONARIO-PADRAO.
           PERFORM 2000-CONVERTE-INTERROGATORIOS.

           DISPLAY 'CONVERSAO CONCLUIDA - CONFIRA AS CONTAGENS E '
               'RODE A CLASSIFICACAO DOS INTERROGATORIOS.'.
           STOP RUN.

      *----------------------------------------------------------------*
      * QUESTIONARIO PADRAO: AS 5 PERGUNTAS E AS FAIXAS DA REGRA FIXA   *
      * ANTERIOR, PARA QUE A CLASSIFICACAO DOS CASOS JA INTERROGADOS    *
      * NAO MUDE NA VIRADA.                                             *
      *----------------------------------------------------------------*
       1000-CRIA-QUESTIONARIO-PADRAO.
           OPEN I-O ARQUIVO-QUESTIONARIOS.
           MOVE ZEROS TO QST-TIPO.
           MOVE 1 TO QST-PESO.
           MOVE 1 TO QST-PERGUNTA.
           MOVE "TELEFONOU PARA A VITIMA?" TO QST-TEXTO.
           PERFORM 1100-GRAVA-PERGUNTA.
           MOVE 2 TO QST-PERGUNTA.
           MOVE "ESTEVE NO LOCAL DO CRIME?" TO QST-TEXTO.
           PERFORM 1100-GRAVA-PERGUNTA.
           MOVE 3 TO QST-PERGUNTA.
           MOVE "MORA PERTO DA VITIMA?" TO QST-TEXTO.
           PERFORM 1100-GRAVA-PERGUNTA.
           MOVE 4 TO QST-PERGUNTA.
           MOVE "DEVIA PARA A VITIMA?" TO QST-TEXTO.
           PERFORM 1100-GRAVA-PERGUNTA.
           MOVE 5 TO QST-PERGUNTA.
           MOVE "JA TRABALHOU COM A VITIMA?" TO QST-TEXTO.
           PERFORM 1100-GRAVA-PERGUNTA.
           CLOSE ARQUIVO-QUESTIONARIOS.

           OPEN I-O ARQUIVO-FAIXAS.
           MOVE ZEROS TO FXC-TIPO.
           MOVE 0 TO FXC-PONTOS-MINIMO.
           MOVE "INOCENTE" TO FXC-CLASSIFICACAO.
           PERFORM 1200-GRAVA-FAIXA.
           MOVE 2 TO FXC-PONTOS-MINIMO.
           MOVE "SUSPEITA" TO FXC-CLASSIFICACAO.
           PERFORM 1200-GRAVA-FAIXA.
           MOVE 3 TO FXC-PONTOS-MINIMO.
           MOVE "CUMPLICE" TO FXC-CLASSIFICACAO.
           PERFORM 1200-GRAVA-FAIXA.
           MOVE 5 TO FXC-PONTOS-MINIMO.
           MOVE "ASSASSINO" TO FXC-CLASSIFICACAO.
           PERFORM 1200-GRAVA-FAIXA.
           CLOSE ARQUIVO-FAIXAS.

       1100-GRAVA-PERGUNTA.
           WRITE QUESTIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY 'PERGUNTA ' QST-PERGUNTA ' DO PADRAO JA '
                       'CADASTRADA - MANTIDA.'
           END-WRITE.

       1200-GRAVA-FAIXA.
           WRITE FAIXA-CLASSIFICACAO-REGISTRO
               INVALID KEY
                   DISPLAY 'FAIXA ' FXC-PONTOS-MINIMO ' DO PADRAO JA '
                       'CADASTRADA - MANTIDA.'
           END-WRITE.

      *----------------------------------------------------------------*
      * CADA INTERROGATORIO ANTIGO VIRA 5 RESPOSTAS (PERGUNTAS 01 A 05  *
      * DO PADRAO); QUALQUER RESPOSTA DIFERENTE DE S CONTAVA COMO NAO.  *
      *----------------------------------------------------------------*
       2000-CONVERTE-INTERROGATORIOS.
           OPEN INPUT ARQUIVO-SUSPEITOS.
           OPEN I-O ARQUIVO-RESPOSTAS.
           PERFORM 2100-LE-SUSPEITO.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY 'suspeitos.dat AUSENTE OU VAZIO - NENHUMA '
                   'RESPOSTA CARREGADA.'
           END-IF.
           PERFORM 2200-COPIA-SUSPEITO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-SUSPEITOS.
           CLOSE ARQUIVO-RESPOSTAS.

           DISPLAY 'suspeitos.dat -> respostas_interrogatorio.dat: '
               WRK-QTD-SUSPEITOS ' SUSPEITO(S), ' WRK-QTD-RESPOSTAS
               ' RESPOSTA(S).'.
           IF WRK-QTD-REPETIDOS GREATER ZEROS
               DISPLAY 'INTERROGATORIOS REPETIDOS IGNORADOS: '
                   WRK-QTD-REPETIDOS
           END-IF.

       2100-LE-SUSPEITO.
           READ ARQUIVO-SUSPEITOS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2200-COPIA-SUSPEITO.
           MOVE "N" TO WRK-REPETIDO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2300-GRAVA-RESPOSTA UNTIL WRK-IDX NOT LESS 5
               OR WRK-REPETIDO EQUAL "S".
           IF WRK-REPETIDO EQUAL "S"
               ADD 1 TO WRK-QTD-REPETIDOS
               DISPLAY 'REPETIDO NO CASO ' VEL-CASO ': '
                   VEL-NOME-SUSPEITO
           ELSE
               ADD 1 TO WRK-QTD-SUSPEITOS
           END-IF.
           PERFORM 2100-LE-SUSPEITO.

       2300-GRAVA-RESPOSTA.
           ADD 1 TO WRK-IDX.
           MOVE VEL-CASO TO RSP-CASO.
           MOVE VEL-NOME-SUSPEITO TO RSP-SUSPEITO.
           MOVE WRK-IDX TO RSP-PERGUNTA.
           IF VEL-RESPOSTA (WRK-IDX) EQUAL 'S'
               MOVE "S" TO RSP-RESPOSTA
           ELSE
               MOVE "N" TO RSP-RESPOSTA
           END-IF.
           MOVE WRK-DATA-ATUAL TO RSP-DATA.
           WRITE RESPOSTA-REGISTRO
               INVALID KEY
                   MOVE "S" TO WRK-REPETIDO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-RESPOSTAS
           END-WRITE.
