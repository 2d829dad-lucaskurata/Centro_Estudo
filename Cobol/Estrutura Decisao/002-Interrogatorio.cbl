      *================================================================*
       PROGRAM-ID. "ConverteMetrosParaCentimetros".
       AUTHOR. "LUCAS KURATA".
      *    CLASSIFICACAO DOS SUSPEITOS DE CADA CASO A PARTIR DAS
      *     RESPOSTAS DE INTERROGATORIO, COM RESUMO POR CASO.
      *     AS PERGUNTAS, OS PESOS E AS FAIXAS DE CLASSIFICACAO VEM DO
      *     QUESTIONARIO DO TIPO DO CASO (QUESTIONARIOS.DAT E
      *     FAIXAS_CLASSIFICACAO.DAT); TIPO SEM QUESTIONARIO PROPRIO
      *     USA O PADRAO (TIPO 00). A CLASSIFICACAO APURADA FICA EM
      *     CLASSIFICACOES_SUSPEITOS.DAT, E O SUSPEITO CUJA
      *     CLASSIFICACAO MUDOU SAI COM A ANTERIOR AO LADO. SUSPEITO DE
      *     CASO FECHADO MANTEM A CLASSIFICACAO GRAVADA (SO A
      *     RECLASSIFICACAO DE CASO A REVE); SEM CLASSIFICACAO GRAVADA
      *     ELE E RECUSADO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-RESPOSTAS
           ASSIGN TO "respostas_interrogatorio.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPOSTA-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO "resultado_interrogatorio.lst"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CASO-NUMERO
           ACCESS MODE IS DYNAMIC.

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

           SELECT OPTIONAL ARQUIVO-CLASSIFICACOES
           ASSIGN TO "classificacoes_suspeitos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLASSIFICACAO-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-RESPOSTAS.
           COPY "RESPOSTA-INTERROGATORIO.cpy".

       FD  ARQUIVO-RESULTADO.
       01  LINHA-RESULTADO PIC X(100).

       FD  ARQUIVO-CASOS.
           COPY "CASO-REGISTRO.cpy".

       FD  ARQUIVO-QUESTIONARIOS.
           COPY "QUESTIONARIO-PERGUNTA.cpy".

       FD  ARQUIVO-FAIXAS.
           COPY "FAIXA-CLASSIFICACAO.cpy".

       FD  ARQUIVO-CLASSIFICACOES.
           COPY "CLASSIFICACAO-SUSPEITO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
       77 WRK-PONTOS                      PIC 9(3) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                 PIC A(1) VALUE "N".
       77 WRK-CASO-ATUAL                  PIC 9(5) VALUE ZEROS.
       77 WRK-SUSPEITO-ATUAL              PIC A(20) VALUE SPACES.
       77 WRK-QTD-SUSPEITOS-CASO          PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-SUSPEITOS-CASO-EDITADO  PIC ZZ9.
       77 WRK-CLASSIFICACAO               PIC A(15) VALUE SPACES.
       77 WRK-CASO-FECHADO                PIC A(1) VALUE "N".
       77 WRK-QTD-RECUSADOS               PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-RECLASSIFICADOS         PIC 9(3) VALUE ZEROS.
       77 WRK-DATA-ATUAL                  PIC 9(8) VALUE ZEROS.

      *    QUESTIONARIO DO CASO CORRENTE: TIPO DO CASO, TIPO DO
      *    QUESTIONARIO USADO (O PROPRIO OU O PADRAO 00), PESO DE CADA
      *    PERGUNTA E FAIXAS EM ORDEM CRESCENTE DE PONTOS MINIMOS.
       77 WRK-TIPO-CASO                   PIC 9(2) VALUE ZEROS.
       77 WRK-TIPO-QUESTIONARIO           PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-PERGUNTAS               PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-FAIXAS                  PIC 9(2) VALUE ZEROS.
       77 WRK-IDX                         PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-QUESTIONARIO            PIC A(1) VALUE "N".
       77 WRK-FIM-FAIXAS                  PIC A(1) VALUE "N".
       77 WRK-CLASSIFICADO-ANTES          PIC A(1) VALUE "N".
       77 WRK-CLASSIFICACAO-ANTERIOR      PIC A(15) VALUE SPACES.

       01 WRK-QUADRO-PERGUNTAS.
           05 QUADRO-PERGUNTA OCCURS 20 TIMES.
               10 WRK-TAB-PERGUNTA        PIC 9(2).
               10 WRK-TAB-PESO            PIC 9(2).

       01 WRK-QUADRO-FAIXAS.
           05 QUADRO-FAIXA OCCURS 10 TIMES.
               10 WRK-TAB-MINIMO          PIC 9(3).
               10 WRK-TAB-CLASSIF         PIC A(15).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           OPEN INPUT ARQUIVO-RESPOSTAS.
           OPEN OUTPUT ARQUIVO-RESULTADO.
           OPEN INPUT ARQUIVO-CASOS.
           OPEN INPUT ARQUIVO-QUESTIONARIOS.
           OPEN INPUT ARQUIVO-FAIXAS.
           OPEN I-O ARQUIVO-CLASSIFICACOES.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.

           PERFORM 1000-LE-RESPOSTA.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               MOVE RSP-CASO TO WRK-CASO-ATUAL
               MOVE RSP-SUSPEITO TO WRK-SUSPEITO-ATUAL
               MOVE ZEROS TO WRK-PONTOS
               PERFORM 1500-CONSULTA-STATUS-CASO
           END-IF.

           PERFORM 2000-PROCESSA-RESPOSTA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".

           IF WRK-SUSPEITO-ATUAL NOT EQUAL SPACES
               PERFORM 2100-CLASSIFICA-SUSPEITO
           END-IF.

           IF WRK-QTD-SUSPEITOS-CASO GREATER 0
               PERFORM 3000-IMPRIME-RESUMO-CASO
           END-IF.
               WRITE LINHA-RESULTADO
           END-IF.

           IF WRK-QTD-RECLASSIFICADOS GREATER 0
               MOVE SPACES TO LINHA-RESULTADO
               STRING "SUSPEITOS COM CLASSIFICACAO ALTERADA: "
                      WRK-QTD-RECLASSIFICADOS
                   DELIMITED BY SIZE INTO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
           END-IF.

           CLOSE ARQUIVO-RESPOSTAS.
           CLOSE ARQUIVO-RESULTADO.
           CLOSE ARQUIVO-CASOS.
           CLOSE ARQUIVO-QUESTIONARIOS.
           CLOSE ARQUIVO-FAIXAS.
           CLOSE ARQUIVO-CLASSIFICACOES.
           STOP RUN.

       1000-LE-RESPOSTA.
           READ ARQUIVO-RESPOSTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
      *----------------------------------------------------------------*
      * CONSULTA O CADASTRO DE CASOS: CASO FECHADO NAO RECEBE MAIS      *
      * SUSPEITOS NA CLASSIFICACAO. CASO AINDA SEM CADASTRO E TRATADO   *
      * COMO ABERTO E DO TIPO 00. CARREGA O QUESTIONARIO DO TIPO.       *
      *----------------------------------------------------------------*
       1500-CONSULTA-STATUS-CASO.
           MOVE "N" TO WRK-CASO-FECHADO.
           MOVE ZEROS TO WRK-TIPO-CASO.
           MOVE WRK-CASO-ATUAL TO CASO-NUMERO.
           READ ARQUIVO-CASOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CASO-TIPO TO WRK-TIPO-CASO
                   IF CASO-FECHADO
                       MOVE "S" TO WRK-CASO-FECHADO
                   END-IF
           END-READ.
           PERFORM 1600-CARREGA-QUESTIONARIO.

      *----------------------------------------------------------------*
      * PESOS DAS PERGUNTAS E FAIXAS DO QUESTIONARIO DO TIPO DO CASO;   *
      * TIPO SEM PERGUNTAS CADASTRADAS USA O QUESTIONARIO PADRAO 00.    *
      *----------------------------------------------------------------*
       1600-CARREGA-QUESTIONARIO.
           MOVE WRK-TIPO-CASO TO WRK-TIPO-QUESTIONARIO.
           PERFORM 1610-CARREGA-PERGUNTAS.
           IF WRK-QTD-PERGUNTAS EQUAL ZEROS
               AND WRK-TIPO-QUESTIONARIO NOT EQUAL ZEROS
               MOVE ZEROS TO WRK-TIPO-QUESTIONARIO
               PERFORM 1610-CARREGA-PERGUNTAS
           END-IF.
           PERFORM 1650-CARREGA-FAIXAS.

       1610-CARREGA-PERGUNTAS.
           MOVE ZEROS TO WRK-QTD-PERGUNTAS.
           MOVE "N" TO WRK-FIM-QUESTIONARIO.
           MOVE WRK-TIPO-QUESTIONARIO TO QST-TIPO.
           MOVE ZEROS TO QST-PERGUNTA.
           START ARQUIVO-QUESTIONARIOS KEY IS NOT LESS
               QUESTIONARIO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-START.
           PERFORM 1620-LE-PERGUNTA
               UNTIL WRK-FIM-QUESTIONARIO EQUAL "S".

       1620-LE-PERGUNTA.
           READ ARQUIVO-QUESTIONARIOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-READ.
           IF WRK-FIM-QUESTIONARIO NOT EQUAL "S"
               IF QST-TIPO NOT EQUAL WRK-TIPO-QUESTIONARIO
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
               ELSE
                   IF WRK-QTD-PERGUNTAS LESS 20
                       ADD 1 TO WRK-QTD-PERGUNTAS
                       MOVE QST-PERGUNTA TO
                           WRK-TAB-PERGUNTA (WRK-QTD-PERGUNTAS)
                       MOVE QST-PESO TO WRK-TAB-PESO (WRK-QTD-PERGUNTAS)
                   END-IF
               END-IF
           END-IF.

       1650-CARREGA-FAIXAS.
           MOVE ZEROS TO WRK-QTD-FAIXAS.
           MOVE "N" TO WRK-FIM-FAIXAS.
           MOVE WRK-TIPO-QUESTIONARIO TO FXC-TIPO.
           MOVE ZEROS TO FXC-PONTOS-MINIMO.
           START ARQUIVO-FAIXAS KEY IS NOT LESS FAIXA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-FAIXAS
           END-START.
           PERFORM 1660-LE-FAIXA UNTIL WRK-FIM-FAIXAS EQUAL "S".

       1660-LE-FAIXA.
           READ ARQUIVO-FAIXAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-FAIXAS
           END-READ.
           IF WRK-FIM-FAIXAS NOT EQUAL "S"
               IF FXC-TIPO NOT EQUAL WRK-TIPO-QUESTIONARIO
                   MOVE "S" TO WRK-FIM-FAIXAS
               ELSE
                   IF WRK-QTD-FAIXAS LESS 10
                       ADD 1 TO WRK-QTD-FAIXAS
                       MOVE FXC-PONTOS-MINIMO TO
                           WRK-TAB-MINIMO (WRK-QTD-FAIXAS)
                       MOVE FXC-CLASSIFICACAO TO
                           WRK-TAB-CLASSIF (WRK-QTD-FAIXAS)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SOMA O PESO DE CADA RESPOSTA SIM DO SUSPEITO; QUANDO MUDA O     *
      * SUSPEITO CLASSIFICA O ANTERIOR, E QUANDO MUDA O CASO FECHA O    *
      * RESUMO DO ANTERIOR E CARREGA O QUESTIONARIO DO NOVO.            *
      *----------------------------------------------------------------*
       2000-PROCESSA-RESPOSTA.
           IF RSP-CASO NOT EQUAL WRK-CASO-ATUAL
               OR RSP-SUSPEITO NOT EQUAL WRK-SUSPEITO-ATUAL
               PERFORM 2100-CLASSIFICA-SUSPEITO
               IF RSP-CASO NOT EQUAL WRK-CASO-ATUAL
                   PERFORM 3000-IMPRIME-RESUMO-CASO
                   MOVE RSP-CASO TO WRK-CASO-ATUAL
                   PERFORM 1500-CONSULTA-STATUS-CASO
               END-IF
               MOVE RSP-SUSPEITO TO WRK-SUSPEITO-ATUAL
               MOVE ZEROS TO WRK-PONTOS
           END-IF.

           IF RESPOSTA-SIM
               MOVE ZEROS TO WRK-IDX
               PERFORM 2200-SOMA-PESO
                   UNTIL WRK-IDX NOT LESS WRK-QTD-PERGUNTAS
           END-IF.

           PERFORM 1000-LE-RESPOSTA.

      *----------------------------------------------------------------*
      * CLASSIFICA O SUSPEITO PELAS FAIXAS DO QUESTIONARIO, GRAVA A     *
      * CLASSIFICACAO APURADA E A LINHA NO RELATORIO. SUSPEITO DE CASO  *
      * FECHADO SO SAI NO RELATORIO SE NUNCA FOI CLASSIFICADO.          *
      *----------------------------------------------------------------*
       2100-CLASSIFICA-SUSPEITO.
           MOVE "N" TO WRK-CLASSIFICADO-ANTES.
           MOVE WRK-CASO-ATUAL TO CLS-CASO.
           MOVE WRK-SUSPEITO-ATUAL TO CLS-SUSPEITO.
           READ ARQUIVO-CLASSIFICACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLASSIFICADO-ANTES
                   MOVE CLS-CLASSIFICACAO TO WRK-CLASSIFICACAO-ANTERIOR
           END-READ.

           IF WRK-CASO-FECHADO EQUAL "S"
               IF WRK-CLASSIFICADO-ANTES NOT EQUAL "S"
                   ADD 1 TO WRK-QTD-RECUSADOS
                   MOVE SPACES TO LINHA-RESULTADO
                   STRING "CASO: " WRK-CASO-ATUAL
                          "  SUSPEITO: " WRK-SUSPEITO-ATUAL
                          "  *** RECUSADO - CASO FECHADO ***"
                       DELIMITED BY SIZE INTO LINHA-RESULTADO
                   WRITE LINHA-RESULTADO
               END-IF
           ELSE
               PERFORM 2300-APURA-CLASSIFICACAO
               ADD 1 TO WRK-QTD-SUSPEITOS-CASO

               MOVE WRK-TIPO-QUESTIONARIO TO CLS-TIPO-QUESTIONARIO
               MOVE WRK-PONTOS TO CLS-PONTOS
               MOVE WRK-CLASSIFICACAO TO CLS-CLASSIFICACAO
               MOVE WRK-DATA-ATUAL TO CLS-DATA
               IF WRK-CLASSIFICADO-ANTES EQUAL "S"
                   REWRITE CLASSIFICACAO-REGISTRO
               ELSE
                   WRITE CLASSIFICACAO-REGISTRO
               END-IF

               MOVE SPACES TO LINHA-RESULTADO
               IF WRK-CLASSIFICADO-ANTES EQUAL "S"
                   AND WRK-CLASSIFICACAO-ANTERIOR NOT EQUAL
                       WRK-CLASSIFICACAO
                   ADD 1 TO WRK-QTD-RECLASSIFICADOS
                   STRING "CASO: " WRK-CASO-ATUAL
                          "  SUSPEITO: " WRK-SUSPEITO-ATUAL
                          "  PONTOS: " WRK-PONTOS
                          "  CLASSIFICACAO: " WRK-CLASSIFICACAO
                          "  ANTES: " WRK-CLASSIFICACAO-ANTERIOR
                       DELIMITED BY SIZE INTO LINHA-RESULTADO
               ELSE
                   STRING "CASO: " WRK-CASO-ATUAL
                          "  SUSPEITO: " WRK-SUSPEITO-ATUAL
                          "  PONTOS: " WRK-PONTOS
                          "  CLASSIFICACAO: " WRK-CLASSIFICACAO
                       DELIMITED BY SIZE INTO LINHA-RESULTADO
               END-IF
               WRITE LINHA-RESULTADO
           END-IF.

       2200-SOMA-PESO.
           ADD 1 TO WRK-IDX.
           IF WRK-TAB-PERGUNTA (WRK-IDX) EQUAL RSP-PERGUNTA
               ADD WRK-TAB-PESO (WRK-IDX) TO WRK-PONTOS
           END-IF.

      *    A CLASSIFICACAO E A DA MAIOR FAIXA CUJO MINIMO NAO PASSA DOS
      *    PONTOS (O QUADRO VEM EM ORDEM CRESCENTE DE MINIMO).
       2300-APURA-CLASSIFICACAO.
           IF WRK-QTD-PERGUNTAS EQUAL ZEROS
               MOVE "SEM PERGUNTAS" TO WRK-CLASSIFICACAO
           ELSE
               MOVE "SEM FAIXA" TO WRK-CLASSIFICACAO
               MOVE ZEROS TO WRK-IDX
               PERFORM 2310-TESTA-FAIXA
                   UNTIL WRK-IDX NOT LESS WRK-QTD-FAIXAS
           END-IF.

       2310-TESTA-FAIXA.
           ADD 1 TO WRK-IDX.
           IF WRK-TAB-MINIMO (WRK-IDX) NOT GREATER WRK-PONTOS
               MOVE WRK-TAB-CLASSIF (WRK-IDX) TO WRK-CLASSIFICACAO
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA O TOTAL DE SUSPEITOS INTERROGADOS NO CASO CORRENTE E     *

           MOVE ZEROS TO WRK-QTD-SUSPEITOS-CASO.

      *Cada tipo de caso tem o seu questionario (questionarios.dat): cada
      *resposta SIM soma ao interrogado o peso da pergunta. Ao final do
      *interrogatorio, o total de pontos cai numa das faixas do tipo
      *(faixas_classificacao.dat) - no questionario padrao, tipo 00, as
      *5 perguntas valem 1 ponto e as faixas sao: 2 "Suspeito", 3 ou 4
      *"Cumplice", 5 "Assassino" e, abaixo de 2, "Inocente".
