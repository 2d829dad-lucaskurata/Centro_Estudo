      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoQuestionarios".
       AUTHOR. "LUCAS KURATA".
      *    QUESTIONARIOS DE INTERROGATORIO POR TIPO DE CASO: PERGUNTAS
      *     COM TEXTO E PESO (QUESTIONARIOS.DAT) E FAIXAS DE PONTOS DE
      *     CADA CLASSIFICACAO (FAIXAS_CLASSIFICACAO.DAT). O TIPO 00 E
      *     O QUESTIONARIO PADRAO DOS TIPOS SEM QUESTIONARIO PROPRIO.
      *     REGISTRA O INTERROGATORIO DE UM SUSPEITO (UMA RESPOSTA S/N
      *     POR PERGUNTA EM RESPOSTAS_INTERROGATORIO.DAT), SO EM CASO
      *     ABERTO. A RECLASSIFICACAO REAPURA OS SUSPEITOS DE UM CASO,
      *     ABERTO OU FECHADO, PELO QUESTIONARIO EM VIGOR, ATUALIZA
      *     CLASSIFICACOES_SUSPEITOS.DAT E LISTA EM
      *     RECLASSIFICACAO_CASO.LST OS SUSPEITOS CUJA CLASSIFICACAO
      *     MUDOU.
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

           SELECT OPTIONAL ARQUIVO-TIPOS-CASO
           ASSIGN TO "tipos_caso.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TPC-TIPO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CASOS
           ASSIGN TO "casos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CASO-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-RESPOSTAS
           ASSIGN TO "respostas_interrogatorio.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPOSTA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CLASSIFICACOES
           ASSIGN TO "classificacoes_suspeitos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLASSIFICACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RECLASSIFICACAO
           ASSIGN TO "reclassificacao_caso.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-QUESTIONARIOS.
           COPY "QUESTIONARIO-PERGUNTA.cpy".

       FD  ARQUIVO-FAIXAS.
           COPY "FAIXA-CLASSIFICACAO.cpy".

       FD  ARQUIVO-TIPOS-CASO.
           COPY "TIPO-CASO.cpy".

       FD  ARQUIVO-CASOS.
           COPY "CASO-REGISTRO.cpy".

       FD  ARQUIVO-RESPOSTAS.
           COPY "RESPOSTA-INTERROGATORIO.cpy".

       FD  ARQUIVO-CLASSIFICACOES.
           COPY "CLASSIFICACAO-SUSPEITO.cpy".

       FD  ARQUIVO-RECLASSIFICACAO.
       01  LINHA-RECLASSIFICACAO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-OPCAO                      PIC 9(1) VALUE ZEROS.
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-CONFIRMA                   PIC A(1) VALUE "N".
       77 WRK-TIPO-PEDIDO                PIC 9(2) VALUE ZEROS.
       77 WRK-TIPO-ACHADO                PIC A(1) VALUE "N".
       77 WRK-REGISTRO-ACHADO            PIC A(1) VALUE "N".
       77 WRK-CASO-PEDIDO                PIC 9(5) VALUE ZEROS.
       77 WRK-CASO-ACHADO                PIC A(1) VALUE "N".
       77 WRK-SUSPEITO-PEDIDO            PIC A(20) VALUE SPACES.
       77 WRK-FIM-QUESTIONARIO           PIC A(1) VALUE "N".
       77 WRK-FIM-FAIXAS                 PIC A(1) VALUE "N".
       77 WRK-FIM-RESPOSTAS              PIC A(1) VALUE "N".
       77 WRK-QTD-LISTADOS               PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-RESPONDIDAS            PIC 9(2) VALUE ZEROS.

      *    QUESTIONARIO EM VIGOR DO CASO: TIPO DO CASO, TIPO DO
      *    QUESTIONARIO USADO (O PROPRIO OU O PADRAO 00), PESO DE CADA
      *    PERGUNTA E FAIXAS EM ORDEM CRESCENTE DE PONTOS MINIMOS - A
      *    MESMA APURACAO DA CLASSIFICACAO DOS INTERROGATORIOS.
       77 WRK-TIPO-CASO                  PIC 9(2) VALUE ZEROS.
       77 WRK-TIPO-QUESTIONARIO          PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-PERGUNTAS              PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-FAIXAS                 PIC 9(2) VALUE ZEROS.
       77 WRK-IDX                        PIC 9(2) VALUE ZEROS.
       77 WRK-PONTOS                     PIC 9(3) VALUE ZEROS.
       77 WRK-CLASSIFICACAO              PIC A(15) VALUE SPACES.
       77 WRK-CLASSIFICACAO-ANTERIOR     PIC A(15) VALUE SPACES.
       77 WRK-CLASSIFICADO-ANTES         PIC A(1) VALUE "N".
       77 WRK-SUSPEITO-ATUAL             PIC A(20) VALUE SPACES.
       77 WRK-QTD-REAVALIADOS            PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ALTERADOS              PIC 9(3) VALUE ZEROS.

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
           OPEN I-O ARQUIVO-QUESTIONARIOS.
           OPEN I-O ARQUIVO-FAIXAS.
           OPEN INPUT ARQUIVO-CASOS.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-QUESTIONARIOS.
           CLOSE ARQUIVO-FAIXAS.
           CLOSE ARQUIVO-CASOS.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '========================================='.
           DISPLAY 'QUESTIONARIOS DE INTERROGATORIO'.
           DISPLAY '1 - Incluir ou alterar pergunta'.
           DISPLAY '2 - Excluir pergunta'.
           DISPLAY '3 - Incluir ou alterar faixa de classificacao'.
           DISPLAY '4 - Excluir faixa de classificacao'.
           DISPLAY '5 - Listar questionario do tipo'.
           DISPLAY '6 - Registrar interrogatorio de suspeito'.
           DISPLAY '7 - Reclassificar caso pelo questionario atual'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM 2000-GRAVA-PERGUNTA
                   THRU 2000-GRAVA-PERGUNTA-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM 2500-EXCLUI-PERGUNTA
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM 3000-GRAVA-FAIXA
                   THRU 3000-GRAVA-FAIXA-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM 3500-EXCLUI-FAIXA
           END-IF.

           IF WRK-OPCAO EQUAL 5
               PERFORM 4000-LISTA-QUESTIONARIO
           END-IF.

           IF WRK-OPCAO EQUAL 6
               PERFORM 5000-REGISTRA-INTERROGATORIO
                   THRU 5000-REGISTRA-INTERROGATORIO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 7
               PERFORM 6000-RECLASSIFICA-CASO
                   THRU 6000-RECLASSIFICA-CASO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

      *----------------------------------------------------------------*
      * PERGUNTA DO QUESTIONARIO DE UM TIPO (00 OU TIPO CADASTRADO):    *
      * TEXTO LIDO AO SUSPEITO E PESO SOMADO QUANDO A RESPOSTA E SIM.   *
      * A ALTERACAO VALE PARA AS PROXIMAS APURACOES - CASO JA APURADO   *
      * SO MUDA PELA RECLASSIFICACAO.                                   *
      *----------------------------------------------------------------*
       2000-GRAVA-PERGUNTA.
           PERFORM 8500-PEDE-TIPO.
           IF WRK-TIPO-ACHADO NOT EQUAL "S"
               GO TO 2000-GRAVA-PERGUNTA-FIM
           END-IF.

           MOVE WRK-TIPO-PEDIDO TO QST-TIPO.
           DISPLAY 'NUMERO DA PERGUNTA (01-20): '.
           ACCEPT QST-PERGUNTA.
           IF QST-PERGUNTA EQUAL ZEROS OR QST-PERGUNTA GREATER 20
               DISPLAY 'PERGUNTA DEVE SER DE 01 A 20.'
               GO TO 2000-GRAVA-PERGUNTA-FIM
           END-IF.

           MOVE "N" TO WRK-REGISTRO-ACHADO.
           READ ARQUIVO-QUESTIONARIOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-REGISTRO-ACHADO
                   DISPLAY 'ATUAL: ' QST-TEXTO '  PESO ' QST-PESO
           END-READ.

           DISPLAY 'TEXTO DA PERGUNTA: '.
           ACCEPT QST-TEXTO.
           IF QST-TEXTO EQUAL SPACES
               DISPLAY 'PERGUNTA SEM TEXTO NAO E GRAVADA.'
               GO TO 2000-GRAVA-PERGUNTA-FIM
           END-IF.
           DISPLAY 'PESO DA RESPOSTA SIM (01-99): '.
           ACCEPT QST-PESO.

           IF WRK-REGISTRO-ACHADO EQUAL "S"
               REWRITE QUESTIONARIO-REGISTRO
               DISPLAY 'PERGUNTA ALTERADA.'
           ELSE
               WRITE QUESTIONARIO-REGISTRO
               DISPLAY 'PERGUNTA INCLUIDA.'
           END-IF.

       2000-GRAVA-PERGUNTA-FIM.
           EXIT.

      *    PERGUNTA EXCLUIDA DEIXA DE PONTUAR; AS RESPOSTAS JA DADAS A
      *    ELA FICAM GRAVADAS, MAS NAO CONTAM MAIS NA APURACAO.
       2500-EXCLUI-PERGUNTA.
           DISPLAY 'TIPO DO QUESTIONARIO (00 = PADRAO): '.
           ACCEPT QST-TIPO.
           DISPLAY 'NUMERO DA PERGUNTA: '.
           ACCEPT QST-PERGUNTA.
           READ ARQUIVO-QUESTIONARIOS
               INVALID KEY
                   DISPLAY 'PERGUNTA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY QST-PERGUNTA ' - ' QST-TEXTO
                   DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                       DELETE ARQUIVO-QUESTIONARIOS RECORD
                       DISPLAY 'PERGUNTA EXCLUIDA.'
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * FAIXA DE CLASSIFICACAO: A PARTIR DE QUANTOS PONTOS O SUSPEITO   *
      * RECEBE A CLASSIFICACAO. ATE 10 FAIXAS POR TIPO; A PRIMEIRA      *
      * DEVE COMECAR EM 000 PARA COBRIR QUEM NAO PONTUA.                *
      *----------------------------------------------------------------*
       3000-GRAVA-FAIXA.
           PERFORM 8500-PEDE-TIPO.
           IF WRK-TIPO-ACHADO NOT EQUAL "S"
               GO TO 3000-GRAVA-FAIXA-FIM
           END-IF.

           MOVE WRK-TIPO-PEDIDO TO WRK-TIPO-QUESTIONARIO.
           PERFORM 8650-CARREGA-FAIXAS.

           MOVE WRK-TIPO-PEDIDO TO FXC-TIPO.
           DISPLAY 'PONTOS MINIMOS DA FAIXA (000-999): '.
           ACCEPT FXC-PONTOS-MINIMO.

           MOVE "N" TO WRK-REGISTRO-ACHADO.
           READ ARQUIVO-FAIXAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-REGISTRO-ACHADO
                   DISPLAY 'ATUAL: ' FXC-CLASSIFICACAO
           END-READ.

           IF WRK-REGISTRO-ACHADO NOT EQUAL "S"
               AND WRK-QTD-FAIXAS NOT LESS 10
               DISPLAY 'O TIPO JA TEM 10 FAIXAS - EXCLUA UMA ANTES DE '
                   'INCLUIR OUTRA.'
               GO TO 3000-GRAVA-FAIXA-FIM
           END-IF.

           DISPLAY 'CLASSIFICACAO: '.
           ACCEPT FXC-CLASSIFICACAO.
           IF FXC-CLASSIFICACAO EQUAL SPACES
               DISPLAY 'FAIXA SEM CLASSIFICACAO NAO E GRAVADA.'
               GO TO 3000-GRAVA-FAIXA-FIM
           END-IF.

           IF WRK-REGISTRO-ACHADO EQUAL "S"
               REWRITE FAIXA-CLASSIFICACAO-REGISTRO
               DISPLAY 'FAIXA ALTERADA.'
           ELSE
               WRITE FAIXA-CLASSIFICACAO-REGISTRO
               DISPLAY 'FAIXA INCLUIDA.'
           END-IF.

       3000-GRAVA-FAIXA-FIM.
           EXIT.

       3500-EXCLUI-FAIXA.
           DISPLAY 'TIPO DO QUESTIONARIO (00 = PADRAO): '.
           ACCEPT FXC-TIPO.
           DISPLAY 'PONTOS MINIMOS DA FAIXA: '.
           ACCEPT FXC-PONTOS-MINIMO.
           READ ARQUIVO-FAIXAS
               INVALID KEY
                   DISPLAY 'FAIXA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'A PARTIR DE ' FXC-PONTOS-MINIMO ' PONTOS: '
                       FXC-CLASSIFICACAO
                   DISPLAY 'CONFIRMA A EXCLUSAO? (S/N)'
                   ACCEPT WRK-CONFIRMA
                   IF WRK-CONFIRMA EQUAL 'S' OR WRK-CONFIRMA EQUAL 's'
                       DELETE ARQUIVO-FAIXAS RECORD
                       DISPLAY 'FAIXA EXCLUIDA.'
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LISTA AS PERGUNTAS E AS FAIXAS DO TIPO; TIPO SEM PERGUNTAS      *
      * PROPRIAS E AVISADO DE QUE USA O QUESTIONARIO PADRAO.            *
      *----------------------------------------------------------------*
       4000-LISTA-QUESTIONARIO.
           DISPLAY 'TIPO DO QUESTIONARIO (00 = PADRAO): '.
           ACCEPT WRK-TIPO-PEDIDO.

           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE "N" TO WRK-FIM-QUESTIONARIO.
           MOVE WRK-TIPO-PEDIDO TO QST-TIPO.
           MOVE ZEROS TO QST-PERGUNTA.
           START ARQUIVO-QUESTIONARIOS KEY IS NOT LESS
               QUESTIONARIO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-START.
           IF WRK-FIM-QUESTIONARIO NOT EQUAL "S"
               PERFORM 4100-LE-PERGUNTA
           END-IF.
           PERFORM 4200-EXIBE-PERGUNTA
               UNTIL WRK-FIM-QUESTIONARIO EQUAL "S".

           IF WRK-QTD-LISTADOS EQUAL ZEROS
               IF WRK-TIPO-PEDIDO EQUAL ZEROS
                   DISPLAY 'QUESTIONARIO PADRAO SEM PERGUNTAS.'
               ELSE
                   DISPLAY 'TIPO SEM QUESTIONARIO PROPRIO - USA O '
                       'QUESTIONARIO PADRAO (TIPO 00).'
               END-IF
           END-IF.

           MOVE WRK-TIPO-PEDIDO TO WRK-TIPO-QUESTIONARIO.
           PERFORM 8650-CARREGA-FAIXAS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 4300-EXIBE-FAIXA UNTIL WRK-IDX NOT LESS
               WRK-QTD-FAIXAS.

       4100-LE-PERGUNTA.
           READ ARQUIVO-QUESTIONARIOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-READ.
           IF WRK-FIM-QUESTIONARIO NOT EQUAL "S"
               AND QST-TIPO NOT EQUAL WRK-TIPO-PEDIDO
               MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-IF.

       4200-EXIBE-PERGUNTA.
           ADD 1 TO WRK-QTD-LISTADOS.
           DISPLAY 'PERGUNTA ' QST-PERGUNTA ' - ' QST-TEXTO
               '  PESO ' QST-PESO.
           PERFORM 4100-LE-PERGUNTA.

       4300-EXIBE-FAIXA.
           ADD 1 TO WRK-IDX.
           DISPLAY 'A PARTIR DE ' WRK-TAB-MINIMO (WRK-IDX)
               ' PONTOS: ' WRK-TAB-CLASSIF (WRK-IDX).

      *----------------------------------------------------------------*
      * INTERROGATORIO DE UM SUSPEITO EM CASO ABERTO: LE CADA PERGUNTA  *
      * DO QUESTIONARIO EM VIGOR PARA O TIPO DO CASO E GRAVA A RESPOSTA *
      * S/N. SUSPEITO JA INTERROGADO NO CASO SO E REFEITO CONFIRMADO.   *
      *----------------------------------------------------------------*
       5000-REGISTRA-INTERROGATORIO.
           PERFORM 8000-LOCALIZA-CASO.
           IF WRK-CASO-ACHADO NOT EQUAL "S"
               GO TO 5000-REGISTRA-INTERROGATORIO-FIM
           END-IF.

           IF CASO-FECHADO
               DISPLAY 'CASO FECHADO NAO RECEBE MAIS SUSPEITOS.'
               GO TO 5000-REGISTRA-INTERROGATORIO-FIM
           END-IF.

           PERFORM 8600-CARREGA-QUESTIONARIO.
           IF WRK-QTD-PERGUNTAS EQUAL ZEROS
               DISPLAY 'NAO HA QUESTIONARIO PARA O TIPO ' CASO-TIPO
                   ' NEM QUESTIONARIO PADRAO - CADASTRE AS PERGUNTAS.'
               GO TO 5000-REGISTRA-INTERROGATORIO-FIM
           END-IF.

           DISPLAY 'NOME DO SUSPEITO: '.
           ACCEPT WRK-SUSPEITO-PEDIDO.
           IF WRK-SUSPEITO-PEDIDO EQUAL SPACES
               DISPLAY 'INTERROGATORIO SEM NOME DO SUSPEITO RECUSADO.'
               GO TO 5000-REGISTRA-INTERROGATORIO-FIM
           END-IF.

           OPEN I-O ARQUIVO-RESPOSTAS.
           MOVE "N" TO WRK-REGISTRO-ACHADO.
           MOVE WRK-CASO-PEDIDO TO RSP-CASO.
           MOVE WRK-SUSPEITO-PEDIDO TO RSP-SUSPEITO.
           MOVE ZEROS TO RSP-PERGUNTA.
           START ARQUIVO-RESPOSTAS KEY IS NOT LESS RESPOSTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-RESPOSTAS
               NOT INVALID KEY
                   MOVE "N" TO WRK-FIM-RESPOSTAS
           END-START.
           IF WRK-FIM-RESPOSTAS NOT EQUAL "S"
               READ ARQUIVO-RESPOSTAS NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RSP-CASO EQUAL WRK-CASO-PEDIDO
                           AND RSP-SUSPEITO EQUAL WRK-SUSPEITO-PEDIDO
                           MOVE "S" TO WRK-REGISTRO-ACHADO
                       END-IF
               END-READ
           END-IF.

           IF WRK-REGISTRO-ACHADO EQUAL "S"
               DISPLAY 'SUSPEITO JA INTERROGADO NO CASO - REFAZER O '
                   'INTERROGATORIO? (S/N)'
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA NOT EQUAL 'S'
                   AND WRK-CONFIRMA NOT EQUAL 's'
                   CLOSE ARQUIVO-RESPOSTAS
                   GO TO 5000-REGISTRA-INTERROGATORIO-FIM
               END-IF
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-RESPONDIDAS.
           MOVE "N" TO WRK-FIM-QUESTIONARIO.
           MOVE WRK-TIPO-QUESTIONARIO TO QST-TIPO.
           MOVE ZEROS TO QST-PERGUNTA.
           START ARQUIVO-QUESTIONARIOS KEY IS NOT LESS
               QUESTIONARIO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-START.
           IF WRK-FIM-QUESTIONARIO NOT EQUAL "S"
               PERFORM 5100-LE-PERGUNTA
           END-IF.
           PERFORM 5200-FAZ-PERGUNTA
               UNTIL WRK-FIM-QUESTIONARIO EQUAL "S".
           CLOSE ARQUIVO-RESPOSTAS.

           DISPLAY 'INTERROGATORIO REGISTRADO - ' WRK-QTD-RESPONDIDAS
               ' RESPOSTA(S). A CLASSIFICACAO SAI NA PROXIMA APURACAO '
               'DOS INTERROGATORIOS.'.

       5000-REGISTRA-INTERROGATORIO-FIM.
           EXIT.

       5100-LE-PERGUNTA.
           READ ARQUIVO-QUESTIONARIOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-READ.
           IF WRK-FIM-QUESTIONARIO NOT EQUAL "S"
               AND QST-TIPO NOT EQUAL WRK-TIPO-QUESTIONARIO
               MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-IF.

       5200-FAZ-PERGUNTA.
           DISPLAY QST-PERGUNTA ' - ' QST-TEXTO ' (S/N)'.
           MOVE SPACES TO RSP-RESPOSTA.
           PERFORM 5210-ACEITA-RESPOSTA
               UNTIL RESPOSTA-SIM OR RESPOSTA-NAO.

           MOVE WRK-CASO-PEDIDO TO RSP-CASO.
           MOVE WRK-SUSPEITO-PEDIDO TO RSP-SUSPEITO.
           MOVE QST-PERGUNTA TO RSP-PERGUNTA.
           MOVE WRK-DATA-ATUAL TO RSP-DATA.
           WRITE RESPOSTA-REGISTRO
               INVALID KEY
                   REWRITE RESPOSTA-REGISTRO
           END-WRITE.
           ADD 1 TO WRK-QTD-RESPONDIDAS.
           PERFORM 5100-LE-PERGUNTA.

       5210-ACEITA-RESPOSTA.
           ACCEPT RSP-RESPOSTA.
           INSPECT RSP-RESPOSTA CONVERTING 'sn' TO 'SN'.
           IF NOT RESPOSTA-SIM AND NOT RESPOSTA-NAO
               DISPLAY 'RESPONDA S OU N: '
           END-IF.

      *----------------------------------------------------------------*
      * RECLASSIFICA TODOS OS SUSPEITOS DO CASO PELO QUESTIONARIO EM    *
      * VIGOR PARA O TIPO, REGRAVA A CLASSIFICACAO APURADA E LISTA OS   *
      * QUE MUDARAM DE CLASSIFICACAO. VALE TAMBEM PARA CASO FECHADO.    *
      *----------------------------------------------------------------*
       6000-RECLASSIFICA-CASO.
           PERFORM 8000-LOCALIZA-CASO.
           IF WRK-CASO-ACHADO NOT EQUAL "S"
               GO TO 6000-RECLASSIFICA-CASO-FIM
           END-IF.

           PERFORM 8600-CARREGA-QUESTIONARIO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-REAVALIADOS.
           MOVE ZEROS TO WRK-QTD-ALTERADOS.

           OPEN INPUT ARQUIVO-RESPOSTAS.
           OPEN I-O ARQUIVO-CLASSIFICACOES.
           OPEN OUTPUT ARQUIVO-RECLASSIFICACAO.

           MOVE SPACES TO LINHA-RECLASSIFICACAO.
           STRING "RECLASSIFICACAO DO CASO " WRK-CASO-PEDIDO
                  " EM " WRK-DATA-ATUAL
                  " - QUESTIONARIO DO TIPO " WRK-TIPO-QUESTIONARIO
               DELIMITED BY SIZE INTO LINHA-RECLASSIFICACAO.
           WRITE LINHA-RECLASSIFICACAO.
           MOVE "SUSPEITOS CUJA CLASSIFICACAO MUDOU:" TO
               LINHA-RECLASSIFICACAO.
           WRITE LINHA-RECLASSIFICACAO.

           MOVE "N" TO WRK-FIM-RESPOSTAS.
           MOVE WRK-CASO-PEDIDO TO RSP-CASO.
           MOVE SPACES TO RSP-SUSPEITO.
           MOVE ZEROS TO RSP-PERGUNTA.
           START ARQUIVO-RESPOSTAS KEY IS NOT LESS RESPOSTA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-RESPOSTAS
           END-START.
           IF WRK-FIM-RESPOSTAS NOT EQUAL "S"
               PERFORM 6100-LE-RESPOSTA
           END-IF.

           MOVE SPACES TO WRK-SUSPEITO-ATUAL.
           IF WRK-FIM-RESPOSTAS NOT EQUAL "S"
               MOVE RSP-SUSPEITO TO WRK-SUSPEITO-ATUAL
               MOVE ZEROS TO WRK-PONTOS
           END-IF.

           PERFORM 6200-SOMA-RESPOSTA
               UNTIL WRK-FIM-RESPOSTAS EQUAL "S".

           IF WRK-SUSPEITO-ATUAL NOT EQUAL SPACES
               PERFORM 6300-REAVALIA-SUSPEITO
           END-IF.

           IF WRK-QTD-ALTERADOS EQUAL ZEROS
               MOVE "   NENHUMA CLASSIFICACAO MUDOU." TO
                   LINHA-RECLASSIFICACAO
               WRITE LINHA-RECLASSIFICACAO
           END-IF.
           MOVE SPACES TO LINHA-RECLASSIFICACAO.
           STRING "SUSPEITOS REAVALIADOS: " WRK-QTD-REAVALIADOS
                  "  COM CLASSIFICACAO ALTERADA: " WRK-QTD-ALTERADOS
               DELIMITED BY SIZE INTO LINHA-RECLASSIFICACAO.
           WRITE LINHA-RECLASSIFICACAO.

           CLOSE ARQUIVO-RESPOSTAS.
           CLOSE ARQUIVO-CLASSIFICACOES.
           CLOSE ARQUIVO-RECLASSIFICACAO.

           DISPLAY 'CASO RECLASSIFICADO: ' WRK-QTD-REAVALIADOS
               ' SUSPEITO(S), ' WRK-QTD-ALTERADOS ' COM CLASSIFICACAO '
               'ALTERADA - VEJA reclassificacao_caso.lst.'.

       6000-RECLASSIFICA-CASO-FIM.
           EXIT.

       6100-LE-RESPOSTA.
           READ ARQUIVO-RESPOSTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-RESPOSTAS
           END-READ.
           IF WRK-FIM-RESPOSTAS NOT EQUAL "S"
               AND RSP-CASO NOT EQUAL WRK-CASO-PEDIDO
               MOVE "S" TO WRK-FIM-RESPOSTAS
           END-IF.

       6200-SOMA-RESPOSTA.
           IF RSP-SUSPEITO NOT EQUAL WRK-SUSPEITO-ATUAL
               PERFORM 6300-REAVALIA-SUSPEITO
               MOVE RSP-SUSPEITO TO WRK-SUSPEITO-ATUAL
               MOVE ZEROS TO WRK-PONTOS
           END-IF.

           IF RESPOSTA-SIM
               MOVE ZEROS TO WRK-IDX
               PERFORM 6210-SOMA-PESO
                   UNTIL WRK-IDX NOT LESS WRK-QTD-PERGUNTAS
           END-IF.

           PERFORM 6100-LE-RESPOSTA.

       6210-SOMA-PESO.
           ADD 1 TO WRK-IDX.
           IF WRK-TAB-PERGUNTA (WRK-IDX) EQUAL RSP-PERGUNTA
               ADD WRK-TAB-PESO (WRK-IDX) TO WRK-PONTOS
           END-IF.

       6300-REAVALIA-SUSPEITO.
           PERFORM 8700-APURA-CLASSIFICACAO.
           ADD 1 TO WRK-QTD-REAVALIADOS.

           MOVE "N" TO WRK-CLASSIFICADO-ANTES.
           MOVE "NAO APURADA" TO WRK-CLASSIFICACAO-ANTERIOR.
           MOVE WRK-CASO-PEDIDO TO CLS-CASO.
           MOVE WRK-SUSPEITO-ATUAL TO CLS-SUSPEITO.
           READ ARQUIVO-CLASSIFICACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-CLASSIFICADO-ANTES
                   MOVE CLS-CLASSIFICACAO TO WRK-CLASSIFICACAO-ANTERIOR
           END-READ.

           IF WRK-CLASSIFICACAO-ANTERIOR NOT EQUAL WRK-CLASSIFICACAO
               ADD 1 TO WRK-QTD-ALTERADOS
               MOVE SPACES TO LINHA-RECLASSIFICACAO
               STRING "   SUSPEITO: " WRK-SUSPEITO-ATUAL
                      "  PONTOS: " WRK-PONTOS
                      "  DE: " WRK-CLASSIFICACAO-ANTERIOR
                      "  PARA: " WRK-CLASSIFICACAO
                   DELIMITED BY SIZE INTO LINHA-RECLASSIFICACAO
               WRITE LINHA-RECLASSIFICACAO
           END-IF.

           MOVE WRK-TIPO-QUESTIONARIO TO CLS-TIPO-QUESTIONARIO.
           MOVE WRK-PONTOS TO CLS-PONTOS.
           MOVE WRK-CLASSIFICACAO TO CLS-CLASSIFICACAO.
           MOVE WRK-DATA-ATUAL TO CLS-DATA.
           IF WRK-CLASSIFICADO-ANTES EQUAL "S"
               REWRITE CLASSIFICACAO-REGISTRO
           ELSE
               WRITE CLASSIFICACAO-REGISTRO
           END-IF.

       8000-LOCALIZA-CASO.
           MOVE "N" TO WRK-CASO-ACHADO.
           DISPLAY 'NUMERO DO CASO: '.
           ACCEPT WRK-CASO-PEDIDO.
           MOVE WRK-CASO-PEDIDO TO CASO-NUMERO.

           READ ARQUIVO-CASOS
               INVALID KEY
                   DISPLAY 'CASO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE "S" TO WRK-CASO-ACHADO
           END-READ.

      *    O QUESTIONARIO E DO TIPO 00 (PADRAO) OU DE UM TIPO DE CASO
      *    CADASTRADO NA MANUTENCAO DE CASOS.
       8500-PEDE-TIPO.
           DISPLAY 'TIPO DO QUESTIONARIO (00 = PADRAO): '.
           ACCEPT WRK-TIPO-PEDIDO.
           MOVE "N" TO WRK-TIPO-ACHADO.
           IF WRK-TIPO-PEDIDO EQUAL ZEROS
               MOVE "S" TO WRK-TIPO-ACHADO
           ELSE
               OPEN INPUT ARQUIVO-TIPOS-CASO
               MOVE WRK-TIPO-PEDIDO TO TPC-TIPO
               READ ARQUIVO-TIPOS-CASO
                   INVALID KEY
                       DISPLAY 'TIPO DE CASO NAO CADASTRADO.'
                   NOT INVALID KEY
                       MOVE "S" TO WRK-TIPO-ACHADO
                       DISPLAY 'QUESTIONARIO DO TIPO ' TPC-DESCRICAO
               END-READ
               CLOSE ARQUIVO-TIPOS-CASO
           END-IF.

      *----------------------------------------------------------------*
      * PESOS DAS PERGUNTAS E FAIXAS DO QUESTIONARIO DO TIPO DO CASO;   *
      * TIPO SEM PERGUNTAS CADASTRADAS USA O QUESTIONARIO PADRAO 00.    *
      *----------------------------------------------------------------*
       8600-CARREGA-QUESTIONARIO.
           MOVE CASO-TIPO TO WRK-TIPO-CASO.
           MOVE WRK-TIPO-CASO TO WRK-TIPO-QUESTIONARIO.
           PERFORM 8610-CARREGA-PERGUNTAS.
           IF WRK-QTD-PERGUNTAS EQUAL ZEROS
               AND WRK-TIPO-QUESTIONARIO NOT EQUAL ZEROS
               MOVE ZEROS TO WRK-TIPO-QUESTIONARIO
               PERFORM 8610-CARREGA-PERGUNTAS
           END-IF.
           PERFORM 8650-CARREGA-FAIXAS.

       8610-CARREGA-PERGUNTAS.
           MOVE ZEROS TO WRK-QTD-PERGUNTAS.
           MOVE "N" TO WRK-FIM-QUESTIONARIO.
           MOVE WRK-TIPO-QUESTIONARIO TO QST-TIPO.
           MOVE ZEROS TO QST-PERGUNTA.
           START ARQUIVO-QUESTIONARIOS KEY IS NOT LESS
               QUESTIONARIO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-QUESTIONARIO
           END-START.
           PERFORM 8620-LE-PERGUNTA
               UNTIL WRK-FIM-QUESTIONARIO EQUAL "S".

       8620-LE-PERGUNTA.
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

       8650-CARREGA-FAIXAS.
           MOVE ZEROS TO WRK-QTD-FAIXAS.
           MOVE "N" TO WRK-FIM-FAIXAS.
           MOVE WRK-TIPO-QUESTIONARIO TO FXC-TIPO.
           MOVE ZEROS TO FXC-PONTOS-MINIMO.
           START ARQUIVO-FAIXAS KEY IS NOT LESS FAIXA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-FAIXAS
           END-START.
           PERFORM 8660-LE-FAIXA UNTIL WRK-FIM-FAIXAS EQUAL "S".

       8660-LE-FAIXA.
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

      *    A CLASSIFICACAO E A DA MAIOR FAIXA CUJO MINIMO NAO PASSA DOS
      *    PONTOS (O QUADRO VEM EM ORDEM CRESCENTE DE MINIMO).
       8700-APURA-CLASSIFICACAO.
           IF WRK-QTD-PERGUNTAS EQUAL ZEROS
               MOVE "SEM PERGUNTAS" TO WRK-CLASSIFICACAO
           ELSE
               MOVE "SEM FAIXA" TO WRK-CLASSIFICACAO
               MOVE ZEROS TO WRK-IDX
               PERFORM 8710-TESTA-FAIXA
                   UNTIL WRK-IDX NOT LESS WRK-QTD-FAIXAS
           END-IF.

       8710-TESTA-FAIXA.
           ADD 1 TO WRK-IDX.
           IF WRK-TAB-MINIMO (WRK-IDX) NOT GREATER WRK-PONTOS
               MOVE WRK-TAB-CLASSIF (WRK-IDX) TO WRK-CLASSIFICACAO
           END-IF.
