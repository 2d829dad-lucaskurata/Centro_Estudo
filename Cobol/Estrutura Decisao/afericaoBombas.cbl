      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "AfericaoBombas".
       AUTHOR. "LUCAS KURATA".
      *    AFERICAO SEMANAL DAS BOMBAS NO GALAO AFERIDO (20 LITROS POR
      *     BICO): REGISTRA O VOLUME MARCADO NO ENCERRANTE CONTRA O
      *     VOLUME MEDIDO NO GALAO EM AFERICOES_BOMBAS.DAT, BLOQUEIA
      *     EM BOMBAS.DAT A BOMBA COM ERRO ACIMA DA TOLERANCIA LEGAL
      *     (0,5% DO VOLUME, 100 ML EM 20 LITROS) E LIBERA A BOMBA
      *     APROVADA. O COMBUSTIVEL TESTADO VOLTA AO TANQUE E NAO E
      *     VENDA NEM PERDA; SO O QUE NAO VOLTAR SAI DO ESTOQUE DO
      *     TANQUE COMO PERDA DE AFERICAO.
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
           SELECT OPTIONAL ARQUIVO-BOMBAS
           ASSIGN TO "bombas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BOM-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TURNOS
           ASSIGN TO "turnos_bomba.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TUR-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TANQUES
           ASSIGN TO "tanques.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TAN-TIPO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-AFERICOES
           ASSIGN TO "afericoes_bombas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-BOMBAS.
           COPY "BOMBA-REGISTRO.cpy".

       FD  ARQUIVO-TURNOS.
           COPY "TURNO-REGISTRO.cpy".

       FD  ARQUIVO-TANQUES.
           COPY "TANQUE-REGISTRO.cpy".

       FD  ARQUIVO-AFERICOES.
           COPY "AFERICAO-BOMBA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    TOLERANCIA LEGAL EM SERVICO: 0,5% DO VOLUME, OU SEJA 5 ML
      *    POR LITRO DISPENSADO (100 ML NO TESTE PADRAO DE 20 LITROS).
       77 WRK-TOLERANCIA-ML-LITRO        PIC 9(2) VALUE 5.
       77 WRK-LITROS-PADRAO              PIC 9(3) VALUE 20.
       77 WRK-BOMBA-PEDIDA               PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-ATUAL                 PIC 9(6) VALUE ZEROS.
       77 WRK-TURNO-ABERTO               PIC 9(5) VALUE ZEROS.
       77 WRK-FIM-TURNOS                 PIC A(1) VALUE "N".
       77 WRK-RESPONSAVEL                PIC X(20) VALUE SPACES.
       77 WRK-LITROS-DISPENSADOS         PIC 9(3) VALUE ZEROS.
       77 WRK-ML-MEDIDOS                 PIC 9(6) VALUE ZEROS.
       77 WRK-ERRO-ML                    PIC S9(5) VALUE ZEROS.
       77 WRK-ERRO-ABS                   PIC 9(5) VALUE ZEROS.
       77 WRK-TOLERANCIA-ML              PIC 9(5) VALUE ZEROS.
       77 WRK-ERRO-EDITADO               PIC -ZZZZ9.
       77 WRK-VOLTOU-TUDO                PIC A(1) VALUE "S".
       77 WRK-LITROS-DEVOLVIDOS          PIC 9(3) VALUE ZEROS.
       77 WRK-LITROS-PERDIDOS            PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-AFERIDAS               PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADAS             PIC 9(3) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           DISPLAY 'AFERICAO DAS BOMBAS NO GALAO AFERIDO'.
           PERFORM 0300-LOCALIZA-TURNO-ABERTO.

           DISPLAY 'RESPONSAVEL PELA AFERICAO: '.
           ACCEPT WRK-RESPONSAVEL.

           OPEN I-O ARQUIVO-BOMBAS.
           OPEN I-O ARQUIVO-TANQUES.
           OPEN EXTEND ARQUIVO-AFERICOES.

           MOVE 99 TO WRK-BOMBA-PEDIDA.
           PERFORM 1000-PEDE-BOMBA UNTIL WRK-BOMBA-PEDIDA EQUAL ZEROS.

           CLOSE ARQUIVO-BOMBAS.
           CLOSE ARQUIVO-TANQUES.
           CLOSE ARQUIVO-AFERICOES.

           DISPLAY 'AFERICOES REGISTRADAS: ' WRK-QTD-AFERIDAS
               '  BOMBAS BLOQUEADAS: ' WRK-QTD-BLOQUEADAS.
           STOP RUN.

      *----------------------------------------------------------------*
      * O TESTE FEITO COM TURNO ABERTO MOVE O ENCERRANTE DENTRO DO      *
      * TURNO: O NUMERO DO TURNO VAI NO LOG PARA O FECHAMENTO SOMAR OS  *
      * LITROS AFERIDOS NA CONFERENCIA DO ENCERRANTE.                   *
      *----------------------------------------------------------------*
       0300-LOCALIZA-TURNO-ABERTO.
           MOVE "N" TO WRK-FIM-TURNOS.
           MOVE ZEROS TO WRK-TURNO-ABERTO.
           OPEN INPUT ARQUIVO-TURNOS.
           PERFORM 0310-LE-TURNO.
           PERFORM 0320-AVALIA-TURNO UNTIL WRK-FIM-TURNOS EQUAL "S".
           CLOSE ARQUIVO-TURNOS.

           IF WRK-TURNO-ABERTO GREATER ZEROS
               DISPLAY 'TURNO ABERTO: ' WRK-TURNO-ABERTO
           ELSE
               DISPLAY 'NENHUM TURNO ABERTO - AFERICAO FORA DE TURNO.'
           END-IF.

       0310-LE-TURNO.
           READ ARQUIVO-TURNOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-TURNOS
           END-READ.

       0320-AVALIA-TURNO.
           IF TURNO-ABERTO
               MOVE TUR-NUMERO TO WRK-TURNO-ABERTO
           END-IF.
           PERFORM 0310-LE-TURNO.

       1000-PEDE-BOMBA.
           DISPLAY 'NUMERO DA BOMBA AFERIDA (0 ENCERRA): '.
           ACCEPT WRK-BOMBA-PEDIDA.

           IF WRK-BOMBA-PEDIDA NOT EQUAL ZEROS
               MOVE WRK-BOMBA-PEDIDA TO BOM-NUMERO
               READ ARQUIVO-BOMBAS
                   INVALID KEY
                       DISPLAY 'BOMBA ' WRK-BOMBA-PEDIDA ' NAO '
                           'CADASTRADA (ManutencaoBombas).'
                   NOT INVALID KEY
                       PERFORM 2000-AFERE-BOMBA
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * ERRO = VOLUME MEDIDO NO GALAO MENOS O MARCADO NO ENCERRANTE, EM *
      * ML (NEGATIVO = A BOMBA ENTREGA MENOS QUE COBRA). ACIMA DA       *
      * TOLERANCIA, PARA MAIS OU PARA MENOS, A BOMBA FICA BLOQUEADA.    *
      *----------------------------------------------------------------*
       2000-AFERE-BOMBA.
           DISPLAY 'BOMBA ' BOM-NUMERO ' - ' BOM-DESCRICAO
               '  COMBUSTIVEL: ' BOM-TIPO.
           DISPLAY 'LITROS MARCADOS NO ENCERRANTE (0 = '
               WRK-LITROS-PADRAO '): '.
           ACCEPT WRK-LITROS-DISPENSADOS.
           IF WRK-LITROS-DISPENSADOS EQUAL ZEROS
               MOVE WRK-LITROS-PADRAO TO WRK-LITROS-DISPENSADOS
           END-IF.
           DISPLAY 'VOLUME MEDIDO NO GALAO (ML): '.
           ACCEPT WRK-ML-MEDIDOS.

           COMPUTE WRK-ERRO-ML EQUAL
               WRK-ML-MEDIDOS - (WRK-LITROS-DISPENSADOS * 1000).
           IF WRK-ERRO-ML LESS ZEROS
               COMPUTE WRK-ERRO-ABS EQUAL ZERO - WRK-ERRO-ML
           ELSE
               MOVE WRK-ERRO-ML TO WRK-ERRO-ABS
           END-IF.
           COMPUTE WRK-TOLERANCIA-ML EQUAL
               WRK-LITROS-DISPENSADOS * WRK-TOLERANCIA-ML-LITRO.
           MOVE WRK-ERRO-ML TO WRK-ERRO-EDITADO.

           MOVE WRK-DATA-ATUAL TO BOM-DATA-AFERICAO.
           IF WRK-ERRO-ABS GREATER WRK-TOLERANCIA-ML
               MOVE "R" TO AFE-RESULTADO
               MOVE "B" TO BOM-SITUACAO
               ADD 1 TO WRK-QTD-BLOQUEADAS
               DISPLAY '*** ERRO DE ' WRK-ERRO-EDITADO ' ML ACIMA DA '
                   'TOLERANCIA DE ' WRK-TOLERANCIA-ML ' ML - BOMBA '
                   BOM-NUMERO ' BLOQUEADA PARA VENDA.'
           ELSE
               MOVE "A" TO AFE-RESULTADO
               IF BOMBA-BLOQUEADA
                   DISPLAY 'BOMBA ' BOM-NUMERO ' APROVADA - '
                       'BLOQUEIO ANTERIOR RETIRADO.'
               END-IF
               MOVE "A" TO BOM-SITUACAO
               DISPLAY 'ERRO DE ' WRK-ERRO-EDITADO ' ML DENTRO DA '
                   'TOLERANCIA DE ' WRK-TOLERANCIA-ML ' ML - BOMBA '
                   'APROVADA.'
           END-IF.
           REWRITE BOMBA-REGISTRO.

           PERFORM 2100-PEDE-DEVOLUCAO.
           PERFORM 2200-GRAVA-AFERICAO.
           ADD 1 TO WRK-QTD-AFERIDAS.

      *    O GALAO VOLTA INTEIRO PARA O TANQUE; O QUE NAO VOLTAR
      *     (DERRAMADO, CONTAMINADO) SAI DO ESTOQUE CONTABIL COMO
      *     PERDA DE AFERICAO.
       2100-PEDE-DEVOLUCAO.
           MOVE WRK-LITROS-DISPENSADOS TO WRK-LITROS-DEVOLVIDOS.
           MOVE ZEROS TO WRK-LITROS-PERDIDOS.
           DISPLAY 'TODO O VOLUME VOLTOU AO TANQUE? (S/N) '.
           ACCEPT WRK-VOLTOU-TUDO.
           IF WRK-VOLTOU-TUDO EQUAL 'N' OR WRK-VOLTOU-TUDO EQUAL 'n'
               DISPLAY 'LITROS DEVOLVIDOS AO TANQUE: '
               ACCEPT WRK-LITROS-DEVOLVIDOS
               IF WRK-LITROS-DEVOLVIDOS GREATER WRK-LITROS-DISPENSADOS
                   MOVE WRK-LITROS-DISPENSADOS TO WRK-LITROS-DEVOLVIDOS
               END-IF
               COMPUTE WRK-LITROS-PERDIDOS EQUAL
                   WRK-LITROS-DISPENSADOS - WRK-LITROS-DEVOLVIDOS
           END-IF.

           IF WRK-LITROS-PERDIDOS GREATER ZEROS
               PERFORM 2150-BAIXA-PERDA-TANQUE
           END-IF.

       2150-BAIXA-PERDA-TANQUE.
           MOVE BOM-TIPO TO TAN-TIPO.
           READ ARQUIVO-TANQUES
               INVALID KEY
                   DISPLAY 'AVISO: TANQUE ' BOM-TIPO ' SEM CADASTRO '
                       'DE ESTOQUE - PERDA NAO REGISTRADA.'
               NOT INVALID KEY
                   IF WRK-LITROS-PERDIDOS GREATER TAN-ESTOQUE-LITROS
                       MOVE ZEROS TO TAN-ESTOQUE-LITROS
                   ELSE
                       SUBTRACT WRK-LITROS-PERDIDOS
                           FROM TAN-ESTOQUE-LITROS
                   END-IF
                   REWRITE TANQUE-REGISTRO
                   DISPLAY 'PERDA DE AFERICAO: ' WRK-LITROS-PERDIDOS
                       ' L BAIXADOS DO TANQUE ' BOM-TIPO '.'
           END-READ.

       2200-GRAVA-AFERICAO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DATA-ATUAL TO AFE-DATA.
           MOVE WRK-HORA-ATUAL TO AFE-HORA.
           MOVE BOM-NUMERO TO AFE-BOMBA.
           MOVE BOM-TIPO TO AFE-TIPO.
           MOVE WRK-TURNO-ABERTO TO AFE-TURNO.
           MOVE WRK-LITROS-DISPENSADOS TO AFE-LITROS-DISPENSADOS.
           MOVE WRK-ML-MEDIDOS TO AFE-ML-MEDIDOS.
           MOVE WRK-ERRO-ML TO AFE-ERRO-ML.
           MOVE WRK-TOLERANCIA-ML TO AFE-TOLERANCIA-ML.
           MOVE WRK-LITROS-DEVOLVIDOS TO AFE-LITROS-DEVOLVIDOS.
           MOVE WRK-RESPONSAVEL TO AFE-RESPONSAVEL.
           WRITE AFERICAO-REGISTRO.
