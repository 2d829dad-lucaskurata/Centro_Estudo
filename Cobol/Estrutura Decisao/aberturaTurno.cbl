      *     NA ABERTURA, A LEITURA INICIAL DO ENCERRANTE DE CADA BOMBA
      *     DO MESTRE E CAPTURADA EM ENCERRANTES_TURNO.DAT PARA A
      *     CONFERENCIA DO FECHAMENTO.
      *     ATENDENTE COM CERTIFICADO OBRIGATORIO DO CARGO VENCIDO OU
      *     NAO REGISTRADO (PROG108) RECEBE O ALERTA NA ABERTURA; O
      *     TURNO ABRE MESMO ASSIM E O GESTOR RECEBE O AVISO NO
      *     BOLETIM PELO ACOMPANHAMENTO NOTURNO DE CERTIFICADOS.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ORGANIZATION IS INDEXED
           RECORD KEY IS ENCERRANTE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ATENDENTES
           ASSIGN TO "atendentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ATE-USUARIO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CURSOS
           ASSIGN TO "cursos_treinamento.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CRS-CODIGO
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TREINAMENTOS
           ASSIGN TO "treinamentos_funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TREINAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-ENCERRANTES.
           COPY "ENCERRANTE-TURNO.cpy".

       FD  ARQUIVO-ATENDENTES.
           COPY "ATENDENTE-REGISTRO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-CURSOS.
           COPY "CURSO-TREINAMENTO.cpy".

       FD  ARQUIVO-TREINAMENTOS.
           COPY "TREINAMENTO-FUNCIONARIO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-HORA-ATUAL                 PIC 9(6) VALUE ZEROS.
       77 WRK-FIM-BOMBAS                 PIC A(1) VALUE "N".
       77 WRK-QTD-BOMBAS                 PIC 9(2) VALUE ZEROS.
       77 WRK-FUNC-ACHADO                PIC A(1) VALUE "N".
       77 WRK-FIM-CURSOS                 PIC A(1) VALUE "N".
       77 WRK-EXIGIDO                    PIC A(1) VALUE "N".
       77 WRK-CRG-IDX                    PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-IRREGULARES            PIC 9(2) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
           PERFORM 1000-IDENTIFICA-ATENDENTE.

           IF WRK-ATENDENTE-OK EQUAL "S"
               PERFORM 1500-VERIFICA-CERTIFICADOS
                   THRU 1500-VERIFICA-CERTIFICADOS-EXIT
               PERFORM 2000-VERIFICA-TURNO-ABERTO
               IF WRK-TURNO-ABERTO GREATER ZEROS
                   DISPLAY 'JA EXISTE TURNO ABERTO DE NUMERO '
           END-READ.
           CLOSE ARQUIVO-USUARIOS.

      *----------------------------------------------------------------*
      * CERTIFICADOS OBRIGATORIOS DO ATENDENTE: PELO VINCULO ATENDENTE  *
      * X FUNCIONARIO CHEGA AO CARGO E CONFERE CADA CURSO QUE O CARGO   *
      * EXIGE. VENCIDO OU NAO REGISTRADO GERA ALERTA NA TELA - NAO      *
      * IMPEDE A ABERTURA DO TURNO.                                     *
      *----------------------------------------------------------------*
       1500-VERIFICA-CERTIFICADOS.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-QTD-IRREGULARES.
           MOVE "N" TO WRK-FUNC-ACHADO.

           OPEN INPUT ARQUIVO-ATENDENTES.
           MOVE WRK-USUARIO-DIGITADO TO ATE-USUARIO.
           READ ARQUIVO-ATENDENTES
               INVALID KEY
                   MOVE ZEROS TO ATE-CODIGO
           END-READ.
           CLOSE ARQUIVO-ATENDENTES.
           IF ATE-CODIGO EQUAL ZEROS
               GO TO 1500-VERIFICA-CERTIFICADOS-EXIT
           END-IF.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE ATE-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-FUNC-ACHADO
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF WRK-FUNC-ACHADO NOT EQUAL "S"
               GO TO 1500-VERIFICA-CERTIFICADOS-EXIT
           END-IF.

           MOVE "N" TO WRK-FIM-CURSOS.
           OPEN INPUT ARQUIVO-CURSOS.
           OPEN INPUT ARQUIVO-TREINAMENTOS.
           PERFORM 1510-LE-CURSO.
           PERFORM 1520-CONFERE-CURSO
               UNTIL WRK-FIM-CURSOS EQUAL "S".
           CLOSE ARQUIVO-CURSOS.
           CLOSE ARQUIVO-TREINAMENTOS.

           IF WRK-QTD-IRREGULARES GREATER ZEROS
               DISPLAY '*** ATENCAO: ATENDENTE COM ' WRK-QTD-IRREGULARES
                   ' CERTIFICADO(S) OBRIGATORIO(S) IRREGULAR(ES) - '
                   'PROCURE O RH. ***'
           END-IF.

       1500-VERIFICA-CERTIFICADOS-EXIT.
           EXIT.

       1510-LE-CURSO.
           READ ARQUIVO-CURSOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CURSOS
           END-READ.

       1520-CONFERE-CURSO.
           MOVE "N" TO WRK-EXIGIDO.
           PERFORM 1530-TESTA-CARGO
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX GREATER 10.
           IF WRK-EXIGIDO EQUAL "S"
               MOVE FUNCIONARIO-CODIGO TO TRE-CODIGO
               MOVE CRS-CODIGO TO TRE-CURSO
               READ ARQUIVO-TREINAMENTOS
                   INVALID KEY
                       DISPLAY 'CERTIFICADO ' CRS-CODIGO ' ('
                           CRS-DESCRICAO ') NAO REGISTRADO.'
                       ADD 1 TO WRK-QTD-IRREGULARES
                   NOT INVALID KEY
                       IF TRE-DATA-VALIDADE NOT EQUAL ZEROS
                           AND TRE-DATA-VALIDADE LESS WRK-DATA-ATUAL
                           DISPLAY 'CERTIFICADO ' CRS-CODIGO ' ('
                               CRS-DESCRICAO ') VENCIDO EM '
                               TRE-DATA-VALIDADE '.'
                           ADD 1 TO WRK-QTD-IRREGULARES
                       END-IF
               END-READ
           END-IF.
           PERFORM 1510-LE-CURSO.

       1530-TESTA-CARGO.
           IF CRS-CARGO (WRK-CRG-IDX) EQUAL FUNCIONARIO-CARGO
               AND FUNCIONARIO-CARGO NOT EQUAL ZEROS
               MOVE "S" TO WRK-EXIGIDO
           END-IF.

      *----------------------------------------------------------------*
      * PERCORRE O CONTROLE DE TURNOS GUARDANDO O MAIOR NUMERO JA       *
      * USADO E O NUMERO DE UM TURNO EVENTUALMENTE AINDA ABERTO.        *
