      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "CertificadosTreinamento".
       AUTHOR. "LUCAS KURATA".
      *    ACOMPANHAMENTO DOS TREINAMENTOS OBRIGATORIOS (NR-20, BRIGADA
      *     DE INCENDIO...): PARA CADA FUNCIONARIO ATIVO, CONFERE OS
      *     CURSOS QUE O CARGO DELE EXIGE (CURSOS_TREINAMENTO.DAT)
      *     CONTRA OS CERTIFICADOS REGISTRADOS NO PROG108
      *     (TREINAMENTOS_FUNCIONARIOS.DAT). CERTIFICADO QUE VENCE NOS
      *     PROXIMOS 30 DIAS, JA VENCIDO OU NUNCA REGISTRADO SAI EM
      *     CERTIFICADOS_VENCENDO.LST E VIRA AVISO NA FILA DE
      *     NOTIFICACOES PARA O GESTOR DO DEPARTAMENTO (SEM GESTOR
      *     CADASTRADO, O AVISO VAI PARA O RH). VENCIDO E SEM
      *     CERTIFICADO SAO FUNCIONARIO FORA DE CONFORMIDADE.
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
           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-FS-PRINCIPAL.

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

           SELECT OPTIONAL ARQUIVO-DEPARTAMENTOS
           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPTO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-NOTIFICACOES
           ASSIGN TO "notificacoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "certificados_vencendo.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ERROS
           ASSIGN TO "erros_sistema.log"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-CURSOS.
           COPY "CURSO-TREINAMENTO.cpy".

       FD  ARQUIVO-TREINAMENTOS.
           COPY "TREINAMENTO-FUNCIONARIO.cpy".

       FD  ARQUIVO-DEPARTAMENTOS.
           COPY "DEPARTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-NOTIFICACOES.
           COPY "NOTIFICACAO-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-ERROS.
           COPY "ERRO-ARQUIVO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    FILE STATUS DO ARQUIVO PRINCIPAL E APOIO DO LOG CENTRAL DE
      *    ERROS DE ARQUIVO (ERROS_SISTEMA.LOG).
       77 WRK-FS-PRINCIPAL               PIC X(2) VALUE SPACES.
       77 WRK-ERR-DATA                   PIC 9(8) VALUE ZEROS.
       77 WRK-ERR-HORA                   PIC 9(6) VALUE ZEROS.
       77 WRK-ERR-ARQUIVO                PIC X(25) VALUE SPACES.
       77 WRK-ERR-OPERACAO               PIC X(8) VALUE SPACES.

       77 WRK-FIM-ARQUIVO                    PIC A(1) VALUE "N".
       77 WRK-FIM-CURSOS                     PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
      *    JANELA DE ANTECEDENCIA DO AVISO, EM DIAS CORRIDOS.
       77 WRK-DIAS-ANTECEDENCIA              PIC 9(3) VALUE 30.
       77 WRK-DATA-LIMITE                    PIC 9(8) VALUE ZEROS.
       77 WRK-VENCIMENTO                     PIC 9(8) VALUE ZEROS.
       77 WRK-SITUACAO                       PIC X(15) VALUE SPACES.
       77 WRK-GESTOR                         PIC X(20) VALUE SPACES.
       77 WRK-EXIGIDO                        PIC A(1) VALUE "N".
       77 WRK-TRE-ACHADO                     PIC A(1) VALUE "N".
       77 WRK-CRS-IDX                        PIC 9(2) VALUE ZEROS.
       77 WRK-CRG-IDX                        PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-CURSOS                     PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-VENCENDO                   PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-VENCIDOS                   PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-SEM-CERTIFICADO            PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-AVISOS                     PIC 9(4) VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.

      *    MESTRE DE CURSOS CARREGADO NA MEMORIA NO INICIO DA RODADA.
       01 WRK-TABELA-CURSOS.
           05 WRK-CURSO-ITEM OCCURS 50 TIMES.
               10 WRK-TAB-CURSO              PIC X(6).
               10 WRK-TAB-CARGO              PIC 9(3) OCCURS 10 TIMES.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           COMPUTE WRK-DATA-LIMITE EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL)
                + WRK-DIAS-ANTECEDENCIA).
           PERFORM 0500-CARREGA-CURSOS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN INPUT ARQUIVO-TREINAMENTOS.
           OPEN INPUT ARQUIVO-DEPARTAMENTOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CERTIFICADOS OBRIGATORIOS VENCENDO ATE "
               WRK-DATA-LIMITE " E FORA DE CONFORMIDADE"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MATR NOME                 CURSO  VALIDADE SITUACAO"
               "        GESTOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 1000-LE-FUNCIONARIO.
           PERFORM 2000-PROCESSA-FUNCIONARIO
               THRU 2000-PROCESSA-FUNCIONARIO-EXIT
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENCENDO: " WRK-QTD-VENCENDO
               "   VENCIDOS: " WRK-QTD-VENCIDOS
               "   SEM CERTIFICADO: " WRK-QTD-SEM-CERTIFICADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY 'CERTIFICADOS VENCENDO: ' WRK-QTD-VENCENDO
               ' - VENCIDOS: ' WRK-QTD-VENCIDOS
               ' - SEM CERTIFICADO: ' WRK-QTD-SEM-CERTIFICADO
               ' - AVISOS GERADOS: ' WRK-QTD-AVISOS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-TREINAMENTOS.
           CLOSE ARQUIVO-DEPARTAMENTOS.
           CLOSE ARQUIVO-RELATORIO.
           STOP RUN.

      *----------------------------------------------------------------*
      * DATA DA RODADA: A DATA DE MOVIMENTO DO CONTROLE (PROG95/96)     *
      * QUANDO EXISTE, SENAO O RELOGIO DA MAQUINA.                      *
      *----------------------------------------------------------------*
       0450-OBTEM-DATA-MOVIMENTO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   CONTINUE
               NOT AT END
                   IF DMV-DATA NUMERIC AND DMV-DATA GREATER ZEROS
                       MOVE DMV-DATA TO WRK-DATA-ATUAL
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

      *----------------------------------------------------------------*
      * CARREGA O MESTRE DE CURSOS (ATE 50) COM OS CARGOS QUE EXIGEM    *
      * CADA UM.                                                        *
      *----------------------------------------------------------------*
       0500-CARREGA-CURSOS.
           MOVE ZEROS TO WRK-QTD-CURSOS.
           MOVE "N" TO WRK-FIM-CURSOS.
           OPEN INPUT ARQUIVO-CURSOS.
           PERFORM 0510-LE-CURSO.
           PERFORM 0520-GUARDA-CURSO
               UNTIL WRK-FIM-CURSOS EQUAL "S".
           CLOSE ARQUIVO-CURSOS.
           IF WRK-QTD-CURSOS EQUAL ZEROS
               DISPLAY 'NENHUM CURSO OBRIGATORIO CADASTRADO (PROG108).'
           END-IF.

       0510-LE-CURSO.
           READ ARQUIVO-CURSOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CURSOS
           END-READ.

       0520-GUARDA-CURSO.
           IF WRK-QTD-CURSOS LESS 50
               ADD 1 TO WRK-QTD-CURSOS
               MOVE CRS-CODIGO TO WRK-TAB-CURSO (WRK-QTD-CURSOS)
               PERFORM 0530-GUARDA-CARGO
                   VARYING WRK-CRG-IDX FROM 1 BY 1
                   UNTIL WRK-CRG-IDX GREATER 10
           ELSE
               DISPLAY 'MAIS DE 50 CURSOS - CURSO ' CRS-CODIGO
                   ' IGNORADO.'
           END-IF.
           PERFORM 0510-LE-CURSO.

       0530-GUARDA-CARGO.
           MOVE CRS-CARGO (WRK-CRG-IDX)
               TO WRK-TAB-CARGO (WRK-QTD-CURSOS, WRK-CRG-IDX).

       1000-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * FUNCIONARIO ATIVO COM CARGO: CONFERE CADA CURSO DO MESTRE QUE   *
      * O CARGO EXIGE.                                                  *
      *----------------------------------------------------------------*
       2000-PROCESSA-FUNCIONARIO.
           IF FUNCIONARIO-INATIVO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.
           IF FUNCIONARIO-CARGO NOT NUMERIC
               OR FUNCIONARIO-CARGO EQUAL ZEROS
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           MOVE SPACES TO WRK-GESTOR.
           PERFORM 2100-CONFERE-CURSO THRU 2100-CONFERE-CURSO-EXIT
               VARYING WRK-CRS-IDX FROM 1 BY 1
               UNTIL WRK-CRS-IDX GREATER WRK-QTD-CURSOS.

       2000-PROCESSA-FUNCIONARIO-EXIT.
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * CURSO EXIGIDO PELO CARGO: SEM CERTIFICADO, VENCIDO OU VENCENDO  *
      * DENTRO DA JANELA SAI NO RELATORIO E NA FILA DE AVISOS.          *
      *----------------------------------------------------------------*
       2100-CONFERE-CURSO.
           MOVE "N" TO WRK-EXIGIDO.
           PERFORM 2110-TESTA-CARGO
               VARYING WRK-CRG-IDX FROM 1 BY 1
               UNTIL WRK-CRG-IDX GREATER 10.
           IF WRK-EXIGIDO NOT EQUAL "S"
               GO TO 2100-CONFERE-CURSO-EXIT
           END-IF.

           MOVE "N" TO WRK-TRE-ACHADO.
           MOVE FUNCIONARIO-CODIGO TO TRE-CODIGO.
           MOVE WRK-TAB-CURSO (WRK-CRS-IDX) TO TRE-CURSO.
           READ ARQUIVO-TREINAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-TRE-ACHADO
           END-READ.

           IF WRK-TRE-ACHADO NOT EQUAL "S"
               MOVE ZEROS TO WRK-VENCIMENTO
               MOVE "SEM CERTIFICADO" TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-SEM-CERTIFICADO
           ELSE
               MOVE TRE-DATA-VALIDADE TO WRK-VENCIMENTO
               IF WRK-VENCIMENTO EQUAL ZEROS
                   OR WRK-VENCIMENTO GREATER WRK-DATA-LIMITE
                   GO TO 2100-CONFERE-CURSO-EXIT
               END-IF
               IF WRK-VENCIMENTO LESS WRK-DATA-ATUAL
                   MOVE "VENCIDO" TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-VENCIDOS
               ELSE
                   MOVE "VENCENDO" TO WRK-SITUACAO
                   ADD 1 TO WRK-QTD-VENCENDO
               END-IF
           END-IF.

           IF WRK-GESTOR EQUAL SPACES
               PERFORM 2200-OBTEM-GESTOR
           END-IF.
           PERFORM 2300-GRAVA-AVISO.

           MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO " " FUNCIONARIO-NOME " "
               WRK-TAB-CURSO (WRK-CRS-IDX) " " WRK-VENCIMENTO " "
               WRK-SITUACAO " " WRK-GESTOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       2100-CONFERE-CURSO-EXIT.
           EXIT.

       2110-TESTA-CARGO.
           IF WRK-TAB-CARGO (WRK-CRS-IDX, WRK-CRG-IDX)
               EQUAL FUNCIONARIO-CARGO
               MOVE "S" TO WRK-EXIGIDO
           END-IF.

      *----------------------------------------------------------------*
      * GESTOR DO DEPARTAMENTO DO FUNCIONARIO (DEPARTAMENTOS.DAT).      *
      *----------------------------------------------------------------*
       2200-OBTEM-GESTOR.
           MOVE SPACES TO WRK-GESTOR.
           MOVE FUNCIONARIO-DEPARTAMENTO TO DEPTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEPTO-GESTOR TO WRK-GESTOR
           END-READ.
           IF WRK-GESTOR EQUAL SPACES
               MOVE "RH" TO WRK-GESTOR
           END-IF.

      *----------------------------------------------------------------*
      * AVISO NA FILA DE NOTIFICACOES PARA O BOLETIM DA MANHA (PROG98): *
      * FORA DE CONFORMIDADE (VENCIDO OU SEM CERTIFICADO) SAI COMO ALTA *
      * SEVERIDADE - O FUNCIONARIO NAO PODE EXERCER A FUNCAO.           *
      *----------------------------------------------------------------*
       2300-GRAVA-AVISO.
           OPEN EXTEND ARQUIVO-NOTIFICACOES.
           MOVE SPACES TO NOTIFICACAO-REGISTRO.
           MOVE WRK-GESTOR TO NOT-DESTINO.
           IF WRK-SITUACAO EQUAL "VENCENDO"
               MOVE "M" TO NOT-SEVERIDADE
               MOVE WRK-VENCIMENTO TO NOT-DATA-LIMITE
           ELSE
               MOVE "A" TO NOT-SEVERIDADE
               MOVE WRK-DATA-ATUAL TO NOT-DATA-LIMITE
           END-IF.
           MOVE WRK-DATA-ATUAL TO NOT-DATA-GERACAO.
           MOVE SPACES TO NOT-MENSAGEM.
           IF WRK-TRE-ACHADO EQUAL "S"
               STRING "CERTIF " WRK-TAB-CURSO (WRK-CRS-IDX)
                   " FUNC " FUNCIONARIO-CODIGO " " WRK-SITUACAO
                   " - VALIDADE " WRK-VENCIMENTO
                   DELIMITED BY SIZE INTO NOT-MENSAGEM
           ELSE
               STRING "CERTIF " WRK-TAB-CURSO (WRK-CRS-IDX)
                   " FUNC " FUNCIONARIO-CODIGO
                   " NAO REGISTRADO - VER PROG108"
                   DELIMITED BY SIZE INTO NOT-MENSAGEM
           END-IF.
           WRITE NOTIFICACAO-REGISTRO.
           CLOSE ARQUIVO-NOTIFICACOES.
           ADD 1 TO WRK-QTD-AVISOS.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
      * RETURN-CODE 8.                                                  *
      *----------------------------------------------------------------*
       9800-TESTA-STATUS-ARQUIVO.
           IF WRK-FS-PRINCIPAL NOT EQUAL "00"
               AND WRK-FS-PRINCIPAL NOT EQUAL "04"
               AND WRK-FS-PRINCIPAL NOT EQUAL "05"
               AND WRK-FS-PRINCIPAL NOT EQUAL "10"
               PERFORM 9900-GRAVA-ERRO-ARQUIVO
           END-IF.

       9900-GRAVA-ERRO-ARQUIVO.
           ACCEPT WRK-ERR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-ERROS.
           MOVE SPACES TO ERRO-REGISTRO.
           MOVE WRK-ERR-DATA TO ERR-DATA.
           MOVE WRK-ERR-HORA TO ERR-HORA.
           MOVE "CERTTREI" TO ERR-PROGRAMA.
           MOVE WRK-ERR-ARQUIVO TO ERR-ARQUIVO.
           MOVE WRK-ERR-OPERACAO TO ERR-OPERACAO.
           MOVE WRK-FS-PRINCIPAL TO ERR-STATUS.
           WRITE ERRO-REGISTRO.
           CLOSE ARQUIVO-ERROS.
           DISPLAY 'ERRO DE ARQUIVO ' WRK-ERR-ARQUIVO
               ' OPERACAO ' WRK-ERR-OPERACAO
               ' STATUS ' WRK-FS-PRINCIPAL ' - PROGRAMA ABORTADO.'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
