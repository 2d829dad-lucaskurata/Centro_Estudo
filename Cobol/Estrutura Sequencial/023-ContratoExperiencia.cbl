      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ContratoExperiencia".
       AUTHOR. "LUCAS KURATA".
      *    ACOMPANHAMENTO DOS CONTRATOS DE EXPERIENCIA (45+45 DIAS):
      *     PERCORRE O CADASTRO (FUNCIONARIOS.DAT) E ABRE EM
      *     CONTRATOS_EXPERIENCIA.DAT O CONTRATO DE CADA MENSALISTA OU
      *     HORISTA ATIVO AINDA DENTRO DOS 90 DIAS DA ADMISSAO, COM OS
      *     VENCIMENTOS DO 45O E DO 90O DIA. CONTRATO COM DECISAO EM
      *     ABERTO QUE VENCE NOS PROXIMOS 15 DIAS (OU JA VENCEU SEM
      *     DECISAO) SAI EM EXPERIENCIA_VENCENDO.LST E VIRA AVISO NA
      *     FILA DE NOTIFICACOES PARA O GESTOR DO DEPARTAMENTO
      *     (DEPTO-GESTOR; SEM GESTOR CADASTRADO, O AVISO VAI PARA O
      *     RH). A DECISAO DO GESTOR E REGISTRADA NO PROG105.
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

           SELECT OPTIONAL ARQUIVO-EXPERIENCIA
           ASSIGN TO "contratos_experiencia.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EXP-CODIGO
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
           ASSIGN TO "experiencia_vencendo.lst"
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

       FD  ARQUIVO-EXPERIENCIA.
           COPY "EXPERIENCIA-REGISTRO.cpy".

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
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
      *    JANELA DE ANTECEDENCIA DO AVISO, EM DIAS CORRIDOS.
       77 WRK-DIAS-ANTECEDENCIA              PIC 9(3) VALUE 15.
       77 WRK-DATA-LIMITE                    PIC 9(8) VALUE ZEROS.
       77 WRK-VENCIMENTO                     PIC 9(8) VALUE ZEROS.
       77 WRK-DIA-CONTRATO                   PIC X(3) VALUE SPACES.
       77 WRK-SITUACAO                       PIC X(20) VALUE SPACES.
       77 WRK-GESTOR                         PIC X(20) VALUE SPACES.
       77 WRK-EXP-ACHADO                     PIC A(1) VALUE "N".
       77 WRK-QTD-ABERTOS                    PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-AVISOS                     PIC 9(4) VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           COMPUTE WRK-DATA-LIMITE EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL)
                + WRK-DIAS-ANTECEDENCIA).

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN I-O ARQUIVO-EXPERIENCIA.
           OPEN INPUT ARQUIVO-DEPARTAMENTOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS DE EXPERIENCIA COM DECISAO EM ABERTO "
               "VENCENDO ATE " WRK-DATA-LIMITE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MATR NOME                 DIA VENCIMENTO SITUACAO"
               "             GESTOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 1000-LE-FUNCIONARIO.
           PERFORM 2000-PROCESSA-FUNCIONARIO
               THRU 2000-PROCESSA-FUNCIONARIO-EXIT
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS EM EXPERIENCIA COM DECISAO EM ABERTO: "
               WRK-QTD-ABERTOS "   AVISADOS AOS GESTORES: "
               WRK-QTD-AVISOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY 'CONTRATOS DE EXPERIENCIA EM ABERTO: '
               WRK-QTD-ABERTOS ' - AVISOS GERADOS: ' WRK-QTD-AVISOS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-EXPERIENCIA.
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

       1000-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * SO MENSALISTA E HORISTA ATIVOS TEM CONTRATO DE EXPERIENCIA      *
      * (ESTAGIO E APRENDIZAGEM TEM CONTRATO PROPRIO). O CONTRATO E     *
      * ABERTO NA PRIMEIRA RODADA DEPOIS DA ADMISSAO E SEGUE NA LISTA   *
      * ENQUANTO A DECISAO ESTIVER EM ABERTO.                           *
      *----------------------------------------------------------------*
       2000-PROCESSA-FUNCIONARIO.
           IF FUNCIONARIO-INATIVO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.
           IF NOT CONTRATO-MENSALISTA AND NOT CONTRATO-HORISTA
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.
           IF FUNCIONARIO-DATA-ADMISSAO NOT NUMERIC
               OR FUNCIONARIO-DATA-ADMISSAO EQUAL ZEROS
               OR FUNCIONARIO-DATA-ADMISSAO GREATER WRK-DATA-ATUAL
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM 2100-OBTEM-CONTRATO THRU 2100-OBTEM-CONTRATO-EXIT.
           IF WRK-EXP-ACHADO NOT EQUAL "S"
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.
           IF NOT EXP-DECISAO-ABERTA
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           ADD 1 TO WRK-QTD-ABERTOS.
           IF EXP-PRIMEIRO-PERIODO
               MOVE EXP-VENCIMENTO-1 TO WRK-VENCIMENTO
               MOVE "45" TO WRK-DIA-CONTRATO
           ELSE
               MOVE EXP-VENCIMENTO-2 TO WRK-VENCIMENTO
               MOVE "90" TO WRK-DIA-CONTRATO
           END-IF.
           IF WRK-VENCIMENTO GREATER WRK-DATA-LIMITE
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF WRK-VENCIMENTO LESS WRK-DATA-ATUAL
               MOVE "VENCIDO SEM DECISAO" TO WRK-SITUACAO
           ELSE
               IF EXP-PRIMEIRO-PERIODO
                   MOVE "1O PERIODO" TO WRK-SITUACAO
               ELSE
                   MOVE "PRORROGADO" TO WRK-SITUACAO
               END-IF
           END-IF.

           PERFORM 2200-OBTEM-GESTOR.
           PERFORM 2300-GRAVA-AVISO.

           MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO " " FUNCIONARIO-NOME " "
               WRK-DIA-CONTRATO " " WRK-VENCIMENTO "   "
               WRK-SITUACAO " " WRK-GESTOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       2000-PROCESSA-FUNCIONARIO-EXIT.
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * LE O CONTRATO DO FUNCIONARIO; SE AINDA NAO EXISTE E A ADMISSAO  *
      * ESTA DENTRO DOS 90 DIAS, ABRE COM OS DOIS VENCIMENTOS (O DIA DA *
      * ADMISSAO CONTA COMO 1O DIA). ADMITIDO HA MAIS DE 90 DIAS SEM    *
      * CONTRATO ABERTO JA E EFETIVO E NAO ENTRA.                       *
      *----------------------------------------------------------------*
       2100-OBTEM-CONTRATO.
           MOVE "N" TO WRK-EXP-ACHADO.
           MOVE FUNCIONARIO-CODIGO TO EXP-CODIGO.
           READ ARQUIVO-EXPERIENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-EXP-ACHADO
           END-READ.
           IF WRK-EXP-ACHADO EQUAL "S"
               AND EXP-DATA-ADMISSAO NOT EQUAL FUNCIONARIO-DATA-ADMISSAO
      *        READMISSAO COM O MESMO CODIGO: O CONTRATO ANTIGO E
      *        SUBSTITUIDO PELO NOVO.
               DELETE ARQUIVO-EXPERIENCIA RECORD
               MOVE "N" TO WRK-EXP-ACHADO
           END-IF.
           IF WRK-EXP-ACHADO EQUAL "S"
               GO TO 2100-OBTEM-CONTRATO-EXIT
           END-IF.

           MOVE FUNCIONARIO-CODIGO TO EXP-CODIGO.
           MOVE FUNCIONARIO-DATA-ADMISSAO TO EXP-DATA-ADMISSAO.
           COMPUTE EXP-VENCIMENTO-1 EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FUNCIONARIO-DATA-ADMISSAO)
                + 44).
           COMPUTE EXP-VENCIMENTO-2 EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (FUNCIONARIO-DATA-ADMISSAO)
                + 89).
           IF EXP-VENCIMENTO-2 LESS WRK-DATA-ATUAL
               GO TO 2100-OBTEM-CONTRATO-EXIT
           END-IF.
           MOVE "1" TO EXP-SITUACAO.
           MOVE ZEROS TO EXP-DATA-DECISAO.
           MOVE ZEROS TO EXP-DATA-DESLIGAMENTO.
           MOVE ZEROS TO EXP-VENCIMENTO-VIGENTE.
           WRITE EXPERIENCIA-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-EXP-ACHADO
           END-WRITE.

       2100-OBTEM-CONTRATO-EXIT.
           EXIT.

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
      * VENCIDO SEM DECISAO SAI COMO ALTA SEVERIDADE - O CONTRATO JA    *
      * PASSOU A PRAZO INDETERMINADO E O RH PRECISA AGIR.               *
      *----------------------------------------------------------------*
       2300-GRAVA-AVISO.
           OPEN EXTEND ARQUIVO-NOTIFICACOES.
           MOVE SPACES TO NOTIFICACAO-REGISTRO.
           MOVE WRK-GESTOR TO NOT-DESTINO.
           IF WRK-VENCIMENTO LESS WRK-DATA-ATUAL
               MOVE "A" TO NOT-SEVERIDADE
           ELSE
               MOVE "M" TO NOT-SEVERIDADE
           END-IF.
           MOVE WRK-DATA-ATUAL TO NOT-DATA-GERACAO.
           MOVE WRK-VENCIMENTO TO NOT-DATA-LIMITE.
           MOVE SPACES TO NOT-MENSAGEM.
           STRING "EXPERIENCIA DO FUNC " FUNCIONARIO-CODIGO " - "
               WRK-DIA-CONTRATO "O DIA EM " WRK-VENCIMENTO
               ": DECIDIR NO PROG105"
               DELIMITED BY SIZE INTO NOT-MENSAGEM.
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
           MOVE "EXPERIEN" TO ERR-PROGRAMA.
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
