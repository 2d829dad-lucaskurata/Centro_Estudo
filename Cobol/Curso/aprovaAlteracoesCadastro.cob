       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG109.
      *    APROVACAO DAS ALTERACOES SENSIVEIS DO CADASTRO DE
      *     FUNCIONARIOS: SALARIO BASE E DADOS BANCARIOS DIGITADOS NO
      *     PROG36 FICAM PENDENTES EM ALTERACOES_PENDENTES.DAT, E UM
      *     SEGUNDO USUARIO COM PERFIL DE SUPERVISOR - NUNCA O MESMO
      *     QUE PEDIU - APROVA OU REJEITA CADA UMA AQUI. SO A
      *     APROVACAO REGRAVA FUNCIONARIOS.DAT E GRAVA A AUDITORIA;
      *     APROVACAO E REJEICAO VAO PARA O DIARIO DE SEGURANCA. SE O
      *     CADASTRO MUDOU DEPOIS DO PEDIDO, A APROVACAO E RECUSADA E
      *     O PEDIDO TEM QUE SER REJEITADO E FEITO DE NOVO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-MESTRE.

           SELECT OPTIONAL ARQUIVO-ALTERACOES
           ASSIGN TO "alteracoes_pendentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALTERACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-AUDITORIA
           ASSIGN TO "funcionarios_auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-USUARIOS
           ASSIGN TO "usuarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-USUARIO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MARCA-ONLINE
           ASSIGN TO "online_em_uso.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MARCA-BATCH
           ASSIGN TO "batch_em_execucao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ERROS
           ASSIGN TO "erros_sistema.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-SEGURANCA
           ASSIGN TO "seguranca.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-ALTERACOES.
           COPY "ALTERACAO-PENDENTE.cpy".

       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-REGISTRO.cpy".

       FD  ARQUIVO-USUARIOS.
           COPY "USUARIO-REGISTRO.cpy".

       FD  ARQUIVO-MARCA-ONLINE.
       01  MARCA-ONLINE-REGISTRO.
           05 MARCA-ON-PROGRAMA   PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 MARCA-ON-DATA       PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 MARCA-ON-HORA       PIC 9(6).

       FD  ARQUIVO-MARCA-BATCH.
       01  MARCA-BATCH-REGISTRO PIC X(60).

       FD  ARQUIVO-ERROS.
           COPY "ERRO-ARQUIVO.cpy".

       FD  ARQUIVO-SEGURANCA.
           COPY "SEGURANCA-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

      *    FILE STATUS DO ARQUIVO MESTRE E APOIO DO LOG CENTRAL DE
      *    ERROS DE ARQUIVO (ERROS_SISTEMA.LOG).
       77  WRK-FS-MESTRE      PIC X(2) VALUE SPACES.
       77  WRK-ERR-DATA       PIC 9(8) VALUE ZEROS.
       77  WRK-ERR-HORA       PIC 9(6) VALUE ZEROS.
       77  WRK-ERR-ARQUIVO    PIC X(25) VALUE SPACES.
       77  WRK-ERR-OPERACAO   PIC X(8) VALUE SPACES.

       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  WRK-DECISAO        PIC X(1) VALUE SPACES.
       77  WRK-VALOR-ATUAL    PIC X(30) VALUE SPACES.
       77  WRK-SALARIO-EDITADO PIC Z(5)9.99.
       77  WRK-DATA-ATUAL     PIC 9(8) VALUE ZEROS.
       77  WRK-HORA-ATUAL     PIC 9(6) VALUE ZEROS.
       77  WRK-BATCH-RODANDO  PIC A(1) VALUE "N".
       77  WRK-QTD-PENDENTES  PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-APROVADAS  PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-REJEITADAS PIC 9(4) VALUE ZEROS.

      *    IDENTIFICACAO DO APROVADOR: SO PERFIL DE SUPERVISOR, E NUNCA
      *    O MESMO USUARIO QUE PEDIU A ALTERACAO.
       77  WRK-USUARIO-DIGITADO PIC A(12) VALUE SPACES.
       77  WRK-SENHA-DIGITADA  PIC X(10) VALUE SPACES.
       77  WRK-LOGIN-OK        PIC A(1) VALUE "N".
       77  WRK-PERFIL-LOGADO   PIC X(1) VALUE "O".
      *    APOIO DO DIARIO CENTRAL DE SEGURANCA (SEGURANCA.LOG).
       77  WRK-SEG-EVENTO      PIC X(14) VALUE SPACES.
       77  WRK-SEG-ALVO        PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM VALIDA-OPERADOR.
           IF WRK-LOGIN-OK NOT EQUAL "S"
               DISPLAY "ACESSO NEGADO - APROVACAO ENCERRADA."
               GO TO PROGRAM-DONE
           END-IF.
           IF WRK-PERFIL-LOGADO NOT EQUAL "S"
               DISPLAY "APROVACAO DE ALTERACOES RESTRITA A SUPERVISOR."
               MOVE "OPCAO-NEGADA" TO WRK-SEG-EVENTO
               MOVE "APROVACAO" TO WRK-SEG-ALVO
               PERFORM GRAVA-SEGURANCA
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM TESTA-BATCH-RODANDO.
           IF WRK-BATCH-RODANDO EQUAL "S"
               DISPLAY "JOB NOTURNO EM EXECUCAO (" MARCA-BATCH-REGISTRO
                   ") - APROVACAO BLOQUEADA."
               DISPLAY "TENTE NOVAMENTE APOS O FIM DO BATCH."
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM GRAVA-MARCA-ONLINE.

           OPEN I-O ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM TESTA-STATUS-MESTRE.
           OPEN I-O ARQUIVO-ALTERACOES.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           DISPLAY "=========================================".
           DISPLAY "APROVACAO DE ALTERACOES DE SALARIO E DADOS "
               "BANCARIOS".
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO ALP-CODIGO.
           MOVE SPACES TO ALP-TIPO.
           START ARQUIVO-ALTERACOES KEY IS NOT LESS ALTERACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-ALTERACAO
           END-IF.
           PERFORM TRATA-ALTERACAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-ALTERACOES.
           CLOSE ARQUIVO-AUDITORIA.
           PERFORM LIMPA-MARCA-ONLINE.

           DISPLAY "PENDENTES: " WRK-QTD-PENDENTES
               "  APROVADAS: " WRK-QTD-APROVADAS
               "  REJEITADAS: " WRK-QTD-REJEITADAS.
           GO TO PROGRAM-DONE.

       VALIDA-OPERADOR.
           DISPLAY "Digite o usuario: ".
           ACCEPT WRK-USUARIO-DIGITADO.
           DISPLAY "Digite a senha: ".
           ACCEPT WRK-SENHA-DIGITADA.

           OPEN INPUT ARQUIVO-USUARIOS.
           MOVE WRK-USUARIO-DIGITADO TO WRK-USUARIO.
           READ ARQUIVO-USUARIOS
               INVALID KEY
                   DISPLAY "USUARIO OU SENHA INVALIDOS."
               NOT INVALID KEY
                   IF USUARIO-BLOQUEADO
                       DISPLAY "USUARIO BLOQUEADO - PROCURE O SUPORTE."
                   ELSE
                       IF WRK-SENHA EQUAL WRK-SENHA-DIGITADA
                           MOVE "S" TO WRK-LOGIN-OK
                           MOVE WRK-PERFIL TO WRK-PERFIL-LOGADO
                       ELSE
                           DISPLAY "USUARIO OU SENHA INVALIDOS."
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-USUARIOS.

      *    INTERTRAVAMENTO COM O JOB NOTURNO, COMO NO PROG36: A
      *     APROVACAO REGRAVA O ARQUIVO DE FUNCIONARIOS.
       TESTA-BATCH-RODANDO.
           MOVE "N" TO WRK-BATCH-RODANDO.
           OPEN INPUT ARQUIVO-MARCA-BATCH.
           READ ARQUIVO-MARCA-BATCH
               AT END
                   CONTINUE
               NOT AT END
                   MOVE "S" TO WRK-BATCH-RODANDO
           END-READ.
           CLOSE ARQUIVO-MARCA-BATCH.

       GRAVA-MARCA-ONLINE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE "PROG109" TO MARCA-ON-PROGRAMA.
           MOVE WRK-DATA-ATUAL TO MARCA-ON-DATA.
           MOVE WRK-HORA-ATUAL TO MARCA-ON-HORA.
           OPEN OUTPUT ARQUIVO-MARCA-ONLINE.
           WRITE MARCA-ONLINE-REGISTRO.
           CLOSE ARQUIVO-MARCA-ONLINE.

       LIMPA-MARCA-ONLINE.
           OPEN OUTPUT ARQUIVO-MARCA-ONLINE.
           CLOSE ARQUIVO-MARCA-ONLINE.

       LE-PROXIMA-ALTERACAO.
           READ ARQUIVO-ALTERACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *    SO OS PEDIDOS PENDENTES SAO OFERECIDOS; OS JA DECIDIDOS
      *     FICAM COMO ULTIMA DECISAO DO CAMPO.
       TRATA-ALTERACAO.
           IF ALTERACAO-PENDENTE
               ADD 1 TO WRK-QTD-PENDENTES
               PERFORM EXIBE-ALTERACAO
               IF ALP-SOLICITANTE EQUAL WRK-USUARIO-DIGITADO
                   DISPLAY "PEDIDO FEITO POR VOCE - SO OUTRO "
                       "SUPERVISOR PODE DECIDIR."
               ELSE
                   PERFORM PEDE-DECISAO
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-ALTERACAO.

       EXIBE-ALTERACAO.
           DISPLAY "-----------------------------------------".
           DISPLAY "FUNCIONARIO: " ALP-CODIGO "  CAMPO: " ALP-CAMPO.
           DISPLAY "  DE: " ALP-VALOR-ANTIGO.
           DISPLAY "  PARA: " ALP-VALOR-NOVO.
           DISPLAY "  PEDIDO POR " ALP-SOLICITANTE " EM "
               ALP-DATA-HORA-PEDIDO.

       PEDE-DECISAO.
           DISPLAY "A-aprovar  R-rejeitar  P-deixar pendente: ".
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO EQUAL "a"
               MOVE "A" TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL "r"
               MOVE "R" TO WRK-DECISAO
           END-IF.

           IF WRK-DECISAO EQUAL "A"
               PERFORM APROVA-ALTERACAO THRU APROVA-ALTERACAO-FIM
           END-IF.
           IF WRK-DECISAO EQUAL "R"
               PERFORM REJEITA-ALTERACAO
           END-IF.

      *    APROVACAO: CONFERE QUE O CADASTRO AINDA TEM O VALOR ANTIGO
      *     DO PEDIDO, APLICA O VALOR NOVO, REGRAVA O FUNCIONARIO E
      *     GRAVA A AUDITORIA COMO O PROG36 FAZIA NA ALTERACAO DIRETA.
       APROVA-ALTERACAO.
           MOVE ALP-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO " ALP-CODIGO
                       " NAO ENCONTRADO - REJEITE O PEDIDO."
                   GO TO APROVA-ALTERACAO-FIM
           END-READ.

           MOVE SPACES TO WRK-VALOR-ATUAL.
           IF ALTERACAO-SALARIO
               MOVE FUNCIONARIO-SALARIO-BASE TO WRK-SALARIO-EDITADO
               MOVE WRK-SALARIO-EDITADO TO WRK-VALOR-ATUAL
           ELSE
               STRING FUNCIONARIO-BANCO " " FUNCIONARIO-AGENCIA " "
                   FUNCIONARIO-CONTA "-" FUNCIONARIO-CONTA-DV
                   DELIMITED BY SIZE INTO WRK-VALOR-ATUAL
           END-IF.
           IF WRK-VALOR-ATUAL NOT EQUAL ALP-VALOR-ANTIGO
               DISPLAY "CADASTRO MUDOU DEPOIS DO PEDIDO (ATUAL: "
                   WRK-VALOR-ATUAL ")."
               DISPLAY "APROVACAO RECUSADA - REJEITE E PECA DE NOVO."
               GO TO APROVA-ALTERACAO-FIM
           END-IF.

           IF ALTERACAO-SALARIO
               MOVE ALP-SALARIO-NOVO TO FUNCIONARIO-SALARIO-BASE
           ELSE
               MOVE ALP-BANCO-NOVO TO FUNCIONARIO-BANCO
               MOVE ALP-AGENCIA-NOVA TO FUNCIONARIO-AGENCIA
               MOVE ALP-CONTA-NOVA TO FUNCIONARIO-CONTA
               MOVE ALP-CONTA-DV-NOVO TO FUNCIONARIO-CONTA-DV
           END-IF.
           REWRITE FUNCIONARIO-REGISTRO.
           MOVE "REWRITE" TO WRK-ERR-OPERACAO.
           PERFORM TESTA-STATUS-MESTRE.

           PERFORM REGISTRA-DECISAO.
           PERFORM GRAVA-AUDITORIA.
           MOVE "ALT-APROVADA" TO WRK-SEG-EVENTO.
           MOVE ALP-CODIGO TO WRK-SEG-ALVO.
           PERFORM GRAVA-SEGURANCA.
           ADD 1 TO WRK-QTD-APROVADAS.
           DISPLAY "ALTERACAO APROVADA E APLICADA AO CADASTRO.".

       APROVA-ALTERACAO-FIM.
           EXIT.

       REJEITA-ALTERACAO.
           PERFORM REGISTRA-DECISAO.
           MOVE "ALT-REJEITADA" TO WRK-SEG-EVENTO.
           MOVE ALP-CODIGO TO WRK-SEG-ALVO.
           PERFORM GRAVA-SEGURANCA.
           ADD 1 TO WRK-QTD-REJEITADAS.
           DISPLAY "ALTERACAO REJEITADA - CADASTRO NAO ALTERADO.".

      *    A DECISAO FICA NO PROPRIO PEDIDO: SITUACAO, QUEM DECIDIU E
      *     QUANDO.
       REGISTRA-DECISAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE WRK-DECISAO TO ALP-SITUACAO.
           MOVE WRK-USUARIO-DIGITADO TO ALP-APROVADOR.
           STRING WRK-DATA-ATUAL WRK-HORA-ATUAL DELIMITED BY SIZE
               INTO ALP-DATA-HORA-DECISAO.
           REWRITE ALTERACAO-REGISTRO.

       GRAVA-AUDITORIA.
           MOVE ALP-CODIGO TO AUD-CODIGO.
           MOVE ALP-CAMPO TO AUD-CAMPO.
           MOVE ALP-VALOR-ANTIGO TO AUD-VALOR-ANTIGO.
           MOVE ALP-VALOR-NOVO TO AUD-VALOR-NOVO.
           MOVE ALP-DATA-HORA-DECISAO TO AUD-DATA-HORA.
           WRITE AUDITORIA-REGISTRO.

      *    CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO MESTRE;
      *     QUALQUER STATUS DE ERRO VAI PARA O LOG CENTRAL E O
      *     PROGRAMA ENCERRA COM RETURN-CODE 8.
       TESTA-STATUS-MESTRE.
           IF WRK-FS-MESTRE NOT EQUAL "00"
               AND WRK-FS-MESTRE NOT EQUAL "04"
               AND WRK-FS-MESTRE NOT EQUAL "05"
               AND WRK-FS-MESTRE NOT EQUAL "10"
               PERFORM GRAVA-ERRO-ARQUIVO
           END-IF.

       GRAVA-ERRO-ARQUIVO.
           ACCEPT WRK-ERR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-ERROS.
           MOVE SPACES TO ERRO-REGISTRO.
           MOVE WRK-ERR-DATA TO ERR-DATA.
           MOVE WRK-ERR-HORA TO ERR-HORA.
           MOVE "PROG109" TO ERR-PROGRAMA.
           MOVE WRK-ERR-ARQUIVO TO ERR-ARQUIVO.
           MOVE WRK-ERR-OPERACAO TO ERR-OPERACAO.
           MOVE WRK-FS-MESTRE TO ERR-STATUS.
           WRITE ERRO-REGISTRO.
           CLOSE ARQUIVO-ERROS.
           DISPLAY "ERRO DE ARQUIVO " WRK-ERR-ARQUIVO
               " OPERACAO " WRK-ERR-OPERACAO
               " STATUS " WRK-FS-MESTRE " - PROGRAMA ABORTADO.".
           PERFORM LIMPA-MARCA-ONLINE.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *    GRAVA O EVENTO NO DIARIO CENTRAL DE SEGURANCA
      *     (SEGURANCA.LOG): QUEM DECIDIU (OU TENTOU), O QUE E EM QUEM.
       GRAVA-SEGURANCA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           OPEN EXTEND ARQUIVO-SEGURANCA.
           MOVE WRK-DATA-ATUAL TO SEG-DATA.
           MOVE WRK-HORA-ATUAL TO SEG-HORA.
           MOVE WRK-USUARIO-DIGITADO TO SEG-USUARIO.
           MOVE "PROG109" TO SEG-PROGRAMA.
           MOVE WRK-SEG-EVENTO TO SEG-EVENTO.
           MOVE WRK-SEG-ALVO TO SEG-ALVO.
           WRITE SEGURANCA-REGISTRO.
           CLOSE ARQUIVO-SEGURANCA.

       PROGRAM-DONE.
           STOP RUN.
