       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG111.
      *    MANUTENCAO DO CADASTRO DE RESPONSAVEIS DOS ALUNOS
      *     (RESPONSAVEIS_ALUNOS.DAT), CHAVEADO POR RA + SEQUENCIA DO
      *     RESPONSAVEL: NOME, PARENTESCO, CPF, ENDERECO, TELEFONE,
      *     E-MAIL E QUAL DELES E O RESPONSAVEL FINANCEIRO (UM SO POR
      *     ALUNO - MARCAR OUTRO DESMARCA O ANTERIOR). SO ACEITA RA DO
      *     CADASTRO DE ALUNOS. REGISTRA TAMBEM AS LIGACOES DA
      *     SECRETARIA NO REGISTRO DE CONTATOS E CONSULTA O HISTORICO
      *     DE CONTATOS DO ALUNO (CARTAS E E-MAILS DO PROG113 E
      *     LIGACOES), PARA PROVAR QUE A FAMILIA FOI AVISADA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-RESPONSAVEIS
           ASSIGN TO "responsaveis_alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPONSAVEL-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-ALUNO
           ASSIGN TO "alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-RA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONTATOS
           ASSIGN TO "contatos_responsaveis.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-RESPONSAVEIS.
           COPY "RESPONSAVEL-ALUNO.cpy".

       FD  ARQUIVO-ALUNO.
       01  WRK-ALUNO.
           05 WRK-NOME  PIC A(20).
           05 FILLER    PIC X(1).
           05 WRK-IDADE PIC 9(2).
           05 FILLER    PIC X(1).
           05 WRK-RA    PIC 9(7).
           05 FILLER    PIC X.
           05 DADOSPESSOAIS.
               10 WRK-ENDERECO   PIC A(17).
               10 FILLER         PIC X.
               10 WRK-RG         PIC 9(9).

       FD  ARQUIVO-CONTATOS.
           COPY "CONTATO-RESPONSAVEL.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  WRK-RA-BUSCA       PIC 9(7) VALUE ZEROS.
       77  WRK-SEQ-NOVO       PIC 9(1) VALUE ZEROS.
       77  WRK-QTD-CONTATOS   PIC 9(4) VALUE ZEROS.
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-HORA-AGORA     PIC 9(8) VALUE ZEROS.

      *    RESPONSAVEL DIGITADO, GUARDADO ENQUANTO O FINANCEIRO
      *    ANTERIOR DO ALUNO E DESMARCADO.
       01  WRK-RESPONSAVEL-NOVO PIC X(181).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-RESPONSAVEIS.
           OPEN INPUT ARQUIVO-ALUNO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-RESPONSAVEIS.
           CLOSE ARQUIVO-ALUNO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DOS RESPONSAVEIS DOS ALUNOS".
           DISPLAY "1 - Listar responsaveis de um aluno".
           DISPLAY "2 - Incluir / alterar responsavel".
           DISPLAY "3 - Excluir responsavel".
           DISPLAY "4 - Registrar contato telefonico".
           DISPLAY "5 - Historico de contatos do aluno".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-RESPONSAVEIS
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM INCLUI-RESPONSAVEL THRU INCLUI-RESPONSAVEL-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM EXCLUI-RESPONSAVEL
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM REGISTRA-CONTATO THRU REGISTRA-CONTATO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 5
               PERFORM HISTORICO-CONTATOS
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       LISTA-RESPONSAVEIS.
           DISPLAY "Digite o RA do aluno: ".
           ACCEPT WRK-RA-BUSCA.
           PERFORM POSICIONA-RESPONSAVEIS.
           PERFORM EXIBE-RESPONSAVEL UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       POSICIONA-RESPONSAVEIS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-RA-BUSCA TO RSP-RA.
           MOVE ZEROS TO RSP-SEQ.
           START ARQUIVO-RESPONSAVEIS KEY IS NOT LESS RESPONSAVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-RESPONSAVEL
           END-IF.

       LE-PROXIMO-RESPONSAVEL.
           READ ARQUIVO-RESPONSAVEIS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND RSP-RA NOT EQUAL WRK-RA-BUSCA
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       EXIBE-RESPONSAVEL.
           DISPLAY "RA: " RSP-RA "  SEQ: " RSP-SEQ "  " RSP-NOME
               "  (" RSP-PARENTESCO ")  FINANCEIRO: " RSP-FINANCEIRO.
           DISPLAY "    CPF: " RSP-CPF "  FONE: " RSP-TELEFONE
               "  E-MAIL: " RSP-EMAIL.
           DISPLAY "    " RSP-ENDERECO " - " RSP-CIDADE "/" RSP-UF
               "  CEP " RSP-CEP.
           PERFORM LE-PROXIMO-RESPONSAVEL.

      *    INCLUSAO OU ALTERACAO (MESMA CHAVE REGRAVA). RESPONSAVEL
      *     MARCADO COMO FINANCEIRO DESMARCA O FINANCEIRO ANTERIOR.
       INCLUI-RESPONSAVEL.
           DISPLAY "Digite o RA do aluno: ".
           ACCEPT WRK-RA-BUSCA.
           MOVE WRK-RA-BUSCA TO WRK-RA.
           READ ARQUIVO-ALUNO
               INVALID KEY
                   DISPLAY "RA " WRK-RA-BUSCA " NAO EXISTE NO "
                       "CADASTRO DE ALUNOS - RESPONSAVEL RECUSADO."
                   GO TO INCLUI-RESPONSAVEL-FIM
           END-READ.

           DISPLAY "Sequencia do responsavel no aluno (1-9): ".
           ACCEPT WRK-SEQ-NOVO.
           IF WRK-SEQ-NOVO EQUAL ZEROS
               DISPLAY "SEQUENCIA INVALIDA."
               GO TO INCLUI-RESPONSAVEL-FIM
           END-IF.

           MOVE SPACES TO RESPONSAVEL-ALUNO-REGISTRO.
           MOVE WRK-RA-BUSCA TO RSP-RA.
           MOVE WRK-SEQ-NOVO TO RSP-SEQ.
           DISPLAY "Nome do responsavel: ".
           ACCEPT RSP-NOME.
           DISPLAY "Parentesco (PAI, MAE, AVO, TUTOR...): ".
           ACCEPT RSP-PARENTESCO.
           DISPLAY "CPF: ".
           ACCEPT RSP-CPF.
           DISPLAY "Endereco: ".
           ACCEPT RSP-ENDERECO.
           DISPLAY "Cidade: ".
           ACCEPT RSP-CIDADE.
           DISPLAY "UF: ".
           ACCEPT RSP-UF.
           DISPLAY "CEP: ".
           ACCEPT RSP-CEP.
           DISPLAY "Telefone (DDD + numero): ".
           ACCEPT RSP-TELEFONE.
           DISPLAY "E-mail (vazio = avisos por carta): ".
           ACCEPT RSP-EMAIL.
           DISPLAY "Responsavel financeiro? (S/N): ".
           ACCEPT RSP-FINANCEIRO.
           IF RSP-FINANCEIRO EQUAL "s"
               MOVE "S" TO RSP-FINANCEIRO
           END-IF.
           IF RSP-FINANCEIRO NOT EQUAL "S"
               MOVE "N" TO RSP-FINANCEIRO
           END-IF.

           MOVE RESPONSAVEL-ALUNO-REGISTRO TO WRK-RESPONSAVEL-NOVO.
           IF RESPONSAVEL-FINANCEIRO
               PERFORM POSICIONA-RESPONSAVEIS
               PERFORM DESMARCA-FINANCEIRO
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
           END-IF.
           MOVE WRK-RESPONSAVEL-NOVO TO RESPONSAVEL-ALUNO-REGISTRO.

           WRITE RESPONSAVEL-ALUNO-REGISTRO
               INVALID KEY
                   REWRITE RESPONSAVEL-ALUNO-REGISTRO
                   DISPLAY "RESPONSAVEL ATUALIZADO."
               NOT INVALID KEY
                   DISPLAY "RESPONSAVEL INCLUIDO PARA " WRK-NOME "."
           END-WRITE.

       INCLUI-RESPONSAVEL-FIM.
           EXIT.

       DESMARCA-FINANCEIRO.
           IF RESPONSAVEL-FINANCEIRO AND RSP-SEQ NOT EQUAL WRK-SEQ-NOVO
               MOVE "N" TO RSP-FINANCEIRO
               REWRITE RESPONSAVEL-ALUNO-REGISTRO
               DISPLAY "RESPONSAVEL " RSP-SEQ " (" RSP-NOME
                   ") DEIXA DE SER O FINANCEIRO."
           END-IF.
           PERFORM LE-PROXIMO-RESPONSAVEL.

       EXCLUI-RESPONSAVEL.
           DISPLAY "Digite o RA do aluno: ".
           ACCEPT RSP-RA.
           DISPLAY "Sequencia do responsavel: ".
           ACCEPT RSP-SEQ.

           READ ARQUIVO-RESPONSAVEIS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Confirma a exclusao de " RSP-NOME " ? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S" OR
                       CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-RESPONSAVEIS RECORD
                       DISPLAY "RESPONSAVEL EXCLUIDO."
                       IF RESPONSAVEL-FINANCEIRO
                           DISPLAY "ALUNO SEM RESPONSAVEL FINANCEIRO -"
                               " MARQUE OUTRO NA OPCAO 2."
                       END-IF
                   END-IF
           END-READ.

      *    LIGACAO DA SECRETARIA PARA O RESPONSAVEL, COM OS MOTIVOS
      *     TRATADOS, NO MESMO REGISTRO DAS CARTAS E E-MAILS.
       REGISTRA-CONTATO.
           DISPLAY "Digite o RA do aluno: ".
           ACCEPT RSP-RA.
           DISPLAY "Sequencia do responsavel: ".
           ACCEPT RSP-SEQ.
           READ ARQUIVO-RESPONSAVEIS
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO."
                   GO TO REGISTRA-CONTATO-FIM
           END-READ.

           ACCEPT CTR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-HORA-AGORA (1:6) TO CTR-HORA.
           MOVE RSP-RA TO CTR-RA.
           MOVE RSP-SEQ TO CTR-SEQ-RESPONSAVEL.
           MOVE RSP-NOME TO CTR-NOME-RESPONSAVEL.
           MOVE "T" TO CTR-MEIO.
           MOVE SPACES TO CTR-DESTINO.
           MOVE RSP-TELEFONE TO CTR-DESTINO (1:11).
           DISPLAY "Tratou de frequencia? (S/N): ".
           ACCEPT CTR-MOTIVO-FALTAS.
           DISPLAY "Tratou de notas? (S/N): ".
           ACCEPT CTR-MOTIVO-NOTAS.
           DISPLAY "Tratou de mensalidade? (S/N): ".
           ACCEPT CTR-MOTIVO-MENSALIDADE.

           OPEN EXTEND ARQUIVO-CONTATOS.
           WRITE CONTATO-RESPONSAVEL-REGISTRO.
           CLOSE ARQUIVO-CONTATOS.
           DISPLAY "CONTATO REGISTRADO: " RSP-NOME " - FONE "
               RSP-TELEFONE.

       REGISTRA-CONTATO-FIM.
           EXIT.

       HISTORICO-CONTATOS.
           DISPLAY "Digite o RA do aluno: ".
           ACCEPT WRK-RA-BUSCA.
           MOVE ZEROS TO WRK-QTD-CONTATOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CONTATOS.
           PERFORM LE-CONTATO.
           PERFORM EXIBE-CONTATO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CONTATOS.
           DISPLAY "CONTATOS DO RA " WRK-RA-BUSCA ": "
               WRK-QTD-CONTATOS.

       LE-CONTATO.
           READ ARQUIVO-CONTATOS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *    MEIO: C = CARTA, E = E-MAIL, T = TELEFONE. MOTIVOS NA ORDEM
      *     FREQUENCIA / NOTAS / MENSALIDADE.
       EXIBE-CONTATO.
           IF CTR-RA EQUAL WRK-RA-BUSCA
               ADD 1 TO WRK-QTD-CONTATOS
               DISPLAY CTR-DATA " " CTR-HORA "  RESP "
                   CTR-SEQ-RESPONSAVEL " " CTR-NOME-RESPONSAVEL
                   "  MEIO " CTR-MEIO
                   "  MOTIVOS " CTR-MOTIVO-FALTAS CTR-MOTIVO-NOTAS
                   CTR-MOTIVO-MENSALIDADE
               DISPLAY "    " CTR-DESTINO
           END-IF.
           PERFORM LE-CONTATO.

       PROGRAM-DONE.
           STOP RUN.
