       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG112.
      *    CONVERSAO UNICA DE LAYOUT DO CADASTRO DE RESPONSAVEIS:
      *     RESPONSAVEIS_ALUNOS.DAT, QUE TINHA SO O RESPONSAVEL
      *     FINANCEIRO DE CADA RA (CPF E NOME, CHAVE RA), PASSA A
      *     GUARDAR VARIOS RESPONSAVEIS POR ALUNO (CHAVE RA +
      *     SEQUENCIA) COM PARENTESCO, ENDERECO, TELEFONE E E-MAIL.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, COM O SISTEMA
      *     PARADO), COMO NO PROG110:
      *       1. RENOMEIE responsaveis_alunos.dat PARA
      *          responsaveis_alunos.old;
      *       2. RODE ESTE PROGRAMA E CONFIRA A CONTAGEM;
      *       3. COMPLETE NO PROG111 O ENDERECO, TELEFONE E E-MAIL DE
      *          CADA RESPONSAVEL E INCLUA OS DEMAIS - ATE LA OS
      *          AVISOS SEMANAIS (PROG113) SAEM POR CARTA SEM
      *          ENDERECO;
      *       4. GUARDE O .old ATE VALIDAR A PRIMEIRA RODADA.
      *
      *     CADA RESPONSAVEL ANTIGO VIRA A SEQUENCIA 1 DO ALUNO,
      *     MARCADO COMO FINANCEIRO. SEM O .old O CADASTRO NAO E
      *     TOCADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VELHO-RESPONSAVEL
           ASSIGN TO "responsaveis_alunos.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-RSP-RA
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-RESPONSAVEIS
           ASSIGN TO "responsaveis_alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPONSAVEL-CHAVE
           ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VELHO-RESPONSAVEL.
       01  VELHO-RESPONSAVEL-REGISTRO.
           05 VEL-RSP-RA            PIC 9(7).
           05 VEL-RSP-CPF           PIC 9(11).
           05 VEL-RSP-NOME          PIC X(30).

       FD  ARQUIVO-RESPONSAVEIS.
           COPY "RESPONSAVEL-ALUNO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-QTD-CONVERTIDOS PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "CONVERSAO DE LAYOUT DO CADASTRO DE RESPONSAVEIS".
           DISPLAY "(LE responsaveis_alunos.old E REGRAVA NO LAYOUT "
               "NOVO)".

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-RESPONSAVEL.
           PERFORM LE-VELHO-RESPONSAVEL.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY "responsaveis_alunos.old AUSENTE OU VAZIO - "
                   "CADASTRO NAO TOCADO."
               CLOSE VELHO-RESPONSAVEL
           ELSE
               OPEN OUTPUT ARQUIVO-RESPONSAVEIS
               PERFORM COPIA-RESPONSAVEL
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-RESPONSAVEL
               CLOSE ARQUIVO-RESPONSAVEIS
               DISPLAY "responsaveis_alunos.old -> "
                   "responsaveis_alunos.dat: "
                   WRK-QTD-CONVERTIDOS " REGISTRO(S)."
               DISPLAY "CONVERSAO CONCLUIDA - COMPLETE OS CONTATOS NO "
                   "PROG111 E GUARDE O .old ATE VALIDAR A PRIMEIRA "
                   "RODADA."
           END-IF.
           GO TO PROGRAM-DONE.

       LE-VELHO-RESPONSAVEL.
           READ VELHO-RESPONSAVEL NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       COPIA-RESPONSAVEL.
           MOVE SPACES TO RESPONSAVEL-ALUNO-REGISTRO.
           MOVE VEL-RSP-RA TO RSP-RA.
           MOVE 1 TO RSP-SEQ.
           MOVE VEL-RSP-NOME TO RSP-NOME.
           MOVE VEL-RSP-CPF TO RSP-CPF.
           MOVE ZEROS TO RSP-CEP.
           MOVE ZEROS TO RSP-TELEFONE.
           MOVE "S" TO RSP-FINANCEIRO.
           WRITE RESPONSAVEL-ALUNO-REGISTRO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           PERFORM LE-VELHO-RESPONSAVEL.

       PROGRAM-DONE.
           STOP RUN.
