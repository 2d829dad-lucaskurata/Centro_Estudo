      *     CODIGO, NOME E O USUARIO DO PROFESSOR NO ARQUIVO DE
      *     USUARIOS - E POR ESTE USUARIO QUE O LANCAMENTO DE
      *     FREQUENCIA CONFERE SE QUEM LANCA E O PROFESSOR ALOCADO NA
      *     TURMA (PROG85). O CODIGO DE FUNCIONARIO LIGA O PROFESSOR
      *     A FOLHA (FUNCIONARIOS.DAT), QUE RECEBE AS HORAS-AULA
      *     APURADAS NO MES; ZERO = SEM VINCULO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           RECORD KEY IS PROF-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PROFESSORES.
           COPY "PROFESSOR-REGISTRO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-VINCULO-OK     PIC A(1) VALUE "N".

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-PROFESSORES.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-PROFESSORES.
           CLOSE ARQUIVO-FUNCIONARIO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.

       EXIBE-PROFESSOR.
           DISPLAY "CODIGO: " PROF-CODIGO "  NOME: " PROF-NOME
               "  USUARIO: " PROF-USUARIO
               "  FUNCIONARIO: " PROF-FUNCIONARIO.
           PERFORM LE-PROXIMO-PROFESSOR.

       PEDE-DADOS-PROFESSOR.
           ACCEPT PROF-NOME.
           DISPLAY "Digite o usuario do professor (USUARIOS.DAT): ".
           ACCEPT PROF-USUARIO.
           MOVE "N" TO WRK-VINCULO-OK.
           PERFORM PEDE-FUNCIONARIO UNTIL WRK-VINCULO-OK EQUAL "S".

      *    O FUNCIONARIO DA FOLHA TEM DE EXISTIR EM FUNCIONARIOS.DAT;
      *    ZERO DEIXA O PROFESSOR SEM VINCULO (AS HORAS-AULA DELE SAEM
      *    COMO EXCECAO NA APURACAO MENSAL).
       PEDE-FUNCIONARIO.
           DISPLAY "Digite o codigo de funcionario do professor na "
               "folha (0 = sem vinculo): ".
           ACCEPT PROF-FUNCIONARIO.
           IF PROF-FUNCIONARIO EQUAL ZEROS
               MOVE "S" TO WRK-VINCULO-OK
           ELSE
               MOVE PROF-FUNCIONARIO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "FUNCIONARIO " PROF-FUNCIONARIO
                           " NAO CADASTRADO."
                   NOT INVALID KEY
                       DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
                       MOVE "S" TO WRK-VINCULO-OK
               END-READ
           END-IF.

       INCLUI-PROFESSOR.
           DISPLAY "Digite o codigo do professor (3 numeros): ".
