       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG114.
      *    CONVERSAO UNICA DE LAYOUT DO CADASTRO DE PROFESSORES:
      *     PROFESSORES.DAT GANHA O CODIGO DO FUNCIONARIO DA FOLHA
      *     (PROF-FUNCIONARIO), QUE RECEBE AS HORAS-AULA APURADAS NO
      *     MES.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, COM O SISTEMA
      *     PARADO), COMO NO PROG112:
      *       1. RENOMEIE professores.dat PARA professores.old;
      *       2. RODE ESTE PROGRAMA E CONFIRA A CONTAGEM;
      *       3. INFORME NO PROG84 O FUNCIONARIO DE CADA PROFESSOR
      *          PAGO POR HORA-AULA - ATE LA ELES SAEM COMO EXCECAO
      *          NA APURACAO MENSAL;
      *       4. GUARDE O .old ATE VALIDAR A PRIMEIRA RODADA.
      *
      *     TODO PROFESSOR ANTIGO ENTRA SEM VINCULO (FUNCIONARIO
      *     ZERO). SEM O .old O CADASTRO NAO E TOCADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VELHO-PROFESSOR
           ASSIGN TO "professores.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-PROF-CODIGO
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-PROFESSORES
           ASSIGN TO "professores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PROF-CODIGO
           ACCESS MODE IS SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VELHO-PROFESSOR.
       01  VELHO-PROFESSOR-REGISTRO.
           05 VEL-PROF-CODIGO       PIC 9(3).
           05 VEL-PROF-NOME         PIC X(20).
           05 VEL-PROF-USUARIO      PIC A(12).

       FD  ARQUIVO-PROFESSORES.
           COPY "PROFESSOR-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-QTD-CONVERTIDOS PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "CONVERSAO DE LAYOUT DO CADASTRO DE PROFESSORES".
           DISPLAY "(LE professores.old E REGRAVA NO LAYOUT NOVO)".

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-PROFESSOR.
           PERFORM LE-VELHO-PROFESSOR.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY "professores.old AUSENTE OU VAZIO - "
                   "CADASTRO NAO TOCADO."
               CLOSE VELHO-PROFESSOR
           ELSE
               OPEN OUTPUT ARQUIVO-PROFESSORES
               PERFORM COPIA-PROFESSOR
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-PROFESSOR
               CLOSE ARQUIVO-PROFESSORES
               DISPLAY "professores.old -> professores.dat: "
                   WRK-QTD-CONVERTIDOS " REGISTRO(S)."
               DISPLAY "CONVERSAO CONCLUIDA - INFORME O FUNCIONARIO "
                   "DOS PROFESSORES NO PROG84 E GUARDE O .old ATE "
                   "VALIDAR A PRIMEIRA RODADA."
           END-IF.
           GO TO PROGRAM-DONE.

       LE-VELHO-PROFESSOR.
           READ VELHO-PROFESSOR NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       COPIA-PROFESSOR.
           MOVE VEL-PROF-CODIGO TO PROF-CODIGO.
           MOVE VEL-PROF-NOME TO PROF-NOME.
           MOVE VEL-PROF-USUARIO TO PROF-USUARIO.
           MOVE ZEROS TO PROF-FUNCIONARIO.
           WRITE PROFESSOR-REGISTRO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           PERFORM LE-VELHO-PROFESSOR.

       PROGRAM-DONE.
           STOP RUN.
