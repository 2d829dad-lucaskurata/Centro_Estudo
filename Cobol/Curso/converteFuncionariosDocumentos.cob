       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG106.
      *    CONVERSAO UNICA DE LAYOUT DO CADASTRO DE FUNCIONARIOS:
      *     FUNCIONARIOS.DAT GANHA O CPF E O PIS, DE 181 BYTES PARA O
      *     LAYOUT ATUAL (A DATA DE NASCIMENTO ENTRA ZERADA), E O
      *     HISTORICO DE ARQUIVADOS FUNCIONARIOS_HISTORICO.DAT
      *     ACOMPANHA. UM FUNCIONARIOS.DAT JA CONVERTIDO PARA 203
      *     BYTES VAI PELO PROG110.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, COM O SISTEMA
      *     PARADO), COMO NO PROG69:
      *       1. RODE O BACKUP DOS MESTRES (backup_mestres.sh);
      *       2. RENOMEIE CADA ARQUIVO VIVO PARA .old:
      *            funcionarios.dat -> funcionarios.old
      *            funcionarios_historico.dat ->
      *                funcionarios_historico.old
      *       3. RODE ESTE PROGRAMA E CONFIRA AS CONTAGENS;
      *       4. INFORME NO PROG36 (OPCOES 14 E 15) O CPF E O PIS DE
      *          CADA FUNCIONARIO - A CRITICA NOTURNA DE DOCUMENTOS
      *          LISTA NA WORKLIST QUEM AINDA ESTA SEM - E NA OPCAO 16
      *          A DATA DE NASCIMENTO;
      *       5. GUARDE OS .old ATE VALIDAR A PRIMEIRA RODADA.
      *
      *     CPF, PIS E DATA DE NASCIMENTO ENTRAM ZERADOS (NAO
      *     INFORMADOS). SEM O .old O ARQUIVO CORRESPONDENTE NAO E
      *     TOCADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VELHO-FUNCIONARIO
           ASSIGN TO "funcionarios.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-FUN-CODIGO
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL VELHO-HISTORICO
           ASSIGN TO "funcionarios_historico.old"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-HISTORICO-FUNC
           ASSIGN TO "funcionarios_historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  VELHO-FUNCIONARIO.
       01  VELHO-FUNCIONARIO-REGISTRO.
           05 VEL-FUN-CODIGO        PIC 9(4).
           05 VEL-FUN-DADOS         PIC X(177).

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  VELHO-HISTORICO.
       01  VELHO-HISTORICO-REGISTRO.
           05 VEL-HIS-DADOS         PIC X(181).
           05 VEL-HIS-DATA-ARQUIVO  PIC 9(8).

       FD  ARQUIVO-HISTORICO-FUNC.
       01  HISTORICO-FUNC-REGISTRO.
           05 HFUNC-DADOS           PIC X(181).
           05 HFUNC-CPF             PIC 9(11).
           05 HFUNC-PIS             PIC 9(11).
           05 HFUNC-DATA-NASCIMENTO PIC 9(8).
           05 HFUNC-DATA-ARQUIVO    PIC 9(8).

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-QTD-CONVERTIDOS PIC 9(6) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "CONVERSAO DE LAYOUT DO CADASTRO DE FUNCIONARIOS - "
               "CPF E PIS".
           DISPLAY "(LE OS ARQUIVOS .old E REGRAVA NO LAYOUT NOVO)".

           PERFORM CONVERTE-FUNCIONARIOS.
           PERFORM CONVERTE-HISTORICO.

           DISPLAY "CONVERSAO CONCLUIDA - CONFIRA AS CONTAGENS E "
               "GUARDE OS .old ATE VALIDAR A PRIMEIRA RODADA.".
           GO TO PROGRAM-DONE.

      *    CADASTRO VIVO: O REGISTRO ANTIGO INTEIRO VAI PARA A FRENTE
      *     DO NOVO E CPF/PIS/NASCIMENTO FICAM ZERADOS.
       CONVERTE-FUNCIONARIOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-CONVERTIDOS.
           OPEN INPUT VELHO-FUNCIONARIO.
           PERFORM LE-VELHO-FUNCIONARIO.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY "funcionarios.old AUSENTE OU VAZIO - CADASTRO "
                   "NAO TOCADO."
               CLOSE VELHO-FUNCIONARIO
           ELSE
               OPEN OUTPUT ARQUIVO-FUNCIONARIO
               PERFORM COPIA-FUNCIONARIO
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-FUNCIONARIO
               CLOSE ARQUIVO-FUNCIONARIO
               DISPLAY "funcionarios.old -> funcionarios.dat: "
                   WRK-QTD-CONVERTIDOS " REGISTRO(S)."
           END-IF.

       LE-VELHO-FUNCIONARIO.
           READ VELHO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       COPIA-FUNCIONARIO.
           MOVE SPACES TO FUNCIONARIO-REGISTRO.
           MOVE VELHO-FUNCIONARIO-REGISTRO TO FUNCIONARIO-REGISTRO.
           MOVE ZEROS TO FUNCIONARIO-CPF.
           MOVE ZEROS TO FUNCIONARIO-PIS.
           MOVE ZEROS TO FUNCIONARIO-DATA-NASCIMENTO.
           WRITE FUNCIONARIO-REGISTRO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           PERFORM LE-VELHO-FUNCIONARIO.

      *    HISTORICO DE ARQUIVADOS: CPF/PIS/NASCIMENTO ZERADOS ENTRE
      *     OS DADOS DO FUNCIONARIO E A DATA DE ARQUIVAMENTO.
       CONVERTE-HISTORICO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO WRK-QTD-CONVERTIDOS.
           OPEN INPUT VELHO-HISTORICO.
           PERFORM LE-VELHO-HISTORICO.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY "funcionarios_historico.old AUSENTE OU VAZIO - "
                   "HISTORICO NAO TOCADO."
               CLOSE VELHO-HISTORICO
           ELSE
               OPEN OUTPUT ARQUIVO-HISTORICO-FUNC
               PERFORM COPIA-HISTORICO
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-HISTORICO
               CLOSE ARQUIVO-HISTORICO-FUNC
               DISPLAY "funcionarios_historico.old -> "
                   "funcionarios_historico.dat: "
                   WRK-QTD-CONVERTIDOS " REGISTRO(S)."
           END-IF.

       LE-VELHO-HISTORICO.
           READ VELHO-HISTORICO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       COPIA-HISTORICO.
           MOVE VEL-HIS-DADOS TO HFUNC-DADOS.
           MOVE ZEROS TO HFUNC-CPF.
           MOVE ZEROS TO HFUNC-PIS.
           MOVE ZEROS TO HFUNC-DATA-NASCIMENTO.
           MOVE VEL-HIS-DATA-ARQUIVO TO HFUNC-DATA-ARQUIVO.
           WRITE HISTORICO-FUNC-REGISTRO.
           ADD 1 TO WRK-QTD-CONVERTIDOS.
           PERFORM LE-VELHO-HISTORICO.

       PROGRAM-DONE.
           STOP RUN.
