       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG108.
      *    MANUTENCAO DOS TREINAMENTOS OBRIGATORIOS: O MESTRE DE CURSOS
      *     (CURSOS_TREINAMENTO.DAT) COM A VALIDADE DO CERTIFICADO EM
      *     MESES E OS CARGOS QUE EXIGEM CADA CURSO, E A CONCLUSAO DE
      *     CADA FUNCIONARIO (TREINAMENTOS_FUNCIONARIOS.DAT) COM O
      *     NUMERO E A VALIDADE DO CERTIFICADO. A VALIDADE SUGERIDA E
      *     A CONCLUSAO MAIS OS MESES DO CURSO; VALE A IMPRESSA NO
      *     CERTIFICADO QUANDO DIFERENTE. O ACOMPANHAMENTO NOTURNO
      *     (CertificadosTreinamento) AVISA OS VENCIMENTOS E A ABERTURA
      *     DE TURNO DA BOMBA ALERTA O ATENDENTE COM CERTIFICADO
      *     VENCIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-CURSOS
           ASSIGN TO "cursos_treinamento.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CRS-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TREINAMENTOS
           ASSIGN TO "treinamentos_funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TREINAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARGOS
           ASSIGN TO "cargos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARGO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CURSOS.
           COPY "CURSO-TREINAMENTO.cpy".

       FD  ARQUIVO-TREINAMENTOS.
           COPY "TREINAMENTO-FUNCIONARIO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-FUNC-OK        PIC A(1) VALUE "N".
       77  WRK-CURSO-OK       PIC A(1) VALUE "N".
       77  WRK-CARGO-OK       PIC A(1) VALUE "N".
       77  WRK-IDX            PIC 9(2) VALUE ZEROS.
       77  WRK-DATA-DIGITADA  PIC 9(8) VALUE ZEROS.
       77  WRK-DATA-SUGERIDA  PIC 9(8) VALUE ZEROS.
       77  WRK-MESES-TOTAL    PIC 9(5) VALUE ZEROS.
       77  WRK-ANOS           PIC 9(3) VALUE ZEROS.
       77  WRK-RESTO          PIC 9(3) VALUE ZEROS.
       77  WRK-RESTO-4        PIC 9(3) VALUE ZEROS.
       77  WRK-RESTO-100      PIC 9(3) VALUE ZEROS.
       77  WRK-RESTO-400      PIC 9(3) VALUE ZEROS.

       01  WRK-DATA-CALCULO.
           05 WRK-CALC-ANO    PIC 9(4).
           05 WRK-CALC-MES    PIC 9(2).
           05 WRK-CALC-DIA    PIC 9(2).
       01  WRK-DATA-CALCULO-N REDEFINES WRK-DATA-CALCULO PIC 9(8).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-CURSOS.
           OPEN I-O ARQUIVO-TREINAMENTOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CARGOS.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-CURSOS.
           CLOSE ARQUIVO-TREINAMENTOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CARGOS.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DE TREINAMENTOS OBRIGATORIOS".
           DISPLAY "1 - Listar cursos".
           DISPLAY "2 - Incluir curso".
           DISPLAY "3 - Alterar curso".
           DISPLAY "4 - Excluir curso".
           DISPLAY "5 - Listar treinamentos de um funcionario".
           DISPLAY "6 - Registrar conclusao de curso".
           DISPLAY "7 - Excluir treinamento de um funcionario".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-CURSOS
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM INCLUI-CURSO
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM ALTERA-CURSO
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM EXCLUI-CURSO
           END-IF.

           IF WRK-OPCAO EQUAL 5
               PERFORM LISTA-TREINAMENTOS
                   THRU LISTA-TREINAMENTOS-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 6
               PERFORM REGISTRA-CONCLUSAO
                   THRU REGISTRA-CONCLUSAO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 7
               PERFORM EXCLUI-TREINAMENTO
                   THRU EXCLUI-TREINAMENTO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

      *    MESTRE DE CURSOS.
       LISTA-CURSOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO CRS-CODIGO.
           START ARQUIVO-CURSOS KEY IS NOT LESS CRS-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-CURSO
           END-IF.

           PERFORM EXIBE-CURSO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-PROXIMO-CURSO.
           READ ARQUIVO-CURSOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       EXIBE-CURSO.
           DISPLAY CRS-CODIGO " " CRS-DESCRICAO
               " VALIDADE: " CRS-VALIDADE-MESES " MES(ES)"
               " (000 = NAO VENCE)".
           DISPLAY "  CARGOS: " CRS-CARGO (1) " " CRS-CARGO (2) " "
               CRS-CARGO (3) " " CRS-CARGO (4) " " CRS-CARGO (5) " "
               CRS-CARGO (6) " " CRS-CARGO (7) " " CRS-CARGO (8) " "
               CRS-CARGO (9) " " CRS-CARGO (10).
           PERFORM LE-PROXIMO-CURSO.

       PEDE-DADOS-CURSO.
           DISPLAY "Descricao do curso: ".
           ACCEPT CRS-DESCRICAO.
           DISPLAY "Validade do certificado em meses (0 = nao vence): ".
           ACCEPT CRS-VALIDADE-MESES.
           MOVE ZEROS TO CRS-CARGOS-EXIGIDOS.
           DISPLAY "Cargos que exigem o curso (ate 10, 0 encerra):".
           MOVE 1 TO WRK-IDX.
           PERFORM PEDE-CARGO-EXIGIDO
               UNTIL WRK-IDX GREATER 10.

      *    CADA CARGO DIGITADO PRECISA EXISTIR NO MESTRE DE CARGOS; O
      *     ZERO ENCERRA A LISTA.
       PEDE-CARGO-EXIGIDO.
           DISPLAY "Cargo " WRK-IDX ": ".
           ACCEPT CRS-CARGO (WRK-IDX).
           IF CRS-CARGO (WRK-IDX) EQUAL ZEROS
               MOVE 11 TO WRK-IDX
           ELSE
               MOVE "N" TO WRK-CARGO-OK
               MOVE CRS-CARGO (WRK-IDX) TO CARGO-CODIGO
               READ ARQUIVO-CARGOS
                   INVALID KEY
                       DISPLAY "CARGO " CARGO-CODIGO
                           " NAO CADASTRADO (PROG71)."
                   NOT INVALID KEY
                       DISPLAY "  " CARGO-TITULO
                       MOVE "S" TO WRK-CARGO-OK
               END-READ
               IF WRK-CARGO-OK EQUAL "S"
                   ADD 1 TO WRK-IDX
               END-IF
           END-IF.

       INCLUI-CURSO.
           DISPLAY "Codigo do curso (ex: NR20): ".
           ACCEPT CRS-CODIGO.
           PERFORM PEDE-DADOS-CURSO.
           WRITE CURSO-REGISTRO
               INVALID KEY
                   DISPLAY "CURSO JA CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "CURSO INCLUIDO."
           END-WRITE.

       ALTERA-CURSO.
           DISPLAY "Codigo do curso: ".
           ACCEPT CRS-CODIGO.
           READ ARQUIVO-CURSOS
               INVALID KEY
                   DISPLAY "CURSO NAO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM EXIBE-DADOS-CURSO
                   PERFORM PEDE-DADOS-CURSO
                   REWRITE CURSO-REGISTRO
                   DISPLAY "CURSO ALTERADO - AS VALIDADES JA "
                       "REGISTRADAS NOS CERTIFICADOS NAO MUDAM."
           END-READ.

       EXIBE-DADOS-CURSO.
           DISPLAY CRS-CODIGO " " CRS-DESCRICAO
               " VALIDADE: " CRS-VALIDADE-MESES " MES(ES)".

       EXCLUI-CURSO.
           DISPLAY "Codigo do curso: ".
           ACCEPT CRS-CODIGO.
           READ ARQUIVO-CURSOS
               INVALID KEY
                   DISPLAY "CURSO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Confirma a exclusao do curso "
                       CRS-DESCRICAO " ? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S"
                       OR CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-CURSOS RECORD
                       DISPLAY "CURSO EXCLUIDO - DEIXA DE SER EXIGIDO."
                   END-IF
           END-READ.

      *    TREINAMENTOS DO FUNCIONARIO.
       LISTA-TREINAMENTOS.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO LISTA-TREINAMENTOS-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO TRE-CODIGO.
           MOVE LOW-VALUES TO TRE-CURSO.
           START ARQUIVO-TREINAMENTOS KEY IS NOT LESS TREINAMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-TREINAMENTO
           END-IF.

           PERFORM EXIBE-TREINAMENTO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LISTA-TREINAMENTOS-FIM.
           EXIT.

       LE-PROXIMO-TREINAMENTO.
           READ ARQUIVO-TREINAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND TRE-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       EXIBE-TREINAMENTO.
           DISPLAY TRE-CURSO " CONCLUSAO: " TRE-DATA-CONCLUSAO
               " VALIDADE: " TRE-DATA-VALIDADE
               " CERTIFICADO: " TRE-CERTIFICADO.
           PERFORM LE-PROXIMO-TREINAMENTO.

       PEDE-FUNCIONARIO.
           MOVE "N" TO WRK-FUNC-OK.
           DISPLAY "Digite o codigo do funcionario: ".
           ACCEPT FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO
                       " NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
                       "  CARGO: " FUNCIONARIO-CARGO
                   MOVE "S" TO WRK-FUNC-OK
           END-READ.

       PEDE-CURSO.
           MOVE "N" TO WRK-CURSO-OK.
           DISPLAY "Codigo do curso: ".
           ACCEPT CRS-CODIGO.
           READ ARQUIVO-CURSOS
               INVALID KEY
                   DISPLAY "CURSO NAO CADASTRADO."
               NOT INVALID KEY
                   PERFORM EXIBE-DADOS-CURSO
                   MOVE "S" TO WRK-CURSO-OK
           END-READ.

      *    A RECICLAGEM DO MESMO CURSO SUBSTITUI A CONCLUSAO ANTERIOR.
       REGISTRA-CONCLUSAO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO REGISTRA-CONCLUSAO-FIM
           END-IF.
           PERFORM PEDE-CURSO.
           IF WRK-CURSO-OK NOT EQUAL "S"
               GO TO REGISTRA-CONCLUSAO-FIM
           END-IF.

           MOVE FUNCIONARIO-CODIGO TO TRE-CODIGO.
           MOVE CRS-CODIGO TO TRE-CURSO.
           DISPLAY "Data de conclusao (AAAAMMDD): ".
           ACCEPT TRE-DATA-CONCLUSAO.
           IF TRE-DATA-CONCLUSAO NOT NUMERIC
               OR TRE-DATA-CONCLUSAO EQUAL ZEROS
               DISPLAY "DATA DE CONCLUSAO INVALIDA."
               GO TO REGISTRA-CONCLUSAO-FIM
           END-IF.

           PERFORM CALCULA-VALIDADE.
           DISPLAY "Validade do certificado AAAAMMDD (0 = "
               WRK-DATA-SUGERIDA "): ".
           ACCEPT WRK-DATA-DIGITADA.
           IF WRK-DATA-DIGITADA EQUAL ZEROS
               MOVE WRK-DATA-SUGERIDA TO TRE-DATA-VALIDADE
           ELSE
               MOVE WRK-DATA-DIGITADA TO TRE-DATA-VALIDADE
           END-IF.
           DISPLAY "Numero do certificado: ".
           ACCEPT TRE-CERTIFICADO.

           WRITE TREINAMENTO-REGISTRO
               INVALID KEY
                   REWRITE TREINAMENTO-REGISTRO
                   DISPLAY "RECICLAGEM REGISTRADA - VALIDA ATE "
                       TRE-DATA-VALIDADE "."
               NOT INVALID KEY
                   DISPLAY "CONCLUSAO REGISTRADA - VALIDA ATE "
                       TRE-DATA-VALIDADE "."
           END-WRITE.

       REGISTRA-CONCLUSAO-FIM.
           EXIT.

      *    VALIDADE SUGERIDA: CONCLUSAO MAIS OS MESES DO CURSO, NO MESMO
      *     DIA (AJUSTADO AO ULTIMO DIA DO MES QUANDO ELE NAO EXISTE).
      *     CURSO SEM VENCIMENTO FICA COM VALIDADE ZERO.
       CALCULA-VALIDADE.
           IF CRS-VALIDADE-MESES EQUAL ZEROS
               MOVE ZEROS TO WRK-DATA-SUGERIDA
           ELSE
               MOVE TRE-DATA-CONCLUSAO TO WRK-DATA-CALCULO-N
               COMPUTE WRK-MESES-TOTAL EQUAL
                   WRK-CALC-MES - 1 + CRS-VALIDADE-MESES
               DIVIDE WRK-MESES-TOTAL BY 12
                   GIVING WRK-ANOS REMAINDER WRK-RESTO
               ADD WRK-ANOS TO WRK-CALC-ANO
               COMPUTE WRK-CALC-MES EQUAL WRK-RESTO + 1
               PERFORM AJUSTA-DIA-MES
               MOVE WRK-DATA-CALCULO-N TO WRK-DATA-SUGERIDA
           END-IF.

       AJUSTA-DIA-MES.
           IF (WRK-CALC-MES EQUAL 4 OR WRK-CALC-MES EQUAL 6
               OR WRK-CALC-MES EQUAL 9 OR WRK-CALC-MES EQUAL 11)
               AND WRK-CALC-DIA GREATER 30
               MOVE 30 TO WRK-CALC-DIA
           END-IF.
           IF WRK-CALC-MES EQUAL 2 AND WRK-CALC-DIA GREATER 28
               DIVIDE WRK-CALC-ANO BY 4 GIVING WRK-ANOS
                   REMAINDER WRK-RESTO-4
               DIVIDE WRK-CALC-ANO BY 100 GIVING WRK-ANOS
                   REMAINDER WRK-RESTO-100
               DIVIDE WRK-CALC-ANO BY 400 GIVING WRK-ANOS
                   REMAINDER WRK-RESTO-400
               IF WRK-RESTO-4 EQUAL ZEROS
                   AND (WRK-RESTO-100 NOT EQUAL ZEROS
                        OR WRK-RESTO-400 EQUAL ZEROS)
                   MOVE 29 TO WRK-CALC-DIA
               ELSE
                   MOVE 28 TO WRK-CALC-DIA
               END-IF
           END-IF.

       EXCLUI-TREINAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO EXCLUI-TREINAMENTO-FIM
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO TRE-CODIGO.
           DISPLAY "Codigo do curso: ".
           ACCEPT TRE-CURSO.
           READ ARQUIVO-TREINAMENTOS
               INVALID KEY
                   DISPLAY "TREINAMENTO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Confirma a exclusao do curso " TRE-CURSO
                       " do funcionario ? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S"
                       OR CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-TREINAMENTOS RECORD
                       DISPLAY "TREINAMENTO EXCLUIDO."
                   END-IF
           END-READ.

       EXCLUI-TREINAMENTO-FIM.
           EXIT.

       PROGRAM-DONE.
           STOP RUN.
