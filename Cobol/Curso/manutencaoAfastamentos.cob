       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG101.
      *    MANUTENCAO DO ARQUIVO DE AFASTAMENTOS (AFASTAMENTOS.DAT):
      *     ATESTADOS E LICENCAS POR FUNCIONARIO + DATA DE INICIO, COM
      *     DATA DE FIM (ZERADA = SEM PREVISAO DE RETORNO), TIPO
      *     (D-DOENCA, A-ACIDENTE, M-MATERNIDADE, N-NAO REMUNERADA) E
      *     O DOCUMENTO QUE SUSTENTA O AFASTAMENTO. A FOLHA
      *     (SalarioCompleto) PARA DE PAGAR O SALARIO A PARTIR DO 16O
      *     DIA DE DOENCA/ACIDENTE E NOS DIAS DE LICENCA NAO
      *     REMUNERADA; O PROG36 E O PROG53 MOSTRAM QUEM ESTA AFASTADO
      *     E OS EVENTOS DO GOVERNO (EventosGoverno) DECLARAM O INICIO
      *     E O RETORNO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-AFASTAMENTOS
           ASSIGN TO "afastamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFASTAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AFASTAMENTOS.
           COPY "AFASTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-FUNC-OK        PIC A(1) VALUE "N".
       77  WRK-TIPO-OK        PIC A(1) VALUE "N".
       77  WRK-DATA-OK        PIC A(1) VALUE "N".
       77  WRK-DATA-DIGITADA  PIC 9(8) VALUE ZEROS.
       77  WRK-MES-DIGITADO   PIC 9(2) VALUE ZEROS.
       77  WRK-DIA-DIGITADO   PIC 9(2) VALUE ZEROS.
       77  WRK-DESCRICAO-TIPO PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-AFASTAMENTOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DE AFASTAMENTOS".
           DISPLAY "1 - Listar afastamentos de um funcionario".
           DISPLAY "2 - Incluir afastamento".
           DISPLAY "3 - Alterar afastamento (fim/tipo/documento)".
           DISPLAY "4 - Excluir afastamento".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-AFASTAMENTOS
                   THRU LISTA-AFASTAMENTOS-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM INCLUI-AFASTAMENTO
                   THRU INCLUI-AFASTAMENTO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM ALTERA-AFASTAMENTO
                   THRU ALTERA-AFASTAMENTO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM EXCLUI-AFASTAMENTO
                   THRU EXCLUI-AFASTAMENTO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       LISTA-AFASTAMENTOS.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO LISTA-AFASTAMENTOS-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO AFA-CODIGO.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START ARQUIVO-AFASTAMENTOS KEY IS NOT LESS
               AFASTAMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-AFASTAMENTO
           END-IF.

           PERFORM EXIBE-AFASTAMENTO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LISTA-AFASTAMENTOS-FIM.
           EXIT.

       LE-PROXIMO-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND AFA-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       EXIBE-AFASTAMENTO.
           PERFORM DESCREVE-TIPO.
           DISPLAY "INICIO: " AFA-DATA-INICIO "  FIM: " AFA-DATA-FIM
               " (00000000 = SEM PREVISAO)  TIPO: "
               WRK-DESCRICAO-TIPO.
           DISPLAY "  DOCUMENTO: " AFA-DOCUMENTO.
           PERFORM LE-PROXIMO-AFASTAMENTO.

       DESCREVE-TIPO.
           MOVE "TIPO DESCONHECIDO" TO WRK-DESCRICAO-TIPO.
           IF AFA-DOENCA
               MOVE "DOENCA" TO WRK-DESCRICAO-TIPO
           END-IF.
           IF AFA-ACIDENTE
               MOVE "ACIDENTE DE TRABALHO" TO WRK-DESCRICAO-TIPO
           END-IF.
           IF AFA-MATERNIDADE
               MOVE "LICENCA MATERNIDADE" TO WRK-DESCRICAO-TIPO
           END-IF.
           IF AFA-NAO-REMUNERADO
               MOVE "NAO REMUNERADA" TO WRK-DESCRICAO-TIPO
           END-IF.

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
                   MOVE "S" TO WRK-FUNC-OK
           END-READ.

       PEDE-CHAVE-AFASTAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK EQUAL "S"
               MOVE FUNCIONARIO-CODIGO TO AFA-CODIGO
               DISPLAY "Data de inicio do afastamento (AAAAMMDD): "
               MOVE "N" TO WRK-DATA-OK
               PERFORM PEDE-DATA UNTIL WRK-DATA-OK EQUAL "S"
               MOVE WRK-DATA-DIGITADA TO AFA-DATA-INICIO
           END-IF.

       PEDE-DATA.
           ACCEPT WRK-DATA-DIGITADA.
           MOVE WRK-DATA-DIGITADA (5:2) TO WRK-MES-DIGITADO.
           MOVE WRK-DATA-DIGITADA (7:2) TO WRK-DIA-DIGITADO.
           IF WRK-DATA-DIGITADA IS NUMERIC
               AND WRK-MES-DIGITADO GREATER ZERO
               AND WRK-MES-DIGITADO NOT GREATER 12
               AND WRK-DIA-DIGITADO GREATER ZERO
               AND WRK-DIA-DIGITADO NOT GREATER 31
               MOVE "S" TO WRK-DATA-OK
           ELSE
               DISPLAY "DATA INVALIDA - DIGITE NO FORMATO AAAAMMDD."
           END-IF.

       PEDE-DADOS-AFASTAMENTO.
           MOVE "N" TO WRK-DATA-OK.
           PERFORM PEDE-DATA-FIM UNTIL WRK-DATA-OK EQUAL "S".
           MOVE "N" TO WRK-TIPO-OK.
           PERFORM PEDE-TIPO UNTIL WRK-TIPO-OK EQUAL "S".
           DISPLAY "Documento (atestado, CAT, protocolo): ".
           ACCEPT AFA-DOCUMENTO.

       PEDE-DATA-FIM.
           DISPLAY "Data de fim (AAAAMMDD, 00000000 = sem previsao): ".
           ACCEPT WRK-DATA-DIGITADA.
           IF WRK-DATA-DIGITADA EQUAL ZEROS
               MOVE ZEROS TO AFA-DATA-FIM
               MOVE "S" TO WRK-DATA-OK
           ELSE
               MOVE WRK-DATA-DIGITADA (5:2) TO WRK-MES-DIGITADO
               MOVE WRK-DATA-DIGITADA (7:2) TO WRK-DIA-DIGITADO
               IF WRK-DATA-DIGITADA IS NUMERIC
                   AND WRK-MES-DIGITADO GREATER ZERO
                   AND WRK-MES-DIGITADO NOT GREATER 12
                   AND WRK-DIA-DIGITADO GREATER ZERO
                   AND WRK-DIA-DIGITADO NOT GREATER 31
                   AND WRK-DATA-DIGITADA NOT LESS AFA-DATA-INICIO
                   MOVE WRK-DATA-DIGITADA TO AFA-DATA-FIM
                   MOVE "S" TO WRK-DATA-OK
               ELSE
                   DISPLAY "DATA INVALIDA OU ANTERIOR AO INICIO."
               END-IF
           END-IF.

       PEDE-TIPO.
           DISPLAY "Tipo (D-doenca  A-acidente  M-maternidade  "
               "N-nao remunerada): ".
           ACCEPT AFA-TIPO.
           IF AFA-TIPO EQUAL "d"
               MOVE "D" TO AFA-TIPO
           END-IF.
           IF AFA-TIPO EQUAL "a"
               MOVE "A" TO AFA-TIPO
           END-IF.
           IF AFA-TIPO EQUAL "m"
               MOVE "M" TO AFA-TIPO
           END-IF.
           IF AFA-TIPO EQUAL "n"
               MOVE "N" TO AFA-TIPO
           END-IF.
           IF AFA-DOENCA OR AFA-ACIDENTE OR AFA-MATERNIDADE
               OR AFA-NAO-REMUNERADO
               MOVE "S" TO WRK-TIPO-OK
           ELSE
               DISPLAY "TIPO INVALIDO - USE D, A, M OU N."
           END-IF.

       INCLUI-AFASTAMENTO.
           PERFORM PEDE-CHAVE-AFASTAMENTO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO INCLUI-AFASTAMENTO-FIM
           END-IF.
           PERFORM PEDE-DADOS-AFASTAMENTO.
           WRITE AFASTAMENTO-REGISTRO
               INVALID KEY
                   DISPLAY "JA EXISTE AFASTAMENTO DESTE FUNCIONARIO "
                       "COM ESTA DATA DE INICIO."
               NOT INVALID KEY
                   DISPLAY "AFASTAMENTO INCLUIDO."
           END-WRITE.

       INCLUI-AFASTAMENTO-FIM.
           EXIT.

       ALTERA-AFASTAMENTO.
           PERFORM PEDE-CHAVE-AFASTAMENTO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO ALTERA-AFASTAMENTO-FIM
           END-IF.
           READ ARQUIVO-AFASTAMENTOS
               INVALID KEY
                   DISPLAY "AFASTAMENTO NAO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM PEDE-DADOS-AFASTAMENTO
                   REWRITE AFASTAMENTO-REGISTRO
                   DISPLAY "AFASTAMENTO ALTERADO."
           END-READ.

       ALTERA-AFASTAMENTO-FIM.
           EXIT.

       EXCLUI-AFASTAMENTO.
           PERFORM PEDE-CHAVE-AFASTAMENTO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO EXCLUI-AFASTAMENTO-FIM
           END-IF.
           READ ARQUIVO-AFASTAMENTOS
               INVALID KEY
                   DISPLAY "AFASTAMENTO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Confirma a exclusao do afastamento de "
                       AFA-DATA-INICIO " ? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S"
                       OR CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-AFASTAMENTOS RECORD
                       DISPLAY "AFASTAMENTO EXCLUIDO."
                   END-IF
           END-READ.

       EXCLUI-AFASTAMENTO-FIM.
           EXIT.

       PROGRAM-DONE.
           STOP RUN.
