       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG103.
      *    MANUTENCAO DO BANCO DE HORAS (BANCO_HORAS.DAT): EXTRATO DOS
      *     LANCAMENTOS DE UM FUNCIONARIO COM O SALDO, LANCAMENTO DE
      *     FOLGA COMPENSADA (DEBITO) E EXCLUSAO DE UM DEBITO LANCADO
      *     POR ENGANO. OS CREDITOS VEM DA IMPORTACAO DO PONTO (PROG76)
      *     E OS PAGAMENTOS DO SALDO VENCIDO DA RODADA MENSAL
      *     (BancoHoras) - NENHUM DOS DOIS E ALTERADO AQUI. A FOLGA SO
      *     E ACEITA ATE O SALDO DISPONIVEL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-BANCO-HORAS
           ASSIGN TO "banco_horas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BANCO-HORAS-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-BANCO-HORAS.
           COPY "BANCO-HORAS.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-FUNC-OK        PIC A(1) VALUE "N".
       77  WRK-EXIBE-EXTRATO  PIC A(1) VALUE "N".
       77  WRK-GRAVADO        PIC A(1) VALUE "N".
       77  WRK-DATA-OK        PIC A(1) VALUE "N".
       77  WRK-DATA-FOLGA     PIC 9(8) VALUE ZEROS.
       77  WRK-MES-DIGITADO   PIC 9(2) VALUE ZEROS.
       77  WRK-DIA-DIGITADO   PIC 9(2) VALUE ZEROS.
       77  WRK-HORAS-FOLGA    PIC 9(3)V99 VALUE ZEROS.
       77  WRK-SALDO          PIC S9(5)V99 VALUE ZEROS.
       77  WRK-SALDO-EDITADO  PIC ZZZZ9.99-.
       77  WRK-HORAS-EDITADAS PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-BANCO-HORAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-BANCO-HORAS.
           CLOSE ARQUIVO-FUNCIONARIO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DO BANCO DE HORAS".
           DISPLAY "1 - Extrato e saldo de um funcionario".
           DISPLAY "2 - Lancar folga compensada (debito)".
           DISPLAY "3 - Excluir folga compensada".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM EXTRATO-BANCO
                   THRU EXTRATO-BANCO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM LANCA-FOLGA
                   THRU LANCA-FOLGA-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM EXCLUI-FOLGA
                   THRU EXCLUI-FOLGA-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       EXTRATO-BANCO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO EXTRATO-BANCO-FIM
           END-IF.
           MOVE "S" TO WRK-EXIBE-EXTRATO.
           PERFORM APURA-SALDO.
           MOVE WRK-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY "SALDO ATUAL (HORAS): " WRK-SALDO-EDITADO.

       EXTRATO-BANCO-FIM.
           EXIT.

      *    PERCORRE OS LANCAMENTOS DO FUNCIONARIO: CREDITOS SOMAM,
      *     DEBITOS E PAGAMENTOS SUBTRAEM. COM WRK-EXIBE-EXTRATO "S"
      *     CADA LANCAMENTO E MOSTRADO NA TELA.
       APURA-SALDO.
           MOVE ZEROS TO WRK-SALDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE ZEROS TO BH-DATA.
           MOVE ZEROS TO BH-SEQUENCIA.
           START ARQUIVO-BANCO-HORAS KEY IS NOT LESS BANCO-HORAS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-LANCAMENTO
           END-IF.

           PERFORM SOMA-LANCAMENTO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-PROXIMO-LANCAMENTO.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND BH-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       SOMA-LANCAMENTO.
           IF BH-CREDITO
               ADD BH-HORAS TO WRK-SALDO
           ELSE
               SUBTRACT BH-HORAS FROM WRK-SALDO
           END-IF.
           IF WRK-EXIBE-EXTRATO EQUAL "S"
               MOVE BH-HORAS TO WRK-HORAS-EDITADAS
               MOVE WRK-SALDO TO WRK-SALDO-EDITADO
               DISPLAY BH-DATA " " BH-SEQUENCIA " " BH-TIPO " "
                   WRK-HORAS-EDITADAS " " BH-HISTORICO
                   " SALDO: " WRK-SALDO-EDITADO
           END-IF.
           PERFORM LE-PROXIMO-LANCAMENTO.

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

       PEDE-DATA-FOLGA.
           DISPLAY "Data da folga (AAAAMMDD): ".
           ACCEPT WRK-DATA-FOLGA.
           MOVE WRK-DATA-FOLGA (5:2) TO WRK-MES-DIGITADO.
           MOVE WRK-DATA-FOLGA (7:2) TO WRK-DIA-DIGITADO.
           IF WRK-DATA-FOLGA IS NUMERIC
               AND WRK-MES-DIGITADO GREATER ZERO
               AND WRK-MES-DIGITADO NOT GREATER 12
               AND WRK-DIA-DIGITADO GREATER ZERO
               AND WRK-DIA-DIGITADO NOT GREATER 31
               MOVE "S" TO WRK-DATA-OK
           ELSE
               DISPLAY "DATA INVALIDA - DIGITE NO FORMATO AAAAMMDD."
           END-IF.

       LANCA-FOLGA.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO LANCA-FOLGA-FIM
           END-IF.
           MOVE "N" TO WRK-EXIBE-EXTRATO.
           PERFORM APURA-SALDO.
           MOVE WRK-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY "SALDO DISPONIVEL (HORAS): " WRK-SALDO-EDITADO.

           MOVE "N" TO WRK-DATA-OK.
           PERFORM PEDE-DATA-FOLGA UNTIL WRK-DATA-OK EQUAL "S".
           DISPLAY "Horas compensadas (ex: 8.00): ".
           ACCEPT WRK-HORAS-FOLGA.
           IF WRK-HORAS-FOLGA NOT GREATER ZEROS
               DISPLAY "QUANTIDADE DE HORAS INVALIDA."
               GO TO LANCA-FOLGA-FIM
           END-IF.
           IF WRK-HORAS-FOLGA GREATER WRK-SALDO
               DISPLAY "SALDO INSUFICIENTE NO BANCO DE HORAS - FOLGA "
                   "NAO LANCADA."
               GO TO LANCA-FOLGA-FIM
           END-IF.

      *    A SEQUENCIA DO DEBITO E A PRIMEIRA LIVRE NA DATA (AS
      *     SEQUENCIAS 90 EM DIANTE SAO DOS BATCHES).
           MOVE "N" TO WRK-GRAVADO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE WRK-DATA-FOLGA TO BH-DATA.
           MOVE ZEROS TO BH-SEQUENCIA.
           PERFORM GRAVA-DEBITO
               UNTIL WRK-GRAVADO EQUAL "S"
               OR BH-SEQUENCIA NOT LESS 89.
           IF WRK-GRAVADO EQUAL "S"
               DISPLAY "FOLGA COMPENSADA LANCADA - SEQUENCIA "
                   BH-SEQUENCIA "."
           ELSE
               DISPLAY "SEM SEQUENCIA LIVRE NA DATA - FOLGA NAO "
                   "LANCADA."
           END-IF.

       LANCA-FOLGA-FIM.
           EXIT.

       GRAVA-DEBITO.
           ADD 1 TO BH-SEQUENCIA.
           MOVE "D" TO BH-TIPO.
           MOVE WRK-HORAS-FOLGA TO BH-HORAS.
           MOVE "FOLGA COMPENSADA" TO BH-HISTORICO.
           WRITE BANCO-HORAS-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-GRAVADO
           END-WRITE.

       EXCLUI-FOLGA.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO EXCLUI-FOLGA-FIM
           END-IF.
           MOVE "N" TO WRK-DATA-OK.
           PERFORM PEDE-DATA-FOLGA UNTIL WRK-DATA-OK EQUAL "S".
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE WRK-DATA-FOLGA TO BH-DATA.
           DISPLAY "Sequencia do lancamento (ver extrato): ".
           ACCEPT BH-SEQUENCIA.
           READ ARQUIVO-BANCO-HORAS
               INVALID KEY
                   DISPLAY "LANCAMENTO NAO ENCONTRADO."
                   GO TO EXCLUI-FOLGA-FIM
           END-READ.
           IF NOT BH-DEBITO
               DISPLAY "SO FOLGA COMPENSADA PODE SER EXCLUIDA AQUI - "
                   "CREDITOS E PAGAMENTOS SAO DOS BATCHES."
               GO TO EXCLUI-FOLGA-FIM
           END-IF.
           MOVE BH-HORAS TO WRK-HORAS-EDITADAS.
           DISPLAY "Confirma a exclusao da folga de "
               WRK-HORAS-EDITADAS " horas ? (S/N)".
           ACCEPT CONFIRMA-EXCLUSAO.
           IF CONFIRMA-EXCLUSAO EQUAL "S"
               OR CONFIRMA-EXCLUSAO EQUAL "s"
               DELETE ARQUIVO-BANCO-HORAS RECORD
               DISPLAY "FOLGA COMPENSADA EXCLUIDA."
           END-IF.

       EXCLUI-FOLGA-FIM.
           EXIT.

       PROGRAM-DONE.
           STOP RUN.
