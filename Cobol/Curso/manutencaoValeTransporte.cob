       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG99.
      *    MANUTENCAO DO CADASTRO DE DESLOCAMENTO DO VALE-TRANSPORTE
      *     (VALE_TRANSPORTE.DAT): POR FUNCIONARIO, A OPCAO PELO
      *     BENEFICIO (S/N), OS DIAS DE TRABALHO DO MES E ATE 4
      *     CONDUCOES POR DIA (LINHA, TARIFA, VIAGENS). A RODADA
      *     MENSAL (ValeTransporte) CALCULA A COMPRA, GRAVA O PEDIDO
      *     DA OPERADORA E LANCA O MOVIMENTO "V" QUE A FOLHA DESCONTA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-VALE-TRANSPORTE
           ASSIGN TO "vale_transporte.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VT-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-VALE-TRANSPORTE.
           COPY "VALE-TRANSPORTE.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-FUNC-OK        PIC A(1) VALUE "N".
       77  WRK-OPTANTE-OK     PIC A(1) VALUE "N".
       77  WRK-ROTA-IDX       PIC 9(1) VALUE ZEROS.
       77  WRK-TARIFA-EDITADA PIC Z9.99.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-VALE-TRANSPORTE.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-VALE-TRANSPORTE.
           CLOSE ARQUIVO-FUNCIONARIO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DO VALE-TRANSPORTE".
           DISPLAY "1 - Consultar deslocamento de um funcionario".
           DISPLAY "2 - Incluir deslocamento".
           DISPLAY "3 - Alterar deslocamento".
           DISPLAY "4 - Excluir deslocamento".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM CONSULTA-DESLOCAMENTO
                   THRU CONSULTA-DESLOCAMENTO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM INCLUI-DESLOCAMENTO
                   THRU INCLUI-DESLOCAMENTO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM ALTERA-DESLOCAMENTO
                   THRU ALTERA-DESLOCAMENTO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM EXCLUI-DESLOCAMENTO
                   THRU EXCLUI-DESLOCAMENTO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       CONSULTA-DESLOCAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO CONSULTA-DESLOCAMENTO-FIM
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO VT-CODIGO.
           READ ARQUIVO-VALE-TRANSPORTE
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM DESLOCAMENTO CADASTRADO."
               NOT INVALID KEY
                   PERFORM EXIBE-DESLOCAMENTO
           END-READ.

       CONSULTA-DESLOCAMENTO-FIM.
           EXIT.

       EXIBE-DESLOCAMENTO.
           IF VT-OPTOU
               DISPLAY "OPTANTE: SIM  DIAS DE TRABALHO: "
                   VT-DIAS-TRABALHO
           ELSE
               DISPLAY "OPTANTE: NAO (SEM VALE E SEM DESCONTO)"
           END-IF.
           MOVE ZEROS TO WRK-ROTA-IDX.
           PERFORM EXIBE-ROTA UNTIL WRK-ROTA-IDX NOT LESS VT-QTD-ROTAS.

       EXIBE-ROTA.
           ADD 1 TO WRK-ROTA-IDX.
           MOVE VT-ROTA-TARIFA (WRK-ROTA-IDX) TO WRK-TARIFA-EDITADA.
           DISPLAY "  CONDUCAO " WRK-ROTA-IDX ": LINHA "
               VT-ROTA-LINHA (WRK-ROTA-IDX) "  TARIFA "
               WRK-TARIFA-EDITADA "  VIAGENS/DIA "
               VT-ROTA-VIAGENS (WRK-ROTA-IDX).

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

       PEDE-DADOS-DESLOCAMENTO.
           MOVE "N" TO WRK-OPTANTE-OK.
           PERFORM PEDE-OPTANTE UNTIL WRK-OPTANTE-OK EQUAL "S".
           MOVE ZEROS TO VT-DIAS-TRABALHO VT-QTD-ROTAS.
           MOVE ZEROS TO WRK-ROTA-IDX.
           PERFORM LIMPA-ROTA UNTIL WRK-ROTA-IDX NOT LESS 4.
           IF VT-RECUSOU
               GO TO PEDE-DADOS-DESLOCAMENTO-FIM
           END-IF.
           DISPLAY "Dias de trabalho no mes: ".
           ACCEPT VT-DIAS-TRABALHO.
           MOVE ZEROS TO VT-QTD-ROTAS.
           PERFORM PEDE-QTD-ROTAS
               UNTIL VT-QTD-ROTAS GREATER ZEROS
               AND VT-QTD-ROTAS NOT GREATER 4.
           MOVE ZEROS TO WRK-ROTA-IDX.
           PERFORM PEDE-ROTA UNTIL WRK-ROTA-IDX NOT LESS VT-QTD-ROTAS.

       PEDE-DADOS-DESLOCAMENTO-FIM.
           EXIT.

       PEDE-OPTANTE.
           DISPLAY "Optante pelo vale-transporte? (S/N): ".
           ACCEPT VT-OPTANTE.
           IF VT-OPTANTE EQUAL "s"
               MOVE "S" TO VT-OPTANTE
           END-IF.
           IF VT-OPTANTE EQUAL "n"
               MOVE "N" TO VT-OPTANTE
           END-IF.
           IF VT-OPTOU OR VT-RECUSOU
               MOVE "S" TO WRK-OPTANTE-OK
           ELSE
               DISPLAY "OPCAO INVALIDA - USE S OU N."
           END-IF.

       PEDE-QTD-ROTAS.
           DISPLAY "Quantidade de conducoes por dia (1 a 4): ".
           ACCEPT VT-QTD-ROTAS.
           IF VT-QTD-ROTAS EQUAL ZEROS OR VT-QTD-ROTAS GREATER 4
               DISPLAY "QUANTIDADE INVALIDA."
           END-IF.

       LIMPA-ROTA.
           ADD 1 TO WRK-ROTA-IDX.
           MOVE SPACES TO VT-ROTA-LINHA (WRK-ROTA-IDX).
           MOVE ZEROS TO VT-ROTA-TARIFA (WRK-ROTA-IDX).
           MOVE ZEROS TO VT-ROTA-VIAGENS (WRK-ROTA-IDX).

       PEDE-ROTA.
           ADD 1 TO WRK-ROTA-IDX.
           DISPLAY "Conducao " WRK-ROTA-IDX " - linha: ".
           ACCEPT VT-ROTA-LINHA (WRK-ROTA-IDX).
           DISPLAY "Conducao " WRK-ROTA-IDX
               " - tarifa por viagem (ex: 04.40): ".
           ACCEPT VT-ROTA-TARIFA (WRK-ROTA-IDX).
           DISPLAY "Conducao " WRK-ROTA-IDX " - viagens por dia: ".
           ACCEPT VT-ROTA-VIAGENS (WRK-ROTA-IDX).

       INCLUI-DESLOCAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO INCLUI-DESLOCAMENTO-FIM
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO VT-CODIGO.
           PERFORM PEDE-DADOS-DESLOCAMENTO
               THRU PEDE-DADOS-DESLOCAMENTO-FIM.
           WRITE VALE-TRANSPORTE-REGISTRO
               INVALID KEY
                   DISPLAY "DESLOCAMENTO JA CADASTRADO PARA ESTE "
                       "FUNCIONARIO - USE A ALTERACAO."
               NOT INVALID KEY
                   DISPLAY "DESLOCAMENTO INCLUIDO."
           END-WRITE.

       INCLUI-DESLOCAMENTO-FIM.
           EXIT.

       ALTERA-DESLOCAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO ALTERA-DESLOCAMENTO-FIM
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO VT-CODIGO.
           READ ARQUIVO-VALE-TRANSPORTE
               INVALID KEY
                   DISPLAY "DESLOCAMENTO NAO ENCONTRADO."
                   GO TO ALTERA-DESLOCAMENTO-FIM
           END-READ.
           PERFORM EXIBE-DESLOCAMENTO.
           PERFORM PEDE-DADOS-DESLOCAMENTO
               THRU PEDE-DADOS-DESLOCAMENTO-FIM.
           REWRITE VALE-TRANSPORTE-REGISTRO.
           DISPLAY "DESLOCAMENTO ALTERADO.".

       ALTERA-DESLOCAMENTO-FIM.
           EXIT.

       EXCLUI-DESLOCAMENTO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO EXCLUI-DESLOCAMENTO-FIM
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO VT-CODIGO.
           READ ARQUIVO-VALE-TRANSPORTE
               INVALID KEY
                   DISPLAY "DESLOCAMENTO NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "Confirma a exclusao do deslocamento de "
                       FUNCIONARIO-NOME " ? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S"
                       OR CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-VALE-TRANSPORTE RECORD
                       DISPLAY "DESLOCAMENTO EXCLUIDO."
                   END-IF
           END-READ.

       EXCLUI-DESLOCAMENTO-FIM.
           EXIT.

       PROGRAM-DONE.
           STOP RUN.
