       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG100.
      *    MANUTENCAO DAS ORDENS JUDICIAIS DE PENSAO ALIMENTICIA
      *     (PENSOES.DAT): POR FUNCIONARIO + NUMERO DA ORDEM, O
      *     BENEFICIARIO COM OS DADOS BANCARIOS E A FORMA DO DESCONTO
      *     (PERCENTUAL DO LIQUIDO, PERCENTUAL DO BRUTO OU VALOR FIXO),
      *     COM VIGENCIA DE INICIO E FIM. A FOLHA (SalarioCompleto)
      *     DESCONTA A PENSAO DEPOIS DO IR/INSS E PAGA O BENEFICIARIO
      *     NA MESMA REMESSA BANCARIA DOS SALARIOS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-PENSOES
           ASSIGN TO "pensoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PENSAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PENSOES.
           COPY "PENSAO-ALIMENTICIA.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-FUNC-OK        PIC A(1) VALUE "N".
       77  WRK-FORMA-OK       PIC A(1) VALUE "N".
       77  WRK-VALOR-EDITADO  PIC Z(5)9.99.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-PENSOES.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-PENSOES.
           CLOSE ARQUIVO-FUNCIONARIO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DE PENSOES ALIMENTICIAS".
           DISPLAY "1 - Listar ordens de um funcionario".
           DISPLAY "2 - Incluir ordem".
           DISPLAY "3 - Alterar ordem".
           DISPLAY "4 - Excluir ordem".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-PENSOES
                   THRU LISTA-PENSOES-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM INCLUI-PENSAO
                   THRU INCLUI-PENSAO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM ALTERA-PENSAO
                   THRU ALTERA-PENSAO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM EXCLUI-PENSAO
                   THRU EXCLUI-PENSAO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       LISTA-PENSOES.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO LISTA-PENSOES-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO PEN-CODIGO.
           MOVE ZEROS TO PEN-ORDEM.
           START ARQUIVO-PENSOES KEY IS NOT LESS PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-PENSAO
           END-IF.

           PERFORM EXIBE-PENSAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LISTA-PENSOES-FIM.
           EXIT.

       LE-PROXIMA-PENSAO.
           READ ARQUIVO-PENSOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND PEN-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       EXIBE-PENSAO.
           DISPLAY "ORDEM: " PEN-ORDEM
               "  BENEFICIARIO: " PEN-BENEFICIARIO.
           DISPLAY "  BANCO " PEN-BANCO " AGENCIA " PEN-AGENCIA
               " CONTA " PEN-CONTA "-" PEN-CONTA-DV.
           IF PEN-POR-LIQUIDO
               DISPLAY "  FORMA: " PEN-PERCENTUAL
                   "% DO LIQUIDO (BRUTO - IR - INSS)"
           END-IF.
           IF PEN-POR-BRUTO
               DISPLAY "  FORMA: " PEN-PERCENTUAL "% DO BRUTO"
           END-IF.
           IF PEN-POR-VALOR
               MOVE PEN-VALOR TO WRK-VALOR-EDITADO
               DISPLAY "  FORMA: VALOR FIXO  " WRK-VALOR-EDITADO
           END-IF.
           DISPLAY "  VIGENCIA: " PEN-INICIO " A " PEN-FIM
               " (FIM 000000 = SEM PRAZO)".
           PERFORM LE-PROXIMA-PENSAO.

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

       PEDE-CHAVE-PENSAO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK EQUAL "S"
               MOVE FUNCIONARIO-CODIGO TO PEN-CODIGO
               DISPLAY "Digite o numero da ordem (2 numeros): "
               ACCEPT PEN-ORDEM
           END-IF.

       PEDE-DADOS-PENSAO.
           DISPLAY "Nome do beneficiario: ".
           ACCEPT PEN-BENEFICIARIO.
           DISPLAY "Banco do beneficiario (3 numeros): ".
           ACCEPT PEN-BANCO.
           DISPLAY "Agencia (4 numeros): ".
           ACCEPT PEN-AGENCIA.
           DISPLAY "Conta (10 numeros): ".
           ACCEPT PEN-CONTA.
           DISPLAY "Digito da conta: ".
           ACCEPT PEN-CONTA-DV.
           MOVE "N" TO WRK-FORMA-OK.
           PERFORM PEDE-FORMA UNTIL WRK-FORMA-OK EQUAL "S".
           DISPLAY "Competencia de inicio (AAAAMM): ".
           ACCEPT PEN-INICIO.
           DISPLAY "Competencia final (AAAAMM, 000000 = sem prazo): ".
           ACCEPT PEN-FIM.

       PEDE-FORMA.
           DISPLAY "Forma (L-% do liquido  B-% do bruto  "
               "V-valor fixo): ".
           ACCEPT PEN-FORMA.
           IF PEN-FORMA EQUAL "l"
               MOVE "L" TO PEN-FORMA
           END-IF.
           IF PEN-FORMA EQUAL "b"
               MOVE "B" TO PEN-FORMA
           END-IF.
           IF PEN-FORMA EQUAL "v"
               MOVE "V" TO PEN-FORMA
           END-IF.

           IF PEN-POR-VALOR
               DISPLAY "Digite o valor mensal: "
               ACCEPT PEN-VALOR
               MOVE ZEROS TO PEN-PERCENTUAL
               MOVE "S" TO WRK-FORMA-OK
           ELSE
               IF PEN-POR-LIQUIDO OR PEN-POR-BRUTO
                   DISPLAY "Digite o percentual (ex: 30.00): "
                   ACCEPT PEN-PERCENTUAL
                   MOVE ZEROS TO PEN-VALOR
                   MOVE "S" TO WRK-FORMA-OK
               ELSE
                   DISPLAY "FORMA INVALIDA - USE L, B OU V."
               END-IF
           END-IF.

       INCLUI-PENSAO.
           PERFORM PEDE-CHAVE-PENSAO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO INCLUI-PENSAO-FIM
           END-IF.
           PERFORM PEDE-DADOS-PENSAO.
           WRITE PENSAO-REGISTRO
               INVALID KEY
                   DISPLAY "ORDEM JA CADASTRADA PARA ESTE "
                       "FUNCIONARIO."
               NOT INVALID KEY
                   DISPLAY "ORDEM DE PENSAO INCLUIDA."
           END-WRITE.

       INCLUI-PENSAO-FIM.
           EXIT.

       ALTERA-PENSAO.
           PERFORM PEDE-CHAVE-PENSAO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO ALTERA-PENSAO-FIM
           END-IF.
           READ ARQUIVO-PENSOES
               INVALID KEY
                   DISPLAY "ORDEM NAO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM PEDE-DADOS-PENSAO
                   REWRITE PENSAO-REGISTRO
                   DISPLAY "ORDEM DE PENSAO ALTERADA."
           END-READ.

       ALTERA-PENSAO-FIM.
           EXIT.

       EXCLUI-PENSAO.
           PERFORM PEDE-CHAVE-PENSAO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO EXCLUI-PENSAO-FIM
           END-IF.
           READ ARQUIVO-PENSOES
               INVALID KEY
                   DISPLAY "ORDEM NAO ENCONTRADA."
               NOT INVALID KEY
                   DISPLAY "Confirma a exclusao da ordem de "
                       PEN-BENEFICIARIO " ? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S"
                       OR CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-PENSOES RECORD
                       DISPLAY "ORDEM DE PENSAO EXCLUIDA."
                   END-IF
           END-READ.

       EXCLUI-PENSAO-FIM.
           EXIT.

       PROGRAM-DONE.
           STOP RUN.
