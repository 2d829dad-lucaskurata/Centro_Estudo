       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG120.
      *    MANUTENCAO DO CADASTRO DE PLANOS DE SAUDE DA EMPRESA
      *     (PLANOS_SAUDE.DAT): OPERADORA, CATEGORIA DE ACOMODACAO,
      *     PRECO MENSAL POR VIDA EM 10 FAIXAS ETARIAS E A
      *     PARTICIPACAO DO FUNCIONARIO NO CUSTO (PERCENTUAL DO PRECO
      *     PARA O TITULAR E PARA CADA DEPENDENTE). AS ADESOES FICAM
      *     NO PROG121; A FOLHA (SalarioCompleto) DESCONTA A
      *     PARTICIPACAO E O PROG122 CONFERE A FATURA DA OPERADORA.
      *     PLANO COM ADESAO ATIVA NAO PODE SER EXCLUIDO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-PLANOS
           ASSIGN TO "planos_saude.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLS-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ADESOES
           ASSIGN TO "adesoes_plano.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADESAO-CHAVE
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-PLANOS.
           COPY "PLANO-SAUDE.cpy".

       FD  ARQUIVO-ADESOES.
           COPY "ADESAO-PLANO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-CATEGORIA-OK   PIC A(1) VALUE "N".
       77  WRK-FAIXA-OK       PIC A(1) VALUE "N".
       77  WRK-IDX            PIC 9(2) VALUE ZEROS.
       77  WRK-IDADE-ANTERIOR PIC 9(3) VALUE ZEROS.
       77  WRK-QTD-ATIVAS     PIC 9(5) VALUE ZEROS.
       77  WRK-VALOR-EDITADO  PIC Z(4)9.99.
       77  WRK-PERC-EDITADO   PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-PLANOS.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-PLANOS.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "MANUTENCAO DOS PLANOS DE SAUDE".
           DISPLAY "1 - Listar planos".
           DISPLAY "2 - Incluir plano".
           DISPLAY "3 - Alterar plano".
           DISPLAY "4 - Excluir plano".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-PLANOS
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM INCLUI-PLANO
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM ALTERA-PLANO
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM EXCLUI-PLANO THRU EXCLUI-PLANO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       LISTA-PLANOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO PLS-CODIGO.
           START ARQUIVO-PLANOS KEY IS NOT LESS PLS-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-PLANO
           END-IF.

           PERFORM EXIBE-PLANO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-PROXIMO-PLANO.
           READ ARQUIVO-PLANOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       EXIBE-PLANO.
           DISPLAY "PLANO: " PLS-CODIGO "  " PLS-DESCRICAO
               "  OPERADORA: " PLS-OPERADORA
               "  CATEGORIA: " PLS-CATEGORIA.
           MOVE PLS-PERC-TITULAR TO WRK-PERC-EDITADO.
           DISPLAY "  PARTICIPACAO DO TITULAR ...: " WRK-PERC-EDITADO
               "%".
           MOVE PLS-PERC-DEPENDENTE TO WRK-PERC-EDITADO.
           DISPLAY "  PARTICIPACAO POR DEPENDENTE: " WRK-PERC-EDITADO
               "%".
           PERFORM EXIBE-FAIXA VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 10.
           PERFORM LE-PROXIMO-PLANO.

       EXIBE-FAIXA.
           MOVE PLS-PRECO (WRK-IDX) TO WRK-VALOR-EDITADO.
           DISPLAY "  FAIXA " WRK-IDX " ATE " PLS-IDADE-MAXIMA (WRK-IDX)
               " ANOS: " WRK-VALOR-EDITADO.

       PEDE-DADOS-PLANO.
           DISPLAY "Digite a descricao do plano: ".
           ACCEPT PLS-DESCRICAO.
           DISPLAY "Digite a operadora: ".
           ACCEPT PLS-OPERADORA.
           MOVE "N" TO WRK-CATEGORIA-OK.
           PERFORM PEDE-CATEGORIA UNTIL WRK-CATEGORIA-OK EQUAL "S".
           DISPLAY "Participacao do titular (% do preco, ex: 020.00): ".
           ACCEPT PLS-PERC-TITULAR.
           DISPLAY "Participacao por dependente (% do preco): ".
           ACCEPT PLS-PERC-DEPENDENTE.
           MOVE ZEROS TO WRK-IDADE-ANTERIOR.
           PERFORM PEDE-FAIXA VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER 10.

       PEDE-CATEGORIA.
           DISPLAY "Categoria (E-enfermaria  A-apartamento  "
               "X-executivo): ".
           ACCEPT PLS-CATEGORIA.
           IF PLS-CATEGORIA EQUAL "e"
               MOVE "E" TO PLS-CATEGORIA
           END-IF.
           IF PLS-CATEGORIA EQUAL "a"
               MOVE "A" TO PLS-CATEGORIA
           END-IF.
           IF PLS-CATEGORIA EQUAL "x"
               MOVE "X" TO PLS-CATEGORIA
           END-IF.

           IF PLS-ENFERMARIA OR PLS-APARTAMENTO OR PLS-EXECUTIVO
               MOVE "S" TO WRK-CATEGORIA-OK
           ELSE
               DISPLAY "CATEGORIA INVALIDA - USE E, A OU X."
           END-IF.

      *    AS FAIXAS SOBEM DE IDADE EM IDADE; A DECIMA VAI ATE 999
      *     (QUALQUER IDADE ACIMA DA NONA).
       PEDE-FAIXA.
           IF WRK-IDX EQUAL 10
               MOVE 999 TO PLS-IDADE-MAXIMA (WRK-IDX)
           ELSE
               MOVE "N" TO WRK-FAIXA-OK
               PERFORM PEDE-IDADE-FAIXA UNTIL WRK-FAIXA-OK EQUAL "S"
           END-IF.
           MOVE PLS-IDADE-MAXIMA (WRK-IDX) TO WRK-IDADE-ANTERIOR.
           DISPLAY "Preco mensal por vida da faixa " WRK-IDX ": ".
           ACCEPT PLS-PRECO (WRK-IDX).

       PEDE-IDADE-FAIXA.
           DISPLAY "Idade maxima da faixa " WRK-IDX ": ".
           ACCEPT PLS-IDADE-MAXIMA (WRK-IDX).
           IF WRK-IDX GREATER 1
               AND PLS-IDADE-MAXIMA (WRK-IDX) NOT GREATER
                   WRK-IDADE-ANTERIOR
               DISPLAY "A IDADE MAXIMA DEVE SER MAIOR QUE A DA FAIXA "
                   "ANTERIOR (" WRK-IDADE-ANTERIOR ")."
           ELSE
               MOVE "S" TO WRK-FAIXA-OK
           END-IF.

       INCLUI-PLANO.
           DISPLAY "Digite o codigo do plano (3 numeros): ".
           ACCEPT PLS-CODIGO.
           PERFORM PEDE-DADOS-PLANO.
           WRITE PLANO-SAUDE-REGISTRO
               INVALID KEY
                   DISPLAY "PLANO JA CADASTRADO."
               NOT INVALID KEY
                   DISPLAY "PLANO INCLUIDO."
           END-WRITE.

       ALTERA-PLANO.
           DISPLAY "Digite o codigo do plano (3 numeros): ".
           ACCEPT PLS-CODIGO.
           READ ARQUIVO-PLANOS
               INVALID KEY
                   DISPLAY "PLANO NAO ENCONTRADO."
               NOT INVALID KEY
                   PERFORM PEDE-DADOS-PLANO
                   REWRITE PLANO-SAUDE-REGISTRO
                   DISPLAY "PLANO ALTERADO."
           END-READ.

       EXCLUI-PLANO.
           DISPLAY "Digite o codigo do plano (3 numeros): ".
           ACCEPT PLS-CODIGO.
           READ ARQUIVO-PLANOS
               INVALID KEY
                   DISPLAY "PLANO NAO ENCONTRADO."
                   GO TO EXCLUI-PLANO-FIM
           END-READ.

           PERFORM CONTA-ADESOES-ATIVAS.
           IF WRK-QTD-ATIVAS GREATER ZEROS
               DISPLAY "PLANO COM " WRK-QTD-ATIVAS " ADESAO(OES) "
                   "ATIVA(S) - ENCERRE OU TROQUE NO PROG121 ANTES."
               GO TO EXCLUI-PLANO-FIM
           END-IF.

           DISPLAY "Confirma a exclusao de " PLS-DESCRICAO " ? (S/N)".
           ACCEPT CONFIRMA-EXCLUSAO.
           IF CONFIRMA-EXCLUSAO EQUAL "S"
               OR CONFIRMA-EXCLUSAO EQUAL "s"
               DELETE ARQUIVO-PLANOS RECORD
               DISPLAY "PLANO EXCLUIDO."
           END-IF.

       EXCLUI-PLANO-FIM.
           EXIT.

       CONTA-ADESOES-ATIVAS.
           MOVE ZEROS TO WRK-QTD-ATIVAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ADESOES.
           PERFORM LE-ADESAO.
           PERFORM CONFERE-ADESAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-ADESOES.

       LE-ADESAO.
           READ ARQUIVO-ADESOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-ADESAO.
           IF ADE-PLANO EQUAL PLS-CODIGO
               AND ADE-DATA-FIM EQUAL ZEROS
               ADD 1 TO WRK-QTD-ATIVAS
           END-IF.
           PERFORM LE-ADESAO.

       PROGRAM-DONE.
           STOP RUN.
