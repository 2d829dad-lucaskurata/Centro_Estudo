       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG122.
      *    CONCILIACAO MENSAL DA FATURA DA OPERADORA DO PLANO DE SAUDE:
      *     CONFRONTA, VIDA A VIDA, AS LINHAS DA FATURA DA COMPETENCIA
      *     (FATURA_PLANO.DAT) COM AS ADESOES QUE COBREM A COMPETENCIA
      *     (ADESOES_PLANO.DAT, PROG121) E O PRECO DA FAIXA ETARIA DE
      *     CADA VIDA NO CADASTRO DE PLANOS (PROG120). LISTA EM
      *     CONCILIACAO_PLANO_SAUDE.LST AS VIDAS FATURADAS SEM ADESAO,
      *     AS ADERIDAS E NAO FATURADAS E AS DIFERENCAS DE PLANO OU DE
      *     PRECO, COM OS TOTAIS FATURADO E ESPERADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-FATURA
           ASSIGN TO "fatura_plano.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ADESOES
           ASSIGN TO "adesoes_plano.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADESAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PLANOS
           ASSIGN TO "planos_saude.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLS-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DEPENDENTES
           ASSIGN TO "dependentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPENDENTE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "conciliacao_plano_saude.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FATURA.
           COPY "FATURA-PLANO.cpy".

       FD  ARQUIVO-ADESOES.
           COPY "ADESAO-PLANO.cpy".

       FD  ARQUIVO-PLANOS.
           COPY "PLANO-SAUDE.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-DEPENDENTES.
           COPY "DEPENDENTE-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

       WORKING-STORAGE SECTION.

       77  WRK-COMPETENCIA       PIC 9(6) VALUE ZEROS.
       77  WRK-ANO-COMP          PIC 9(4) VALUE ZEROS.
       77  WRK-MES-COMP          PIC 9(2) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO       PIC A(1) VALUE "N".
       77  WRK-IDX               PIC 9(4) VALUE ZEROS.
       77  WRK-ACHOU             PIC A(1) VALUE "N".
       77  WRK-PLANO-ACHADO      PIC A(1) VALUE "N".
       77  WRK-NOME-VIDA         PIC X(20) VALUE SPACES.
       77  WRK-INICIO-MES        PIC 9(6) VALUE ZEROS.
       77  WRK-FIM-MES           PIC 9(6) VALUE ZEROS.
       77  WRK-DATA-NASC         PIC 9(8) VALUE ZEROS.
       77  WRK-ANO-NASC          PIC 9(4) VALUE ZEROS.
       77  WRK-MES-NASC          PIC 9(2) VALUE ZEROS.
       77  WRK-IDADE             PIC 9(3) VALUE ZEROS.
       77  WRK-FAIXA             PIC 9(2) VALUE ZEROS.
       77  WRK-PRECO-ESPERADO    PIC 9(5)V99 VALUE ZEROS.
       77  WRK-DIFERENCA         PIC S9(5)V99 VALUE ZEROS.
       77  WRK-QTD-OUTRA-COMP    PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-ADERIDAS      PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-SEM-ADESAO    PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-NAO-FATURADAS PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-DIFERENCAS    PIC 9(5) VALUE ZEROS.
       77  WRK-TOT-FATURADO      PIC 9(7)V99 VALUE ZEROS.
       77  WRK-TOT-ESPERADO      PIC 9(7)V99 VALUE ZEROS.
       77  WRK-VALOR-EDITADO     PIC Z(4)9.99.
       77  WRK-ESPERADO-EDITADO  PIC Z(4)9.99.
       77  WRK-DIFERENCA-EDITADA PIC -(5)9.99.
       77  WRK-TOTAL-EDITADO     PIC Z(6)9.99.

      *    LINHAS DA FATURA DA COMPETENCIA CARREGADAS EM TABELA PARA O
      *     CONFRONTO, COM MARCACAO DAS QUE CASARAM COM UMA ADESAO.
       77  WRK-QTD-FATURADAS     PIC 9(4) VALUE ZEROS.
       01  WRK-FATURA.
           05 FATURA-ITEM OCCURS 1000 TIMES.
               10 WRK-FAT-CODIGO     PIC 9(4).
               10 WRK-FAT-SEQUENCIA  PIC 9(2).
               10 WRK-FAT-NOME       PIC X(20).
               10 WRK-FAT-PLANO      PIC 9(3).
               10 WRK-FAT-VALOR      PIC 9(5)V99.
               10 WRK-FAT-CASOU      PIC X(1).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "Competencia da fatura (AAAAMM): ".
           ACCEPT WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA (1:4) TO WRK-ANO-COMP.
           MOVE WRK-COMPETENCIA (5:2) TO WRK-MES-COMP.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO DA FATURA DO PLANO DE SAUDE - "
                  "COMPETENCIA " WRK-COMPETENCIA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM CARREGA-FATURA.
           IF WRK-QTD-FATURADAS EQUAL ZEROS
               DISPLAY "FATURA DA COMPETENCIA " WRK-COMPETENCIA
                   " NAO RECEBIDA OU VAZIA."
               MOVE SPACES TO LINHA-RELATORIO
               MOVE "FATURA SEM LINHAS NA COMPETENCIA - NADA CONFERIDO."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               CLOSE ARQUIVO-RELATORIO
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-ADESOES.
           OPEN INPUT ARQUIVO-PLANOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           PERFORM CONFRONTA-ADESOES.
           CLOSE ARQUIVO-ADESOES.
           CLOSE ARQUIVO-PLANOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTES.

           PERFORM LISTA-FATURADAS-SEM-ADESAO.
           PERFORM IMPRIME-TOTAIS.

           CLOSE ARQUIVO-RELATORIO.
           STOP RUN.

       CARREGA-FATURA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-FATURA.
           PERFORM LE-FATURA.
           PERFORM ARMAZENA-FATURA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-FATURA.
           IF WRK-QTD-OUTRA-COMP GREATER ZEROS
               DISPLAY WRK-QTD-OUTRA-COMP " LINHA(S) DA FATURA DE "
                   "OUTRA COMPETENCIA IGNORADA(S)."
           END-IF.

       LE-FATURA.
           READ ARQUIVO-FATURA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       ARMAZENA-FATURA.
           IF FPL-COMPETENCIA NOT EQUAL WRK-COMPETENCIA
               ADD 1 TO WRK-QTD-OUTRA-COMP
           ELSE
               IF WRK-QTD-FATURADAS LESS 1000
                   ADD 1 TO WRK-QTD-FATURADAS
                   MOVE FPL-CODIGO TO
                       WRK-FAT-CODIGO (WRK-QTD-FATURADAS)
                   MOVE FPL-SEQUENCIA TO
                       WRK-FAT-SEQUENCIA (WRK-QTD-FATURADAS)
                   MOVE FPL-NOME TO WRK-FAT-NOME (WRK-QTD-FATURADAS)
                   MOVE FPL-PLANO TO WRK-FAT-PLANO (WRK-QTD-FATURADAS)
                   MOVE FPL-VALOR TO WRK-FAT-VALOR (WRK-QTD-FATURADAS)
                   MOVE "N" TO WRK-FAT-CASOU (WRK-QTD-FATURADAS)
                   ADD FPL-VALOR TO WRK-TOT-FATURADO
               ELSE
                   DISPLAY "FATURA COM MAIS DE 1000 VIDAS - VIDA "
                       FPL-CODIGO "-" FPL-SEQUENCIA " NAO CONFERIDA."
               END-IF
           END-IF.
           PERFORM LE-FATURA.

      *    PARA CADA VIDA COBERTA NA COMPETENCIA, PROCURA A LINHA DA
      *     FATURA E CONFERE PLANO E PRECO DA FAIXA ETARIA.
       CONFRONTA-ADESOES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM LE-ADESAO.
           PERFORM CONFRONTA-VIDA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-ADESAO.
           READ ARQUIVO-ADESOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFRONTA-VIDA.
           MOVE ADE-DATA-INICIO (1:6) TO WRK-INICIO-MES.
           MOVE ADE-DATA-FIM (1:6) TO WRK-FIM-MES.
           IF WRK-INICIO-MES NOT GREATER WRK-COMPETENCIA
               AND (WRK-FIM-MES EQUAL ZEROS
                   OR WRK-FIM-MES NOT LESS WRK-COMPETENCIA)
               ADD 1 TO WRK-QTD-ADERIDAS
               PERFORM CALCULA-PRECO-ESPERADO
               ADD WRK-PRECO-ESPERADO TO WRK-TOT-ESPERADO
               MOVE "N" TO WRK-ACHOU
               MOVE ZEROS TO WRK-IDX
               PERFORM PROCURA-FATURA UNTIL WRK-IDX NOT LESS
                   WRK-QTD-FATURADAS OR WRK-ACHOU EQUAL "S"
               IF WRK-ACHOU EQUAL "S"
                   PERFORM CONFERE-PRECO
               ELSE
                   PERFORM LISTA-NAO-FATURADA
               END-IF
           END-IF.
           PERFORM LE-ADESAO.

       PROCURA-FATURA.
           ADD 1 TO WRK-IDX.
           IF WRK-FAT-CODIGO (WRK-IDX) EQUAL ADE-CODIGO
               AND WRK-FAT-SEQUENCIA (WRK-IDX) EQUAL ADE-SEQUENCIA
               AND WRK-FAT-CASOU (WRK-IDX) EQUAL "N"
               MOVE "S" TO WRK-ACHOU
               MOVE "S" TO WRK-FAT-CASOU (WRK-IDX)
           END-IF.

      *    MESMA REGRA DA FOLHA: IDADE COMPLETADA ATE O MES DA
      *     COMPETENCIA E PRECO DA PRIMEIRA FAIXA QUE A COMPORTA.
       CALCULA-PRECO-ESPERADO.
           MOVE ZEROS TO WRK-PRECO-ESPERADO.
           MOVE SPACES TO WRK-NOME-VIDA.
           MOVE ZEROS TO WRK-DATA-NASC.
           IF ADE-TITULAR
               MOVE ADE-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       MOVE "(FUNCIONARIO EXCLUIDO)" TO WRK-NOME-VIDA
                   NOT INVALID KEY
                       MOVE FUNCIONARIO-NOME TO WRK-NOME-VIDA
                       MOVE FUNCIONARIO-DATA-NASCIMENTO TO
                           WRK-DATA-NASC
               END-READ
           ELSE
               MOVE ADE-CODIGO TO DEP-CODIGO
               MOVE ADE-SEQUENCIA TO DEP-SEQUENCIA
               READ ARQUIVO-DEPENDENTES
                   INVALID KEY
                       MOVE "(DEPENDENTE EXCLUIDO)" TO WRK-NOME-VIDA
                   NOT INVALID KEY
                       MOVE DEP-NOME TO WRK-NOME-VIDA
                       MOVE DEP-DATA-NASCIMENTO TO WRK-DATA-NASC
               END-READ
           END-IF.

           MOVE WRK-DATA-NASC (1:4) TO WRK-ANO-NASC.
           MOVE WRK-DATA-NASC (5:2) TO WRK-MES-NASC.
           MOVE ZEROS TO WRK-IDADE.
           IF WRK-DATA-NASC NOT EQUAL ZEROS
               AND WRK-ANO-NASC LESS WRK-ANO-COMP
               COMPUTE WRK-IDADE EQUAL WRK-ANO-COMP - WRK-ANO-NASC
               IF WRK-MES-NASC GREATER WRK-MES-COMP
                   SUBTRACT 1 FROM WRK-IDADE
               END-IF
           END-IF.

           MOVE "S" TO WRK-PLANO-ACHADO.
           MOVE ADE-PLANO TO PLS-CODIGO.
           READ ARQUIVO-PLANOS
               INVALID KEY
                   MOVE "N" TO WRK-PLANO-ACHADO
           END-READ.
           IF WRK-PLANO-ACHADO EQUAL "S"
               MOVE 1 TO WRK-FAIXA
               PERFORM PROXIMA-FAIXA UNTIL WRK-FAIXA EQUAL 10
                   OR WRK-IDADE NOT GREATER
                       PLS-IDADE-MAXIMA (WRK-FAIXA)
               MOVE PLS-PRECO (WRK-FAIXA) TO WRK-PRECO-ESPERADO
           END-IF.

       PROXIMA-FAIXA.
           ADD 1 TO WRK-FAIXA.

       CONFERE-PRECO.
           IF WRK-FAT-PLANO (WRK-IDX) NOT EQUAL ADE-PLANO
               OR WRK-FAT-VALOR (WRK-IDX) NOT EQUAL WRK-PRECO-ESPERADO
               ADD 1 TO WRK-QTD-DIFERENCAS
               COMPUTE WRK-DIFERENCA EQUAL
                   WRK-FAT-VALOR (WRK-IDX) - WRK-PRECO-ESPERADO
               MOVE WRK-FAT-VALOR (WRK-IDX) TO WRK-VALOR-EDITADO
               MOVE WRK-PRECO-ESPERADO TO WRK-ESPERADO-EDITADO
               MOVE WRK-DIFERENCA TO WRK-DIFERENCA-EDITADA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "DIFERENCA DE PRECO - VIDA: " ADE-CODIGO "-"
                      ADE-SEQUENCIA " " WRK-NOME-VIDA
                      " PLANO " WRK-FAT-PLANO (WRK-IDX) "/" ADE-PLANO
                      " FATURADO " WRK-VALOR-EDITADO
                      " ESPERADO " WRK-ESPERADO-EDITADO
                      " DIF " WRK-DIFERENCA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       LISTA-NAO-FATURADA.
           ADD 1 TO WRK-QTD-NAO-FATURADAS.
           MOVE WRK-PRECO-ESPERADO TO WRK-ESPERADO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADERIDA E NAO FATURADA - VIDA: " ADE-CODIGO "-"
                  ADE-SEQUENCIA " " WRK-NOME-VIDA
                  " PLANO " ADE-PLANO
                  " ESPERADO " WRK-ESPERADO-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       LISTA-FATURADAS-SEM-ADESAO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM LISTA-FATURADA-SEM-ADESAO UNTIL WRK-IDX NOT LESS
               WRK-QTD-FATURADAS.

       LISTA-FATURADA-SEM-ADESAO.
           ADD 1 TO WRK-IDX.
           IF WRK-FAT-CASOU (WRK-IDX) EQUAL "N"
               ADD 1 TO WRK-QTD-SEM-ADESAO
               MOVE WRK-FAT-VALOR (WRK-IDX) TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FATURADA SEM ADESAO - VIDA: "
                      WRK-FAT-CODIGO (WRK-IDX) "-"
                      WRK-FAT-SEQUENCIA (WRK-IDX) " "
                      WRK-FAT-NOME (WRK-IDX)
                      " PLANO " WRK-FAT-PLANO (WRK-IDX)
                      " FATURADO " WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VIDAS FATURADAS: " WRK-QTD-FATURADAS
                  "   VIDAS ADERIDAS NA COMPETENCIA: " WRK-QTD-ADERIDAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FATURADAS SEM ADESAO: " WRK-QTD-SEM-ADESAO
                  "   ADERIDAS NAO FATURADAS: " WRK-QTD-NAO-FATURADAS
                  "   DIFERENCAS DE PRECO: " WRK-QTD-DIFERENCAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-FATURADO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL FATURADO PELA OPERADORA: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-TOT-ESPERADO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL ESPERADO PELAS ADESOES: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY "CONCILIACAO DO PLANO DE SAUDE GRAVADA EM "
               "CONCILIACAO_PLANO_SAUDE.LST - SEM ADESAO: "
               WRK-QTD-SEM-ADESAO " NAO FATURADAS: "
               WRK-QTD-NAO-FATURADAS " DIFERENCAS: "
               WRK-QTD-DIFERENCAS.
