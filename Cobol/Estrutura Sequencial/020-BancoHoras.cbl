      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "BancoHoras".
       AUTHOR. "LUCAS KURATA".
      *    RODADA MENSAL DO BANCO DE HORAS: PARA CADA FUNCIONARIO ATIVO
      *     COM LANCAMENTOS EM BANCO_HORAS.DAT APURA O SALDO (CREDITOS
      *     DO PONTO MENOS FOLGAS COMPENSADAS MENOS PAGAMENTOS) E O
      *     SALDO VENCIDO - CREDITOS COM MAIS DE SEIS MESES QUE AS
      *     FOLGAS NAO CONSUMIRAM (AS FOLGAS CONSOMEM SEMPRE OS
      *     CREDITOS MAIS ANTIGOS). O VENCIDO E BAIXADO DO BANCO COMO
      *     PAGAMENTO (P) E LANCADO COMO HORA EXTRA "H" DA COMPETENCIA
      *     EM MOVIMENTOS_FOLHA.DAT (SEQUENCIA 93) PARA A FOLHA PAGAR.
      *     O EXTRATO MENSAL POR DEPARTAMENTO (BANCO_HORAS.LST) MOSTRA
      *     SALDO ANTERIOR, CREDITOS, FOLGAS, VENCIDO PAGO E SALDO
      *     ATUAL DE CADA FUNCIONARIO. RODAR DE NOVO NA MESMA
      *     COMPETENCIA REFAZ O PAGAMENTO E O MOVIMENTO DO MES.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-BANCO-HORAS
           ASSIGN TO "banco_horas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BANCO-HORAS-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT SORT-SALDOS
           ASSIGN TO "bhsort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "banco_horas.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ERROS
           ASSIGN TO "erros_sistema.log"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-BANCO-HORAS.
           COPY "BANCO-HORAS.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

      *    UM REGISTRO POR FUNCIONARIO COM OS NUMEROS DO MES, ORDENADO
      *    POR DEPARTAMENTO PARA O EXTRATO.
       SD  SORT-SALDOS.
       01  SORT-SALDO-REGISTRO.
           05 SORT-DEPARTAMENTO     PIC X(15).
           05 SORT-CODIGO           PIC 9(4).
           05 SORT-NOME             PIC X(20).
           05 SORT-SALDO-ANTERIOR   PIC S9(5)V99.
           05 SORT-CREDITOS-MES     PIC 9(5)V99.
           05 SORT-FOLGAS-MES       PIC 9(5)V99.
           05 SORT-VENCIDO          PIC 9(5)V99.
           05 SORT-SALDO-ATUAL      PIC S9(5)V99.

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-ERROS.
           COPY "ERRO-ARQUIVO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    FILE STATUS DO ARQUIVO PRINCIPAL E APOIO DO LOG CENTRAL DE
      *    ERROS DE ARQUIVO (ERROS_SISTEMA.LOG).
       77 WRK-FS-PRINCIPAL               PIC X(2) VALUE SPACES.
       77 WRK-ERR-DATA                   PIC 9(8) VALUE ZEROS.
       77 WRK-ERR-HORA                   PIC 9(6) VALUE ZEROS.
       77 WRK-ERR-ARQUIVO                PIC X(25) VALUE SPACES.
       77 WRK-ERR-OPERACAO               PIC X(8) VALUE SPACES.

       77 WRK-FIM-ARQUIVO                    PIC A(1) VALUE "N".
       77 WRK-FIM-BANCO                      PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                       PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
       77 WRK-PERIODO                        PIC 9(6) VALUE ZEROS.
      *    PRAZO DO BANCO: CREDITO DE COMPETENCIA ATE WRK-PERIODO-CORTE
      *    (SEIS MESES ANTES DA COMPETENCIA DA RODADA) ESTA VENCIDO.
       77 WRK-PRAZO-MESES                    PIC 9(2) VALUE 6.
       77 WRK-PERIODO-CORTE                  PIC 9(6) VALUE ZEROS.
       77 WRK-ANO-CORTE                      PIC 9(4) VALUE ZEROS.
       77 WRK-MES-CORTE                      PIC S9(3) VALUE ZEROS.
      *    CHAVE DO PAGAMENTO DA PROPRIA RODADA (DIA 01 DA COMPETENCIA,
      *    SEQUENCIA 93) - FICA FORA DA APURACAO PARA A REEXECUCAO
      *    DAR O MESMO RESULTADO.
       77 WRK-DATA-PAGAMENTO                 PIC 9(8) VALUE ZEROS.
       77 WRK-QTD-LANCAMENTOS                PIC 9(4) VALUE ZEROS.
       77 WRK-TOT-CREDITOS                   PIC 9(5)V99 VALUE ZEROS.
       77 WRK-TOT-DEBITOS                    PIC 9(5)V99 VALUE ZEROS.
       77 WRK-TOT-PAGOS                      PIC 9(5)V99 VALUE ZEROS.
       77 WRK-CREDITOS-VENCIDOS              PIC 9(5)V99 VALUE ZEROS.
       77 WRK-CREDITOS-MES                   PIC 9(5)V99 VALUE ZEROS.
       77 WRK-FOLGAS-MES                     PIC 9(5)V99 VALUE ZEROS.
       77 WRK-VENCIDO-APURADO                PIC S9(5)V99 VALUE ZEROS.
       77 WRK-VENCIDO                        PIC 9(5)V99 VALUE ZEROS.
       77 WRK-SALDO-ATUAL                    PIC S9(5)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR                 PIC S9(5)V99 VALUE ZEROS.
       77 WRK-QTD-PAGOS                      PIC 9(4) VALUE ZEROS.
       77 WRK-TOT-VENCIDO                    PIC 9(6)V99 VALUE ZEROS.
      *    QUEBRA POR DEPARTAMENTO NO EXTRATO.
       77 WRK-PRIMEIRO                       PIC A(1) VALUE "S".
       77 WRK-DEPTO-ATUAL                    PIC X(15) VALUE SPACES.
       77 WRK-DEP-QTD                        PIC 9(4) VALUE ZEROS.
       77 WRK-DEP-SALDO                      PIC S9(6)V99 VALUE ZEROS.
       77 WRK-DEP-VENCIDO                    PIC 9(6)V99 VALUE ZEROS.
       77 WRK-GER-SALDO                      PIC S9(7)V99 VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.
       77 WRK-ANTERIOR-EDITADO               PIC ZZZZ9.99-.
       77 WRK-CREDITOS-EDITADO               PIC ZZZZ9.99.
       77 WRK-FOLGAS-EDITADO                 PIC ZZZZ9.99.
       77 WRK-VENCIDO-EDITADO                PIC ZZZZ9.99.
       77 WRK-ATUAL-EDITADO                  PIC ZZZZ9.99-.
       77 WRK-TOTAL-EDITADO                  PIC ZZZZZZ9.99-.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-PERIODO.
           PERFORM 0500-CALCULA-CORTE.
           COMPUTE WRK-DATA-PAGAMENTO EQUAL WRK-PERIODO * 100 + 1.
           DISPLAY 'BANCO DE HORAS - COMPETENCIA ' WRK-PERIODO
               ' - CREDITOS ATE ' WRK-PERIODO-CORTE ' VENCIDOS'.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN I-O ARQUIVO-BANCO-HORAS.
           OPEN I-O ARQUIVO-MOVIMENTOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXTRATO DO BANCO DE HORAS POR DEPARTAMENTO - "
               "COMPETENCIA " WRK-PERIODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MATR NOME                 SALDO ANT  CREDITOS"
               "    FOLGAS VENC.PAGO SALDO ATUAL"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-SALDOS
               ON ASCENDING KEY SORT-DEPARTAMENTO SORT-CODIGO
               INPUT PROCEDURE IS 1000-APURA-FUNCIONARIOS
               OUTPUT PROCEDURE IS 5000-IMPRIME-EXTRATO.

           PERFORM 7000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-BANCO-HORAS.
           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-RELATORIO.
           STOP RUN.

      *----------------------------------------------------------------*
      * DATA DA RODADA: A DATA DE MOVIMENTO DO CONTROLE (PROG95/96)     *
      * QUANDO EXISTE, SENAO O RELOGIO DA MAQUINA.                      *
      *----------------------------------------------------------------*
       0450-OBTEM-DATA-MOVIMENTO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   CONTINUE
               NOT AT END
                   IF DMV-DATA NUMERIC AND DMV-DATA GREATER ZEROS
                       MOVE DMV-DATA TO WRK-DATA-ATUAL
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

      *----------------------------------------------------------------*
      * COMPETENCIA DE CORTE: SEIS MESES ANTES DA COMPETENCIA DA RODADA *
      * (CREDITO DE JANEIRO VENCE NA RODADA DE JULHO).                  *
      *----------------------------------------------------------------*
       0500-CALCULA-CORTE.
           MOVE WRK-PERIODO (1:4) TO WRK-ANO-CORTE.
           MOVE WRK-PERIODO (5:2) TO WRK-MES-CORTE.
           SUBTRACT WRK-PRAZO-MESES FROM WRK-MES-CORTE.
           IF WRK-MES-CORTE NOT GREATER ZERO
               ADD 12 TO WRK-MES-CORTE
               SUBTRACT 1 FROM WRK-ANO-CORTE
           END-IF.
           COMPUTE WRK-PERIODO-CORTE EQUAL
               WRK-ANO-CORTE * 100 + WRK-MES-CORTE.

      *----------------------------------------------------------------*
      * ENTRADA DO SORT: UM REGISTRO POR FUNCIONARIO ATIVO COM          *
      * LANCAMENTOS NO BANCO, DEPOIS DE BAIXADO O VENCIDO.              *
      *----------------------------------------------------------------*
       1000-APURA-FUNCIONARIOS.
           PERFORM 1100-LE-FUNCIONARIO.
           PERFORM 2000-PROCESSA-FUNCIONARIO
               THRU 2000-PROCESSA-FUNCIONARIO-EXIT
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       1100-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

       2000-PROCESSA-FUNCIONARIO.
           IF FUNCIONARIO-INATIVO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM 2100-APURA-LANCAMENTOS.
           IF WRK-QTD-LANCAMENTOS EQUAL ZEROS
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

      *    VENCIDO = CREDITOS ATE O CORTE QUE AS FOLGAS E OS PAGAMENTOS
      *    ANTERIORES NAO CONSUMIRAM.
           COMPUTE WRK-VENCIDO-APURADO EQUAL WRK-CREDITOS-VENCIDOS
               - WRK-TOT-DEBITOS - WRK-TOT-PAGOS.
           IF WRK-VENCIDO-APURADO GREATER ZEROS
               MOVE WRK-VENCIDO-APURADO TO WRK-VENCIDO
               PERFORM 3000-GRAVA-PAGAMENTO
           ELSE
               MOVE ZEROS TO WRK-VENCIDO
               PERFORM 3900-RETIRA-PAGAMENTO
           END-IF.

           COMPUTE WRK-SALDO-ATUAL EQUAL WRK-TOT-CREDITOS
               - WRK-TOT-DEBITOS - WRK-TOT-PAGOS - WRK-VENCIDO.
           COMPUTE WRK-SALDO-ANTERIOR EQUAL WRK-SALDO-ATUAL
               - WRK-CREDITOS-MES + WRK-FOLGAS-MES + WRK-VENCIDO.

           MOVE FUNCIONARIO-DEPARTAMENTO TO SORT-DEPARTAMENTO.
           MOVE FUNCIONARIO-CODIGO TO SORT-CODIGO.
           MOVE FUNCIONARIO-NOME TO SORT-NOME.
           MOVE WRK-SALDO-ANTERIOR TO SORT-SALDO-ANTERIOR.
           MOVE WRK-CREDITOS-MES TO SORT-CREDITOS-MES.
           MOVE WRK-FOLGAS-MES TO SORT-FOLGAS-MES.
           MOVE WRK-VENCIDO TO SORT-VENCIDO.
           MOVE WRK-SALDO-ATUAL TO SORT-SALDO-ATUAL.
           RELEASE SORT-SALDO-REGISTRO.

       2000-PROCESSA-FUNCIONARIO-EXIT.
           PERFORM 1100-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * PERCORRE OS LANCAMENTOS DO FUNCIONARIO ACUMULANDO OS TOTAIS DE  *
      * TODO O BANCO, OS CREDITOS JA VENCIDOS E OS NUMEROS DO MES.      *
      *----------------------------------------------------------------*
       2100-APURA-LANCAMENTOS.
           MOVE ZEROS TO WRK-QTD-LANCAMENTOS WRK-TOT-CREDITOS
               WRK-TOT-DEBITOS WRK-TOT-PAGOS WRK-CREDITOS-VENCIDOS
               WRK-CREDITOS-MES WRK-FOLGAS-MES.
           MOVE "N" TO WRK-FIM-BANCO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE ZEROS TO BH-DATA.
           MOVE ZEROS TO BH-SEQUENCIA.
           START ARQUIVO-BANCO-HORAS KEY IS NOT LESS BANCO-HORAS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-BANCO
           END-START.
           PERFORM 2110-LE-LANCAMENTO
               UNTIL WRK-FIM-BANCO EQUAL "S".

       2110-LE-LANCAMENTO.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-BANCO
           END-READ.
           IF WRK-FIM-BANCO NOT EQUAL "S"
               IF BH-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
                   MOVE "S" TO WRK-FIM-BANCO
               ELSE
                   PERFORM 2120-ACUMULA-LANCAMENTO
               END-IF
           END-IF.

       2120-ACUMULA-LANCAMENTO.
           IF BH-PAGAMENTO
               AND BH-DATA EQUAL WRK-DATA-PAGAMENTO
               AND BH-SEQUENCIA EQUAL 93
               ADD 1 TO WRK-QTD-LANCAMENTOS
           ELSE
               ADD 1 TO WRK-QTD-LANCAMENTOS
               IF BH-CREDITO
                   ADD BH-HORAS TO WRK-TOT-CREDITOS
                   IF BH-DATA (1:6) NOT GREATER WRK-PERIODO-CORTE
                       ADD BH-HORAS TO WRK-CREDITOS-VENCIDOS
                   END-IF
                   IF BH-DATA (1:6) EQUAL WRK-PERIODO
                       ADD BH-HORAS TO WRK-CREDITOS-MES
                   END-IF
               END-IF
               IF BH-DEBITO
                   ADD BH-HORAS TO WRK-TOT-DEBITOS
                   IF BH-DATA (1:6) EQUAL WRK-PERIODO
                       ADD BH-HORAS TO WRK-FOLGAS-MES
                   END-IF
               END-IF
               IF BH-PAGAMENTO
                   ADD BH-HORAS TO WRK-TOT-PAGOS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * BAIXA DO VENCIDO: PAGAMENTO (P) NO BANCO E MOVIMENTO "H" DA     *
      * COMPETENCIA NA SEQUENCIA 93, AMBOS REGRAVADOS NA REEXECUCAO.    *
      *----------------------------------------------------------------*
       3000-GRAVA-PAGAMENTO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE WRK-DATA-PAGAMENTO TO BH-DATA.
           MOVE 93 TO BH-SEQUENCIA.
           MOVE "P" TO BH-TIPO.
           MOVE WRK-VENCIDO TO BH-HORAS.
           MOVE "VENCIDO PAGO COMO HORA EXTRA" TO BH-HISTORICO.
           WRITE BANCO-HORAS-REGISTRO
               INVALID KEY
                   REWRITE BANCO-HORAS-REGISTRO
           END-WRITE.

           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           MOVE "H" TO MOV-TIPO.
           MOVE 93 TO MOV-SEQUENCIA.
           MOVE WRK-VENCIDO TO MOV-QUANTIDADE.
           MOVE ZEROS TO MOV-VALOR.
           WRITE MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE MOVIMENTO-REGISTRO
           END-WRITE.

           ADD 1 TO WRK-QTD-PAGOS.
           ADD WRK-VENCIDO TO WRK-TOT-VENCIDO.

      *----------------------------------------------------------------*
      * SEM VENCIDO NA COMPETENCIA: RETIRA O PAGAMENTO E O MOVIMENTO    *
      * QUE UMA RODADA ANTERIOR DO MESMO MES TENHA GRAVADO.             *
      *----------------------------------------------------------------*
       3900-RETIRA-PAGAMENTO.
           MOVE FUNCIONARIO-CODIGO TO BH-CODIGO.
           MOVE WRK-DATA-PAGAMENTO TO BH-DATA.
           MOVE 93 TO BH-SEQUENCIA.
           READ ARQUIVO-BANCO-HORAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQUIVO-BANCO-HORAS RECORD
           END-READ.

           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           MOVE "H" TO MOV-TIPO.
           MOVE 93 TO MOV-SEQUENCIA.
           READ ARQUIVO-MOVIMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQUIVO-MOVIMENTOS RECORD
           END-READ.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: EXTRATO COM QUEBRA E SUBTOTAL POR DEPARTAMENTO.  *
      *----------------------------------------------------------------*
       5000-IMPRIME-EXTRATO.
           PERFORM 5100-OBTEM-SALDO.
           PERFORM 5200-IMPRIME-FUNCIONARIO
               UNTIL WRK-FIM-SORT EQUAL "S".
           IF WRK-PRIMEIRO NOT EQUAL "S"
               PERFORM 5400-IMPRIME-SUBTOTAL
           END-IF.

       5100-OBTEM-SALDO.
           RETURN SORT-SALDOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       5200-IMPRIME-FUNCIONARIO.
           IF WRK-PRIMEIRO EQUAL "S"
               OR SORT-DEPARTAMENTO NOT EQUAL WRK-DEPTO-ATUAL
               IF WRK-PRIMEIRO NOT EQUAL "S"
                   PERFORM 5400-IMPRIME-SUBTOTAL
               END-IF
               MOVE "N" TO WRK-PRIMEIRO
               MOVE SORT-DEPARTAMENTO TO WRK-DEPTO-ATUAL
               PERFORM 5300-IMPRIME-CABECA-DEPTO
           END-IF.

           ADD 1 TO WRK-DEP-QTD.
           ADD SORT-SALDO-ATUAL TO WRK-DEP-SALDO.
           ADD SORT-VENCIDO TO WRK-DEP-VENCIDO.
           ADD SORT-SALDO-ATUAL TO WRK-GER-SALDO.

           MOVE SORT-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE SORT-SALDO-ANTERIOR TO WRK-ANTERIOR-EDITADO.
           MOVE SORT-CREDITOS-MES TO WRK-CREDITOS-EDITADO.
           MOVE SORT-FOLGAS-MES TO WRK-FOLGAS-EDITADO.
           MOVE SORT-VENCIDO TO WRK-VENCIDO-EDITADO.
           MOVE SORT-SALDO-ATUAL TO WRK-ATUAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO " " SORT-NOME " "
               WRK-ANTERIOR-EDITADO " " WRK-CREDITOS-EDITADO " "
               WRK-FOLGAS-EDITADO " " WRK-VENCIDO-EDITADO " "
               WRK-ATUAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 5100-OBTEM-SALDO.

       5300-IMPRIME-CABECA-DEPTO.
           MOVE ZEROS TO WRK-DEP-QTD WRK-DEP-SALDO WRK-DEP-VENCIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO: " WRK-DEPTO-ATUAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       5400-IMPRIME-SUBTOTAL.
           MOVE WRK-DEP-SALDO TO WRK-TOTAL-EDITADO.
           MOVE WRK-DEP-VENCIDO TO WRK-VENCIDO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  FUNCIONARIOS: " WRK-DEP-QTD
               "  VENCIDO PAGO: " WRK-VENCIDO-EDITADO
               "  SALDO DO DEPTO: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-GER-SALDO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SALDO GERAL DO BANCO (HORAS): " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-VENCIDO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENCIDO PAGO COMO HORA EXTRA: " WRK-TOTAL-EDITADO
               " HORAS DE " WRK-QTD-PAGOS " FUNCIONARIO(S)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY 'BANCO DE HORAS APURADO - VENCIDO PAGO PARA '
               WRK-QTD-PAGOS ' FUNCIONARIO(S).'.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
      * RETURN-CODE 8, PARANDO A CADEIA DO JOB.                         *
      *----------------------------------------------------------------*
       9800-TESTA-STATUS-ARQUIVO.
           IF WRK-FS-PRINCIPAL NOT EQUAL "00"
               AND WRK-FS-PRINCIPAL NOT EQUAL "04"
               AND WRK-FS-PRINCIPAL NOT EQUAL "05"
               AND WRK-FS-PRINCIPAL NOT EQUAL "10"
               PERFORM 9900-GRAVA-ERRO-ARQUIVO
           END-IF.

       9900-GRAVA-ERRO-ARQUIVO.
           ACCEPT WRK-ERR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-ERROS.
           MOVE SPACES TO ERRO-REGISTRO.
           MOVE WRK-ERR-DATA TO ERR-DATA.
           MOVE WRK-ERR-HORA TO ERR-HORA.
           MOVE "BANCOHOR" TO ERR-PROGRAMA.
           MOVE WRK-ERR-ARQUIVO TO ERR-ARQUIVO.
           MOVE WRK-ERR-OPERACAO TO ERR-OPERACAO.
           MOVE WRK-FS-PRINCIPAL TO ERR-STATUS.
           WRITE ERRO-REGISTRO.
           CLOSE ARQUIVO-ERROS.
           DISPLAY 'ERRO DE ARQUIVO ' WRK-ERR-ARQUIVO
               ' OPERACAO ' WRK-ERR-OPERACAO
               ' STATUS ' WRK-FS-PRINCIPAL ' - PROGRAMA ABORTADO.'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
