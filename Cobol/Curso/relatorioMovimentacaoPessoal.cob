      *     DESLIGADOS (PELAS TROCAS DE FUNCIONARIO-STATUS GRAVADAS
      *     NA AUDITORIA), AS TRANSFERENCIAS DE DEPARTAMENTO (DO
      *     ARQUIVO DE TRANSFERENCIAS GRAVADO PELO PROG36, COM ORIGEM,
      *     DESTINO E DATA EFETIVA), OS AFASTADOS NO MES (DO ARQUIVO
      *     DE AFASTAMENTOS DO PROG101) E O QUADRO DE ATIVOS POR
      *     DEPARTAMENTO NA ABERTURA E NO FECHAMENTO DO MES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS TRANSFERENCIA-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AFASTAMENTOS
           ASSIGN TO "afastamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFASTAMENTO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "movimentacao_pessoal.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-TRANSFERENCIAS.
           COPY "TRANSFERENCIA-REGISTRO.cpy".

       FD  ARQUIVO-AFASTAMENTOS.
           COPY "AFASTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       77  WRK-MES-PEDIDO       PIC 9(6) VALUE ZEROS.
       77  WRK-QTD-ADMITIDOS    PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-DESLIGADOS   PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-AFASTADOS    PIC 9(4) VALUE ZEROS.
       77  WRK-IDX              PIC 9(2) VALUE ZEROS.
       77  WRK-QTD-DEPTOS       PIC 9(2) VALUE ZEROS.
       77  WRK-DEPTO-NO-QUADRO  PIC A(1) VALUE "N".
       77  WRK-ABERTURA-EDITADA PIC ZZZ9-.

      *    QUADRO POR DEPARTAMENTO: ATIVOS HOJE (FECHAMENTO),
      *     ADMITIDOS, DESLIGADOS E AFASTADOS NO MES.
       01  WRK-QUADRO-DEPARTAMENTOS.
           05 QUADRO-ITEM OCCURS 50 TIMES.
               10 WRK-QD-DEPARTAMENTO  PIC X(15).
               10 WRK-QD-ATIVOS        PIC 9(4).
               10 WRK-QD-ADMITIDOS     PIC 9(4).
               10 WRK-QD-DESLIGADOS    PIC 9(4).
               10 WRK-QD-AFASTADOS     PIC 9(4).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.

           PERFORM PROCESSA-DESLIGAMENTOS.
           PERFORM PROCESSA-TRANSFERENCIAS.
           PERFORM PROCESSA-AFASTAMENTOS.
           PERFORM IMPRIME-QUADRO.

           CLOSE ARQUIVO-FUNCIONARIO.
                   MOVE ZEROS TO WRK-QD-ATIVOS (WRK-IDX)
                   MOVE ZEROS TO WRK-QD-ADMITIDOS (WRK-IDX)
                   MOVE ZEROS TO WRK-QD-DESLIGADOS (WRK-IDX)
                   MOVE ZEROS TO WRK-QD-AFASTADOS (WRK-IDX)
                   MOVE "S" TO WRK-DEPTO-NO-QUADRO
               ELSE
                   DISPLAY "QUADRO DE DEPARTAMENTOS CHEIO - "
           END-IF.
           PERFORM LE-TRANSFERENCIA.

      *    AFASTADOS NO MES: AFASTAMENTOS QUE COBREM ALGUM DIA DO MES
      *     PEDIDO (FIM ZERADO = SEM PREVISAO DE RETORNO), CONTADOS
      *     TAMBEM POR DEPARTAMENTO NO QUADRO.
       PROCESSA-AFASTAMENTOS.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "AFASTADOS NO MES:" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           PERFORM LE-AFASTAMENTO.
           PERFORM PROCESSA-AFASTAMENTO UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-AFASTAMENTOS.

       LE-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       PROCESSA-AFASTAMENTO.
           IF AFA-DATA-INICIO (1:6) NOT GREATER WRK-MES-PEDIDO
               AND (AFA-DATA-FIM EQUAL ZEROS
                   OR AFA-DATA-FIM (1:6) NOT LESS WRK-MES-PEDIDO)
               ADD 1 TO WRK-QTD-AFASTADOS
               PERFORM REGISTRA-AFASTADO
           END-IF.
           PERFORM LE-AFASTAMENTO.

       REGISTRA-AFASTADO.
           MOVE AFA-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "FUNCIONARIO EXCLUIDO" TO FUNCIONARIO-NOME
                   MOVE SPACES TO FUNCIONARIO-DEPARTAMENTO
           END-READ.

           MOVE FUNCIONARIO-DEPARTAMENTO TO WRK-DEPTO-BUSCA.
           PERFORM LOCALIZA-DEPARTAMENTO.
           IF WRK-DEPTO-NO-QUADRO EQUAL "S"
               ADD 1 TO WRK-QD-AFASTADOS (WRK-IDX)
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " AFA-CODIGO " " FUNCIONARIO-NOME
                  " TIPO: " AFA-TIPO
                  " DE: " AFA-DATA-INICIO
                  " ATE: " AFA-DATA-FIM
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    QUADRO DE ATIVOS: ABERTURA = FECHAMENTO - ADMITIDOS +
      *     DESLIGADOS DO MES.
       IMPRIME-QUADRO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL ADMITIDOS: " WRK-QTD-ADMITIDOS
                  "  TOTAL DESLIGADOS: " WRK-QTD-DESLIGADOS
                  "  TOTAL AFASTADOS: " WRK-QTD-AFASTADOS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

                  " FECHAMENTO: " WRK-QD-ATIVOS (WRK-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    OS AFASTADOS CONTINUAM ATIVOS NO QUADRO: LINHA PROPRIA COM
      *     QUANTOS DELES ESTIVERAM AFASTADOS NO MES.
           IF WRK-QD-AFASTADOS (WRK-IDX) GREATER ZERO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "      AFASTADOS NO MES (INCLUIDOS NOS ATIVOS): "
                      WRK-QD-AFASTADOS (WRK-IDX)
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
