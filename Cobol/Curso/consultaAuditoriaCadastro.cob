       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG119.
      *    CONSULTA E RELATORIO DAS TRILHAS DE AUDITORIA POR CAMPO DOS
      *     CADASTROS DE CLIENTES (CLIENTES_AUDITORIA.DAT - PROG40,
      *     PROG58, PROG60 E PROG83) E DE CONTAS DO CAIXA ELETRONICO
      *     (CONTAS_AUDITORIA.DAT - MANUTENCAO DE CONTAS), COMO O
      *     PROG50 FAZ PARA FUNCIONARIOS: FILTRA POR CHAVE (TELEFONE,
      *     NUMERO DA CONTA OU PROTOCOLO LGPD), CAMPO, USUARIO E FAIXA
      *     DE DATAS, E IMPRIME O HISTORICO ORDENADO POR CHAVE E
      *     DATA/HORA EM RELATORIO_AUDITORIA_CADASTRO.LST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO DYNAMIC WRK-NOME-TRILHA
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-AUDITORIA
           ASSIGN TO "audcadsort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "relatorio_auditoria_cadastro.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-CADASTRO.cpy".

       SD  SORT-AUDITORIA.
       01  SORT-AUDITORIA-REGISTRO.
           05 SORT-CHAVE         PIC X(18).
           05 SORT-DATA-HORA     PIC X(14).
           05 SORT-CAMPO         PIC X(25).
           05 SORT-VALOR-ANTIGO  PIC X(30).
           05 SORT-VALOR-NOVO    PIC X(30).
           05 SORT-USUARIO       PIC X(12).
           05 SORT-PROGRAMA      PIC X(8).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(160).

       WORKING-STORAGE SECTION.

       77  WRK-NOME-TRILHA      PIC X(40) VALUE SPACES.
       77  WRK-OPCAO-TRILHA     PIC 9(1) VALUE ZEROS.
       77  WRK-TITULO           PIC X(60) VALUE SPACES.
       77  WRK-FIM-ARQUIVO      PIC A(1) VALUE "N".
       77  WRK-FIM-SORT         PIC A(1) VALUE "N".
       77  WRK-FILTRO-CHAVE     PIC X(18) VALUE SPACES.
       77  WRK-FILTRO-CAMPO     PIC X(25) VALUE SPACES.
       77  WRK-FILTRO-USUARIO   PIC X(12) VALUE SPACES.
       77  WRK-DATA-INICIAL     PIC 9(8) VALUE ZEROS.
       77  WRK-DATA-FINAL       PIC 9(8) VALUE 99999999.
       77  WRK-DATA-REGISTRO    PIC 9(8) VALUE ZEROS.
       77  WRK-QTD-LINHAS       PIC 9(6) VALUE ZEROS.
       77  WRK-CHAVE-ATUAL      PIC X(18) VALUE SPACES.
       77  WRK-PRIMEIRO         PIC A(1) VALUE "S".

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "Trilha: 1 - Clientes  2 - Contas".
           ACCEPT WRK-OPCAO-TRILHA.

           IF WRK-OPCAO-TRILHA EQUAL 1
               MOVE "clientes_auditoria.dat" TO WRK-NOME-TRILHA
               MOVE "HISTORICO DE ALTERACOES DO CADASTRO DE CLIENTES"
                   TO WRK-TITULO
           ELSE
               IF WRK-OPCAO-TRILHA EQUAL 2
                   MOVE "contas_auditoria.dat" TO WRK-NOME-TRILHA
                   MOVE "HISTORICO DE ALTERACOES DO CADASTRO DE CONTAS"
                       TO WRK-TITULO
               ELSE
                   DISPLAY "OPCAO INVALIDA - CONSULTA ENCERRADA."
                   STOP RUN
               END-IF
           END-IF.

           DISPLAY "Chave - telefone, conta ou protocolo LGPD "
               "(vazio = todas): ".
           ACCEPT WRK-FILTRO-CHAVE.
           DISPLAY "Campo alterado (vazio = todos): ".
           ACCEPT WRK-FILTRO-CAMPO.
           DISPLAY "Usuario (vazio = todos): ".
           ACCEPT WRK-FILTRO-USUARIO.
           DISPLAY "Data inicial AAAAMMDD (0 = sem limite): ".
           ACCEPT WRK-DATA-INICIAL.
           DISPLAY "Data final AAAAMMDD (0 = sem limite): ".
           ACCEPT WRK-DATA-FINAL.

           IF WRK-DATA-FINAL EQUAL ZEROS
               MOVE 99999999 TO WRK-DATA-FINAL
           END-IF.

           SORT SORT-AUDITORIA
               ON ASCENDING KEY SORT-CHAVE SORT-DATA-HORA
               INPUT PROCEDURE IS FILTRA-AUDITORIA
               OUTPUT PROCEDURE IS GERA-RELATORIO.

           DISPLAY "ALTERACOES LISTADAS: " WRK-QTD-LINHAS.
           STOP RUN.

      *    APLICA OS FILTROS PEDIDOS E SOLTA PARA O SORT SOMENTE AS
      *     LINHAS DA TRILHA QUE PASSARAM.
       FILTRA-AUDITORIA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           PERFORM LE-AUDITORIA.
           PERFORM SELECIONA-AUDITORIA UNTIL WRK-FIM-ARQUIVO
               EQUAL "S".
           CLOSE ARQUIVO-AUDITORIA.

       LE-AUDITORIA.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       SELECIONA-AUDITORIA.
           MOVE AUC-DATA-HORA (1:8) TO WRK-DATA-REGISTRO.

           IF (WRK-FILTRO-CHAVE EQUAL SPACES
                   OR AUC-CHAVE EQUAL WRK-FILTRO-CHAVE)
               AND (WRK-FILTRO-CAMPO EQUAL SPACES
                   OR AUC-CAMPO EQUAL WRK-FILTRO-CAMPO)
               AND (WRK-FILTRO-USUARIO EQUAL SPACES
                   OR AUC-USUARIO EQUAL WRK-FILTRO-USUARIO)
               AND WRK-DATA-REGISTRO NOT LESS WRK-DATA-INICIAL
               AND WRK-DATA-REGISTRO NOT GREATER WRK-DATA-FINAL
               MOVE AUC-CHAVE TO SORT-CHAVE
               MOVE AUC-DATA-HORA TO SORT-DATA-HORA
               MOVE AUC-CAMPO TO SORT-CAMPO
               MOVE AUC-VALOR-ANTIGO TO SORT-VALOR-ANTIGO
               MOVE AUC-VALOR-NOVO TO SORT-VALOR-NOVO
               MOVE AUC-USUARIO TO SORT-USUARIO
               MOVE AUC-PROGRAMA TO SORT-PROGRAMA
               RELEASE SORT-AUDITORIA-REGISTRO
           END-IF.

           PERFORM LE-AUDITORIA.

       GERA-RELATORIO.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WRK-TITULO TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM OBTEM-PROXIMA-ALTERACAO.
           PERFORM IMPRIME-ALTERACAO UNTIL WRK-FIM-SORT EQUAL "S".

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE ALTERACOES LISTADAS: " WRK-QTD-LINHAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           CLOSE ARQUIVO-RELATORIO.

       OBTEM-PROXIMA-ALTERACAO.
           RETURN SORT-AUDITORIA
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       IMPRIME-ALTERACAO.
           IF WRK-PRIMEIRO EQUAL "S"
               OR SORT-CHAVE NOT EQUAL WRK-CHAVE-ATUAL
               MOVE "N" TO WRK-PRIMEIRO
               MOVE SORT-CHAVE TO WRK-CHAVE-ATUAL
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CHAVE: " SORT-CHAVE
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           ADD 1 TO WRK-QTD-LINHAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " SORT-DATA-HORA (1:8) " " SORT-DATA-HORA (9:6)
                  "  " SORT-CAMPO
                  " DE: " SORT-VALOR-ANTIGO
                  " PARA: " SORT-VALOR-NOVO
                  " POR: " SORT-USUARIO
                  " " SORT-PROGRAMA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM OBTEM-PROXIMA-ALTERACAO.
