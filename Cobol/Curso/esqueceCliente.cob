      *    ATENDIMENTO DE PEDIDO DE ESQUECIMENTO (LGPD): DADO O
      *     TELEFONE, EXCLUI O CLIENTE DE CLIENTE.DAT E GRAVA UMA
      *     LINHA DATADA NO ARQUIVO DE AUDITORIA DE ESQUECIMENTO,
      *     PARA COMPROVAR O ATENDIMENTO DO PEDIDO. NA TRILHA DE
      *     AUDITORIA DE CLIENTES (CLIENTES_AUDITORIA.DAT) O
      *     ESQUECIMENTO ENTRA SOB UM PROTOCOLO (LGPD+DATA/HORA), SEM
      *     NENHUM DADO PESSOAL, E AO FINAL AS LINHAS ANTERIORES DOS
      *     CLIENTES ESQUECIDOS PASSAM PARA O PROTOCOLO COM OS VALORES
      *     APAGADOS - INCLUSIVE AS GRAVADAS SOB TELEFONES ANTERIORES
      *     DO CLIENTE, SEGUINDO AS TROCAS DE TELEFONE DA TRILHA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ESQUECIMENTO
           ASSIGN TO "lgpd_esquecimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO "clientes_auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TRILHA-TEMP
           ASSIGN TO "clientes_auditoria.tmp"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CLIENTE.
           05 FILLER          PIC X VALUE SPACE.
           05 ESQ-NOME        PIC X(15).

       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-CADASTRO.cpy".

       FD  ARQUIVO-TRILHA-TEMP.
       01  LINHA-TRILHA PIC X(143).

       WORKING-STORAGE SECTION.

       77  WRK-TELEFONE-PEDIDO  PIC 9(11) VALUE ZEROS.
       77  CONFIRMA-EXCLUSAO    PIC A(1) VALUE SPACES.
       77  WRK-DATA-ATUAL       PIC 9(8) VALUE ZEROS.
       77  WRK-HORA-ATUAL       PIC 9(6) VALUE ZEROS.
       77  WRK-RESPONSAVEL      PIC X(12) VALUE SPACES.
       77  WRK-PROTOCOLO        PIC X(18) VALUE SPACES.
       77  WRK-FIM-TRILHA       PIC A(1) VALUE "N".
       77  WRK-QTD-ANONIMIZADAS PIC 9(6) VALUE ZEROS.

      *    CLIENTES ESQUECIDOS NESTA EXECUCAO, COM O PROTOCOLO DE CADA
      *     UM, PARA APAGAR OS DADOS DAS LINHAS ANTIGAS DA TRILHA.
       77  WRK-QTD-ESQUECIDOS   PIC 9(3) VALUE ZEROS.
       77  WRK-IDX              PIC 9(3) VALUE ZEROS.
       77  WRK-ACHOU-ESQUECIDO  PIC A(1) VALUE "N".
       77  WRK-QTD-ANTES        PIC 9(3) VALUE ZEROS.
       77  WRK-IDX-ACHADO       PIC 9(3) VALUE ZEROS.
       77  WRK-ACHOU-REPETIDO   PIC A(1) VALUE "N".
      *    TES-LIMITE: DATA/HORA ATE A QUAL AS LINHAS DA CHAVE SAO DO
      *     CLIENTE ESQUECIDO. NO TELEFONE PEDIDO NAO HA LIMITE; NUM
      *     TELEFONE ANTERIOR E A DATA/HORA DA TROCA - DEPOIS DELA O
      *     NUMERO PODE SER DE OUTRO CLIENTE.
       01  TABELA-ESQUECIDOS.
           05 TES-ITEM OCCURS 200 TIMES.
               10 TES-CHAVE     PIC X(18).
               10 TES-PROTOCOLO PIC X(18).
               10 TES-LIMITE    PIC X(14).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM PEDE-RESPONSAVEL UNTIL WRK-RESPONSAVEL NOT EQUAL
               SPACES.

           DISPLAY "Telefone do cliente a esquecer (0 encerra): ".
           ACCEPT WRK-TELEFONE-PEDIDO.

           OPEN I-O ARQUIVO-CLIENTE.
           OPEN EXTEND ARQUIVO-ESQUECIMENTO.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           PERFORM PROCESSA-PEDIDO
               UNTIL WRK-TELEFONE-PEDIDO EQUAL ZEROS.

           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-ESQUECIMENTO.
           CLOSE ARQUIVO-AUDITORIA.

           IF WRK-QTD-ESQUECIDOS GREATER ZEROS
               PERFORM ANONIMIZA-TRILHA
           END-IF.
           GO TO PROGRAM-DONE.

      *    O RESPONSAVEL PELO ATENDIMENTO VAI COMO USUARIO NA TRILHA.
       PEDE-RESPONSAVEL.
           DISPLAY "Usuario responsavel pelo atendimento: ".
           ACCEPT WRK-RESPONSAVEL.

       PROCESSA-PEDIDO.
           MOVE WRK-TELEFONE-PEDIDO TO WRK-TELEFONE.
           READ ARQUIVO-CLIENTE
           IF CONFIRMA-EXCLUSAO EQUAL "S" OR CONFIRMA-EXCLUSAO
               EQUAL "s"
               PERFORM GRAVA-AUDITORIA-ESQUECIMENTO
               PERFORM GRAVA-TRILHA-ESQUECIMENTO
               DELETE ARQUIVO-CLIENTE RECORD
               DISPLAY "CLIENTE REMOVIDO E ESQUECIMENTO AUDITADO - "
                   "PROTOCOLO " WRK-PROTOCOLO
           END-IF.

       GRAVA-AUDITORIA-ESQUECIMENTO.
           MOVE WRK-NOME TO ESQ-NOME.
           WRITE ESQUECIMENTO-REGISTRO.

      *    LINHA DO ESQUECIMENTO NA TRILHA: CHAVE E O PROTOCOLO, E NEM
      *     O TELEFONE NEM O NOME APAGADOS SAO GRAVADOS.
       GRAVA-TRILHA-ESQUECIMENTO.
           MOVE SPACES TO WRK-PROTOCOLO.
           STRING "LGPD" WRK-DATA-ATUAL WRK-HORA-ATUAL
               DELIMITED BY SIZE INTO WRK-PROTOCOLO.
           MOVE SPACES TO AUDITORIA-CADASTRO-REGISTRO.
           MOVE WRK-PROTOCOLO TO AUC-CHAVE.
           MOVE "ESQUECIMENTO LGPD" TO AUC-CAMPO.
           MOVE "*** DADOS APAGADOS ***" TO AUC-VALOR-ANTIGO.
           MOVE WRK-RESPONSAVEL TO AUC-USUARIO.
           MOVE "PROG60" TO AUC-PROGRAMA.
           STRING WRK-DATA-ATUAL WRK-HORA-ATUAL DELIMITED BY SIZE
               INTO AUC-DATA-HORA.
           WRITE AUDITORIA-CADASTRO-REGISTRO.

           IF WRK-QTD-ESQUECIDOS LESS 200
               ADD 1 TO WRK-QTD-ESQUECIDOS
               MOVE WRK-TELEFONE TO TES-CHAVE (WRK-QTD-ESQUECIDOS)
               MOVE WRK-PROTOCOLO TO TES-PROTOCOLO (WRK-QTD-ESQUECIDOS)
               MOVE ALL "9" TO TES-LIMITE (WRK-QTD-ESQUECIDOS)
           ELSE
               DISPLAY "LIMITE DE 200 ESQUECIMENTOS POR EXECUCAO - "
                   "RODE DE NOVO PARA APAGAR A TRILHA DE " WRK-TELEFONE
           END-IF.

      *----------------------------------------------------------------*
      * APAGA DA TRILHA DE AUDITORIA OS DADOS DOS CLIENTES ESQUECIDOS:  *
      * AS LINHAS DA CHAVE (TELEFONE) PASSAM PARA O PROTOCOLO DO        *
      * ESQUECIMENTO E PERDEM OS VALORES ANTIGO E NOVO. A TRILHA E      *
      * COPIADA PARA O ARQUIVO TEMPORARIO E DEPOIS DE VOLTA.            *
      * A TROCA DE TELEFONE E GRAVADA SOB O TELEFONE NOVO E AS LINHAS   *
      * DE ANTES FICAM SOB O ANTIGO: A LINHA DE TROCA PARA UM TELEFONE  *
      * ESQUECIDO INCLUI O TELEFONE ANTERIOR NA TABELA, COM O MESMO     *
      * PROTOCOLO, E A COPIA E REPETIDA ATE NAO APARECER CHAVE NOVA.    *
      *----------------------------------------------------------------*
       ANONIMIZA-TRILHA.
           MOVE ZEROS TO WRK-QTD-ANONIMIZADAS.
           MOVE ZEROS TO WRK-QTD-ANTES.
           PERFORM PASSA-TRILHA
               UNTIL WRK-QTD-ANTES EQUAL WRK-QTD-ESQUECIDOS.

           DISPLAY "LINHAS DA TRILHA DE AUDITORIA ANONIMIZADAS: "
               WRK-QTD-ANONIMIZADAS.

       PASSA-TRILHA.
           MOVE WRK-QTD-ESQUECIDOS TO WRK-QTD-ANTES.
           MOVE "N" TO WRK-FIM-TRILHA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           OPEN OUTPUT ARQUIVO-TRILHA-TEMP.
           PERFORM LE-TRILHA.
           PERFORM COPIA-TRILHA-ANONIMIZADA
               UNTIL WRK-FIM-TRILHA EQUAL "S".
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-TRILHA-TEMP.

           MOVE "N" TO WRK-FIM-TRILHA.
           OPEN INPUT ARQUIVO-TRILHA-TEMP.
           OPEN OUTPUT ARQUIVO-AUDITORIA.
           PERFORM LE-TRILHA-TEMP.
           PERFORM DEVOLVE-TRILHA UNTIL WRK-FIM-TRILHA EQUAL "S".
           CLOSE ARQUIVO-TRILHA-TEMP.
           CLOSE ARQUIVO-AUDITORIA.

       LE-TRILHA.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO WRK-FIM-TRILHA
           END-READ.

       COPIA-TRILHA-ANONIMIZADA.
           MOVE "N" TO WRK-ACHOU-ESQUECIDO.
           PERFORM PROCURA-ESQUECIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-ESQUECIDOS
                   OR WRK-ACHOU-ESQUECIDO EQUAL "S".

           IF WRK-ACHOU-ESQUECIDO EQUAL "S"
               IF AUC-CAMPO EQUAL "WRK-TELEFONE"
                   AND AUC-VALOR-NOVO EQUAL TES-CHAVE (WRK-IDX-ACHADO)
                   AND AUC-VALOR-ANTIGO NOT EQUAL SPACES
                   PERFORM INCLUI-TELEFONE-ANTERIOR
               END-IF
               IF AUC-VALOR-ANTIGO NOT EQUAL SPACES
                   MOVE "*** APAGADO LGPD ***" TO AUC-VALOR-ANTIGO
               END-IF
               IF AUC-VALOR-NOVO NOT EQUAL SPACES
                   MOVE "*** APAGADO LGPD ***" TO AUC-VALOR-NOVO
               END-IF
               ADD 1 TO WRK-QTD-ANONIMIZADAS
           END-IF.

           MOVE AUDITORIA-CADASTRO-REGISTRO TO LINHA-TRILHA.
           WRITE LINHA-TRILHA.
           PERFORM LE-TRILHA.

       PROCURA-ESQUECIDO.
           IF AUC-CHAVE EQUAL TES-CHAVE (WRK-IDX)
               AND AUC-DATA-HORA NOT GREATER TES-LIMITE (WRK-IDX)
               MOVE TES-PROTOCOLO (WRK-IDX) TO AUC-CHAVE
               MOVE WRK-IDX TO WRK-IDX-ACHADO
               MOVE "S" TO WRK-ACHOU-ESQUECIDO
           END-IF.

      *    TELEFONE ANTERIOR DO CLIENTE ESQUECIDO: ENTRA NA TABELA COM
      *     O PROTOCOLO DO ESQUECIMENTO E A DATA/HORA DA TROCA COMO
      *     LIMITE. SE JA ESTA NA TABELA, SO O LIMITE E ESTENDIDO.
       INCLUI-TELEFONE-ANTERIOR.
           MOVE "N" TO WRK-ACHOU-REPETIDO.
           PERFORM PROCURA-TELEFONE-REPETIDO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-ESQUECIDOS
                   OR WRK-ACHOU-REPETIDO EQUAL "S".

           IF WRK-ACHOU-REPETIDO NOT EQUAL "S"
               IF WRK-QTD-ESQUECIDOS LESS 200
                   ADD 1 TO WRK-QTD-ESQUECIDOS
                   MOVE AUC-VALOR-ANTIGO TO
                       TES-CHAVE (WRK-QTD-ESQUECIDOS)
                   MOVE TES-PROTOCOLO (WRK-IDX-ACHADO) TO
                       TES-PROTOCOLO (WRK-QTD-ESQUECIDOS)
                   MOVE AUC-DATA-HORA TO
                       TES-LIMITE (WRK-QTD-ESQUECIDOS)
               ELSE
                   DISPLAY "LIMITE DE 200 ESQUECIMENTOS POR EXECUCAO - "
                       "RODE DE NOVO PARA APAGAR A TRILHA DE "
                       AUC-VALOR-ANTIGO
               END-IF
           END-IF.

       PROCURA-TELEFONE-REPETIDO.
           IF TES-CHAVE (WRK-IDX) EQUAL AUC-VALOR-ANTIGO
               MOVE "S" TO WRK-ACHOU-REPETIDO
               IF TES-LIMITE (WRK-IDX) LESS AUC-DATA-HORA
                   MOVE AUC-DATA-HORA TO TES-LIMITE (WRK-IDX)
               END-IF
           END-IF.

       LE-TRILHA-TEMP.
           READ ARQUIVO-TRILHA-TEMP
               AT END
                   MOVE "S" TO WRK-FIM-TRILHA
           END-READ.

       DEVOLVE-TRILHA.
           MOVE LINHA-TRILHA TO AUDITORIA-CADASTRO-REGISTRO.
           WRITE AUDITORIA-CADASTRO-REGISTRO.
           PERFORM LE-TRILHA-TEMP.

       PROGRAM-DONE.
           STOP RUN.
