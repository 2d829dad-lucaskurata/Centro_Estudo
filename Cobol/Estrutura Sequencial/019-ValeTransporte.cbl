      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ValeTransporte".
       AUTHOR. "LUCAS KURATA".
      *    RODADA MENSAL DO VALE-TRANSPORTE: PARA CADA FUNCIONARIO
      *     ATIVO COM DESLOCAMENTO CADASTRADO EM VALE_TRANSPORTE.DAT
      *     (PROG99) CALCULA A COMPRA DO MES (TARIFA X VIAGENS POR DIA
      *     DE CADA CONDUCAO X DIAS DE TRABALHO), GRAVA O PEDIDO DE
      *     CREDITO DA OPERADORA (PEDIDO_VALE_TRANSPORTE.DAT, COM
      *     REGISTRO NO MANIFESTO DE SAIDA) E LANCA O MOVIMENTO "V"
      *     DA COMPETENCIA EM MOVIMENTOS_FOLHA.DAT (SEQUENCIA 92) PARA
      *     A FOLHA DESCONTAR A PARTE DO FUNCIONARIO, LIMITADA A 6% DO
      *     SALARIO BASE. QUEM RECUSOU O BENEFICIO NAO ENTRA NO PEDIDO
      *     E TEM O MOVIMENTO DA COMPETENCIA RETIRADO. RODAR DE NOVO
      *     NA MESMA COMPETENCIA REGRAVA O MOVIMENTO E O PEDIDO.
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

           SELECT OPTIONAL ARQUIVO-VALE-TRANSPORTE
           ASSIGN TO "vale_transporte.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VT-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-PEDIDO
           ASSIGN TO "pedido_vale_transporte.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "vale_transporte.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MANIFESTO
           ASSIGN TO "manifesto_saida.dat"
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

       FD  ARQUIVO-VALE-TRANSPORTE.
           COPY "VALE-TRANSPORTE.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

      *    PEDIDO DE CREDITO PARA A OPERADORA DE TRANSPORTE: HEADER (0),
      *    UM DETALHE (1) POR FUNCIONARIO COM O VALOR A CARREGAR NO
      *    CARTAO E AS VIAGENS DO MES, E TRAILER (9) COM QUANTIDADE E
      *    VALOR TOTAL PARA A OPERADORA CRITICAR O LOTE.
       FD  ARQUIVO-PEDIDO.
       01  PEDIDO-HEADER.
           05 PED-H-TIPO        PIC X(1).
           05 PED-H-DATA        PIC 9(8).
           05 PED-H-COMPETENCIA PIC 9(6).
           05 PED-H-EMPRESA     PIC X(30).
       01  PEDIDO-DETALHE.
           05 PED-D-TIPO        PIC X(1).
           05 PED-D-CODIGO      PIC 9(4).
           05 PED-D-NOME        PIC X(20).
           05 PED-D-VIAGENS     PIC 9(4).
           05 PED-D-VALOR       PIC 9(6)V99.
       01  PEDIDO-TRAILER.
           05 PED-T-TIPO        PIC X(1).
           05 PED-T-QTD         PIC 9(6).
           05 PED-T-TOTAL       PIC 9(10)V99.

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-MANIFESTO.
           COPY "MANIFESTO-SAIDA.cpy".

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
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
       77 WRK-PERIODO                        PIC 9(6) VALUE ZEROS.
       77 WRK-VT-ACHADO                      PIC A(1) VALUE "N".
       77 WRK-ROTA-IDX                       PIC 9(1) VALUE ZEROS.
      *    PARTE DO FUNCIONARIO NO CUSTO DO VALE: 6% DO SALARIO BASE,
      *    NUNCA MAIS QUE A PROPRIA COMPRA DO MES.
       77 WRK-PERC-DESCONTO                  PIC 9V99 VALUE 0.06.
       77 WRK-VIAGENS-DIA                    PIC 9(2) VALUE ZEROS.
       77 WRK-VIAGENS-MES                    PIC 9(4) VALUE ZEROS.
       77 WRK-CUSTO-DIA                      PIC 9(4)V99 VALUE ZEROS.
       77 WRK-COMPRA                         PIC 9(6)V99 VALUE ZEROS.
       77 WRK-TETO-DESCONTO                  PIC 9(6)V99 VALUE ZEROS.
       77 WRK-DESCONTO                       PIC 9(6)V99 VALUE ZEROS.
       77 WRK-CUSTO-EMPRESA                  PIC 9(6)V99 VALUE ZEROS.
       77 WRK-PED-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-PED-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO                   PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-RECUSOU                    PIC 9(4) VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.
       77 WRK-COMPRA-EDITADA                 PIC Z(5)9.99.
       77 WRK-DESCONTO-EDITADO               PIC Z(5)9.99.
       77 WRK-EMPRESA-EDITADO                PIC Z(5)9.99.
       77 WRK-TOTAL-EDITADO                  PIC Z(9)9.99.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-PERIODO.
           DISPLAY 'VALE-TRANSPORTE - COMPETENCIA ' WRK-PERIODO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN INPUT ARQUIVO-VALE-TRANSPORTE.
           OPEN I-O ARQUIVO-MOVIMENTOS.
           OPEN OUTPUT ARQUIVO-PEDIDO.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALE-TRANSPORTE - COMPRA E DESCONTO - COMPETENCIA "
               WRK-PERIODO DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MATR NOME                 VIAG      COMPRA  "
               "  DESCONTO   CUSTO EMPR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 6000-GRAVA-PEDIDO-HEADER.

           PERFORM 1000-LE-FUNCIONARIO.
           PERFORM 2000-PROCESSA-FUNCIONARIO
               THRU 2000-PROCESSA-FUNCIONARIO-EXIT
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 6200-GRAVA-PEDIDO-TRAILER.
           PERFORM 7000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-VALE-TRANSPORTE.
           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-PEDIDO.
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

       1000-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * UM FUNCIONARIO: SEM CADASTRO DE DESLOCAMENTO NAO HA BENEFICIO;  *
      * QUEM RECUSOU PERDE O MOVIMENTO DA COMPETENCIA (SE UMA RODADA    *
      * ANTERIOR JA TIVESSE LANCADO); OS DEMAIS ENTRAM NO PEDIDO E      *
      * RECEBEM O MOVIMENTO "V" COM O VALOR DA COMPRA.                  *
      *----------------------------------------------------------------*
       2000-PROCESSA-FUNCIONARIO.
           IF FUNCIONARIO-INATIVO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           MOVE FUNCIONARIO-CODIGO TO VT-CODIGO.
           MOVE "S" TO WRK-VT-ACHADO.
           READ ARQUIVO-VALE-TRANSPORTE
               INVALID KEY
                   MOVE "N" TO WRK-VT-ACHADO
           END-READ.
           IF WRK-VT-ACHADO NOT EQUAL "S"
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           IF NOT VT-OPTOU
               PERFORM 2900-RETIRA-MOVIMENTO
               ADD 1 TO WRK-QTD-RECUSOU
               MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING WRK-CODIGO-EDITADO " " FUNCIONARIO-NOME
                   " RECUSOU O BENEFICIO - SEM VALE E SEM DESCONTO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM 2100-CALCULA-COMPRA.
           IF WRK-COMPRA EQUAL ZEROS
               PERFORM 2900-RETIRA-MOVIMENTO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           COMPUTE WRK-TETO-DESCONTO ROUNDED EQUAL
               FUNCIONARIO-SALARIO-BASE * WRK-PERC-DESCONTO.
           IF WRK-COMPRA LESS WRK-TETO-DESCONTO
               MOVE WRK-COMPRA TO WRK-DESCONTO
           ELSE
               MOVE WRK-TETO-DESCONTO TO WRK-DESCONTO
           END-IF.
           COMPUTE WRK-CUSTO-EMPRESA EQUAL WRK-COMPRA - WRK-DESCONTO.
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTO.

           PERFORM 6100-GRAVA-PEDIDO-DETALHE.
           PERFORM 3000-GRAVA-MOVIMENTO.
           PERFORM 4000-IMPRIME-LINHA.

       2000-PROCESSA-FUNCIONARIO-EXIT.
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * COMPRA DO MES: SOMA DAS CONDUCOES DO DIA (TARIFA X VIAGENS)     *
      * VEZES OS DIAS DE TRABALHO DO CADASTRO.                          *
      *----------------------------------------------------------------*
       2100-CALCULA-COMPRA.
           MOVE ZEROS TO WRK-CUSTO-DIA WRK-VIAGENS-DIA WRK-COMPRA
               WRK-VIAGENS-MES.
           IF VT-QTD-ROTAS GREATER 4
               MOVE 4 TO VT-QTD-ROTAS
           END-IF.
           MOVE ZEROS TO WRK-ROTA-IDX.
           PERFORM 2110-SOMA-ROTA
               UNTIL WRK-ROTA-IDX NOT LESS VT-QTD-ROTAS.
           COMPUTE WRK-COMPRA EQUAL WRK-CUSTO-DIA * VT-DIAS-TRABALHO.
           COMPUTE WRK-VIAGENS-MES EQUAL
               WRK-VIAGENS-DIA * VT-DIAS-TRABALHO.

       2110-SOMA-ROTA.
           ADD 1 TO WRK-ROTA-IDX.
           COMPUTE WRK-CUSTO-DIA EQUAL WRK-CUSTO-DIA +
               (VT-ROTA-TARIFA (WRK-ROTA-IDX) *
                VT-ROTA-VIAGENS (WRK-ROTA-IDX)).
           ADD VT-ROTA-VIAGENS (WRK-ROTA-IDX) TO WRK-VIAGENS-DIA.

      *----------------------------------------------------------------*
      * RETIRA O MOVIMENTO "V" DA COMPETENCIA DE QUEM DEIXOU DE TER O   *
      * BENEFICIO DEPOIS DE UMA RODADA ANTERIOR.                        *
      *----------------------------------------------------------------*
       2900-RETIRA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           MOVE "V" TO MOV-TIPO.
           MOVE 92 TO MOV-SEQUENCIA.
           READ ARQUIVO-MOVIMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQUIVO-MOVIMENTOS RECORD
           END-READ.

      *----------------------------------------------------------------*
      * MOVIMENTO "V" DA COMPETENCIA, SEQUENCIA 92: MOV-VALOR LEVA A    *
      * COMPRA DO MES E MOV-QUANTIDADE OS DIAS - A FOLHA APLICA O TETO  *
      * DE 6% SOBRE O SALARIO BASE VIGENTE NO DIA DO CALCULO.           *
      *----------------------------------------------------------------*
       3000-GRAVA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           MOVE "V" TO MOV-TIPO.
           MOVE 92 TO MOV-SEQUENCIA.
           MOVE VT-DIAS-TRABALHO TO MOV-QUANTIDADE.
           MOVE WRK-COMPRA TO MOV-VALOR.
           WRITE MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE MOVIMENTO-REGISTRO
           END-WRITE.

       4000-IMPRIME-LINHA.
           MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE WRK-COMPRA TO WRK-COMPRA-EDITADA.
           MOVE WRK-DESCONTO TO WRK-DESCONTO-EDITADO.
           MOVE WRK-CUSTO-EMPRESA TO WRK-EMPRESA-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO " " FUNCIONARIO-NOME " "
               WRK-VIAGENS-MES " " WRK-COMPRA-EDITADA " "
               WRK-DESCONTO-EDITADO " " WRK-EMPRESA-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * PEDIDO DA OPERADORA: HEADER, UM DETALHE POR FUNCIONARIO E       *
      * TRAILER COM QUANTIDADE E VALOR TOTAL DO LOTE.                   *
      *----------------------------------------------------------------*
       6000-GRAVA-PEDIDO-HEADER.
           MOVE "0" TO PED-H-TIPO.
           MOVE WRK-DATA-ATUAL TO PED-H-DATA.
           MOVE WRK-PERIODO TO PED-H-COMPETENCIA.
           MOVE "EMPRESA MODELO LTDA" TO PED-H-EMPRESA.
           WRITE PEDIDO-HEADER.

       6100-GRAVA-PEDIDO-DETALHE.
           MOVE "1" TO PED-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO PED-D-CODIGO.
           MOVE FUNCIONARIO-NOME TO PED-D-NOME.
           MOVE WRK-VIAGENS-MES TO PED-D-VIAGENS.
           MOVE WRK-COMPRA TO PED-D-VALOR.
           WRITE PEDIDO-DETALHE.
           ADD 1 TO WRK-PED-QTD.
           ADD WRK-COMPRA TO WRK-PED-TOTAL.

       6200-GRAVA-PEDIDO-TRAILER.
           MOVE "9" TO PED-T-TIPO.
           MOVE WRK-PED-QTD TO PED-T-QTD.
           MOVE WRK-PED-TOTAL TO PED-T-TOTAL.
           WRITE PEDIDO-TRAILER.
           PERFORM 6300-GRAVA-MANIFESTO.

      *----------------------------------------------------------------*
      * REGISTRO DE CONTROLE DA GERACAO NO MANIFESTO DE SAIDA, COMO A   *
      * REMESSA BANCARIA: A OPERADORA CONFERE CONTAGEM E SOMA.          *
      *----------------------------------------------------------------*
       6300-GRAVA-MANIFESTO.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-MANIFESTO.
           MOVE SPACES TO MANIFESTO-REGISTRO.
           MOVE "pedido_vale_transporte.dat" TO MAN-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO MAN-DATA.
           MOVE WRK-ERR-HORA TO MAN-HORA.
           MOVE WRK-PED-QTD TO MAN-QTD-REGISTROS.
           MOVE WRK-PED-TOTAL TO MAN-SOMA-VALOR.
           MOVE "N" TO MAN-ENVIADO.
           WRITE MANIFESTO-REGISTRO.
           CLOSE ARQUIVO-MANIFESTO.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-PED-TOTAL TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS NO PEDIDO: " WRK-PED-QTD
               "   VALOR DO PEDIDO: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DESCONTO PREVISTO NA FOLHA: " WRK-TOTAL-EDITADO
               "   RECUSARAM: " WRK-QTD-RECUSOU
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY 'PEDIDO DE VALE-TRANSPORTE GRAVADO - FUNCIONARIOS: '
               WRK-PED-QTD.

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
           MOVE "VALETRAN" TO ERR-PROGRAMA.
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
