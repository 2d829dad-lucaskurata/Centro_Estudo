      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ComprasFuncionarios".
       AUTHOR. "LUCAS KURATA".
      *    FECHAMENTO MENSAL DAS COMPRAS DOS FUNCIONARIOS NO POSTO: JUNTA
      *     AS VENDAS ATIVAS DA COMPETENCIA PAGAS NA CONTA DO
      *     FUNCIONARIO (FORMA E) E O SALDO QUE FICOU DE FOLHAS
      *     ANTERIORES (CONSUMO_FUNCIONARIOS.DAT), E LANCA O MOVIMENTO
      *     "D" DA COMPETENCIA EM MOVIMENTOS_FOLHA.DAT (SEQUENCIA 95)
      *     PARA A FOLHA DESCONTAR. O DESCONTO NUNCA PASSA DE 30% DO
      *     LIQUIDO DA ULTIMA FOLHA MENSAL DO FUNCIONARIO (SEM FOLHA
      *     ANTERIOR, DO SALARIO BASE); O QUE NAO COUBE FICA NA CONTA
      *     PARA O MES SEGUINTE. O EXTRATO (COMPRAS_FUNCIONARIOS.LST)
      *     LISTA AS COMPRAS POR TRAS DE CADA DESCONTO. RODAR DE NOVO
      *     NA MESMA COMPETENCIA REFAZ O CALCULO A PARTIR DO SALDO
      *     ANTERIOR AO PRIMEIRO FECHAMENTO E REGRAVA O MOVIMENTO.
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
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-VENDAS
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONSUMO-FUNC
           ASSIGN TO "consumo_funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CFU-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO "folha_historico.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS HIST-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT SORT-COMPRAS
           ASSIGN TO "compsort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "compras_funcionarios.lst"
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

       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-CONSUMO-FUNC.
           COPY "CONSUMO-FUNCIONARIO.cpy".

       FD  ARQUIVO-HISTORICO.
           COPY "FOLHA-HISTORICO.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

      *    UM REGISTRO "A" POR CONTA DE CONSUMO (SALDO ANTERIOR EM
      *    SRT-LIQUIDO) SEGUIDO DAS COMPRAS "V" DA COMPETENCIA, EM
      *    ORDEM DE FUNCIONARIO, DATA E HORA. CONTA COM COMPETENCIA
      *    POSTERIOR JA FECHADA VEM COM SRT-TIPO "B" (BLOQUEADA).
       SD  SORT-COMPRAS.
       01  SORT-COMPRA-REGISTRO.
           05 SRT-CODIGO          PIC 9(4).
           05 SRT-ORIGEM          PIC X(1).
           05 SRT-DATA            PIC 9(8).
           05 SRT-HORA            PIC 9(6).
           05 SRT-CUPOM           PIC 9(6).
           05 SRT-TIPO            PIC X(1).
           05 SRT-LITROS          PIC 9(3).
           05 SRT-LIQUIDO         PIC 9(5)V99.

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
       77 WRK-FIM-SORT                       PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
       77 WRK-PERIODO                        PIC 9(6) VALUE ZEROS.
       77 WRK-PERIODO-ANTERIOR               PIC 9(6) VALUE ZEROS.
      *    PARTE DO LIQUIDO QUE PODE IR PARA O DESCONTO DAS COMPRAS.
       77 WRK-PERC-TETO-DESCONTO             PIC 9V99 VALUE 0.30.
      *    FUNCIONARIO CORRENTE NA QUEBRA DO SORT.
       77 WRK-CODIGO-ATUAL                   PIC 9(4) VALUE ZEROS.
       77 WRK-FUNCIONARIO-ACHADO             PIC A(1) VALUE "N".
       77 WRK-CONTA-BLOQUEADA                PIC A(1) VALUE "N".
       77 WRK-CABECALHO-IMPRESSO             PIC A(1) VALUE "N".
       77 WRK-ORIGEM-BASE                    PIC X(14) VALUE SPACES.
       77 WRK-QTD-COMPRAS                    PIC 9(4) VALUE ZEROS.
       77 WRK-LITROS-COMPRAS                 PIC 9(6) VALUE ZEROS.
       77 WRK-VALOR-COMPRAS                  PIC 9(6)V99 VALUE ZEROS.
       77 WRK-SALDO-ANTERIOR                 PIC 9(6)V99 VALUE ZEROS.
       77 WRK-DEVIDO                         PIC 9(6)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-BASE                   PIC 9(7)V99 VALUE ZEROS.
       77 WRK-TETO-DESCONTO                  PIC 9(6)V99 VALUE ZEROS.
       77 WRK-DESCONTO                       PIC 9(6)V99 VALUE ZEROS.
       77 WRK-RESIDUO                        PIC 9(6)V99 VALUE ZEROS.
      *    TOTAIS DA RODADA.
       77 WRK-QTD-FUNCIONARIOS               PIC 9(4) VALUE ZEROS.
       77 WRK-TOT-COMPRAS                    PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TOT-DESCONTO                   PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TOT-RESIDUO                    PIC 9(8)V99 VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.
       77 WRK-LITROS-EDITADO                 PIC ZZ9.
       77 WRK-VALOR-EDITADO                  PIC Z(5)9.99.
       77 WRK-TOTAL-EDITADO                  PIC Z(7)9.99.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-PERIODO.
      *    JANEIRO VOLTA PARA DEZEMBRO DO ANO ANTERIOR (AAAA01 - 89).
           IF WRK-PERIODO (5:2) EQUAL 01
               COMPUTE WRK-PERIODO-ANTERIOR EQUAL WRK-PERIODO - 89
           ELSE
               COMPUTE WRK-PERIODO-ANTERIOR EQUAL WRK-PERIODO - 1
           END-IF.
           DISPLAY 'COMPRAS DE FUNCIONARIOS - COMPETENCIA ' WRK-PERIODO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN INPUT ARQUIVO-HISTORICO.
           OPEN I-O ARQUIVO-MOVIMENTOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXTRATO DE COMPRAS DE FUNCIONARIOS NO POSTO - "
               "COMPETENCIA " WRK-PERIODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-COMPRAS
               ON ASCENDING KEY SRT-CODIGO SRT-ORIGEM SRT-DATA
                                SRT-HORA
               INPUT PROCEDURE IS 1000-SELECIONA-COMPRAS
               OUTPUT PROCEDURE IS 2000-PROCESSA-COMPRAS.

           PERFORM 7000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.
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
      * ENTRADA DO SORT: AS COMPRAS ATIVAS DA COMPETENCIA NA CONTA DO   *
      * FUNCIONARIO E UM REGISTRO POR CONTA DE CONSUMO COM O SALDO DE   *
      * PARTIDA - NUMA REPETICAO DO FECHAMENTO, O SALDO GUARDADO ANTES  *
      * DO PRIMEIRO FECHAMENTO DA COMPETENCIA.                          *
      *----------------------------------------------------------------*
       1000-SELECIONA-COMPRAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-VENDAS.
           PERFORM 1100-LE-VENDA.
           PERFORM 1200-SELECIONA-VENDA
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-VENDAS.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CONSUMO-FUNC.
           PERFORM 1300-LE-CONTA.
           PERFORM 1400-SELECIONA-CONTA
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CONSUMO-FUNC.

       1100-LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-SELECIONA-VENDA.
           IF PAGAMENTO-FUNCIONARIO
               AND NOT VENDA-CANCELADA
               AND VENDA-DATA (1:6) EQUAL WRK-PERIODO
               AND VENDA-FUNCIONARIO NUMERIC
               AND VENDA-FUNCIONARIO GREATER ZEROS
               MOVE VENDA-FUNCIONARIO TO SRT-CODIGO
               MOVE "V" TO SRT-ORIGEM
               MOVE VENDA-DATA TO SRT-DATA
               MOVE VENDA-HORA TO SRT-HORA
               MOVE VENDA-CUPOM TO SRT-CUPOM
               MOVE VENDA-TIPO TO SRT-TIPO
               MOVE VENDA-LITROS TO SRT-LITROS
               MOVE VENDA-LIQUIDO TO SRT-LIQUIDO
               RELEASE SORT-COMPRA-REGISTRO
           END-IF.
           PERFORM 1100-LE-VENDA.

       1300-LE-CONTA.
           READ ARQUIVO-CONSUMO-FUNC NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1400-SELECIONA-CONTA.
           MOVE CFU-CODIGO TO SRT-CODIGO.
           MOVE "A" TO SRT-ORIGEM.
           MOVE ZEROS TO SRT-DATA SRT-HORA SRT-CUPOM SRT-LITROS.
           MOVE SPACE TO SRT-TIPO.
           IF CFU-PERIODO-FECHADO EQUAL WRK-PERIODO
               MOVE CFU-SALDO-ANTERIOR TO SRT-LIQUIDO
           ELSE
               MOVE CFU-SALDO-DESCONTAR TO SRT-LIQUIDO
               IF CFU-PERIODO-FECHADO GREATER WRK-PERIODO
                   MOVE "B" TO SRT-TIPO
               END-IF
           END-IF.
           RELEASE SORT-COMPRA-REGISTRO.
           PERFORM 1300-LE-CONTA.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: QUEBRA POR FUNCIONARIO - CADA UM VIRA UM BLOCO   *
      * DO EXTRATO E UM MOVIMENTO "D" NA FOLHA.                         *
      *----------------------------------------------------------------*
       2000-PROCESSA-COMPRAS.
           OPEN I-O ARQUIVO-CONSUMO-FUNC.
           PERFORM 2100-OBTEM-COMPRA.
           PERFORM 2200-PROCESSA-COMPRA UNTIL WRK-FIM-SORT EQUAL "S".
           IF WRK-CODIGO-ATUAL GREATER ZEROS
               PERFORM 2600-FECHA-FUNCIONARIO
                   THRU 2600-FECHA-FUNCIONARIO-EXIT
           END-IF.
           CLOSE ARQUIVO-CONSUMO-FUNC.

       2100-OBTEM-COMPRA.
           RETURN SORT-COMPRAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2200-PROCESSA-COMPRA.
           IF SRT-CODIGO NOT EQUAL WRK-CODIGO-ATUAL
               IF WRK-CODIGO-ATUAL GREATER ZEROS
                   PERFORM 2600-FECHA-FUNCIONARIO
                       THRU 2600-FECHA-FUNCIONARIO-EXIT
               END-IF
               PERFORM 2300-ABRE-FUNCIONARIO
           END-IF.

           IF SRT-ORIGEM EQUAL "A"
               MOVE SRT-LIQUIDO TO WRK-SALDO-ANTERIOR
               IF SRT-TIPO EQUAL "B"
                   MOVE "S" TO WRK-CONTA-BLOQUEADA
               END-IF
           ELSE
               ADD 1 TO WRK-QTD-COMPRAS
               ADD SRT-LITROS TO WRK-LITROS-COMPRAS
               ADD SRT-LIQUIDO TO WRK-VALOR-COMPRAS
               PERFORM 2400-IMPRIME-COMPRA
           END-IF.

           PERFORM 2100-OBTEM-COMPRA.

       2300-ABRE-FUNCIONARIO.
           MOVE SRT-CODIGO TO WRK-CODIGO-ATUAL.
           MOVE ZEROS TO WRK-QTD-COMPRAS WRK-LITROS-COMPRAS
               WRK-VALOR-COMPRAS WRK-SALDO-ANTERIOR.
           MOVE "N" TO WRK-CONTA-BLOQUEADA.
           MOVE "N" TO WRK-CABECALHO-IMPRESSO.

           MOVE SRT-CODIGO TO FUNCIONARIO-CODIGO.
           MOVE "S" TO WRK-FUNCIONARIO-ACHADO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "N" TO WRK-FUNCIONARIO-ACHADO
                   MOVE "FUNCIONARIO SEM CADASTRO" TO FUNCIONARIO-NOME
                   MOVE ZEROS TO FUNCIONARIO-SALARIO-BASE
                   MOVE SPACE TO FUNCIONARIO-STATUS
           END-READ.

       2350-IMPRIME-CABECALHO.
           MOVE "S" TO WRK-CABECALHO-IMPRESSO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-CODIGO-ATUAL TO WRK-CODIGO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIO " WRK-CODIGO-EDITADO " "
               FUNCIONARIO-NOME " " FUNCIONARIO-DEPARTAMENTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DATA     HORA   CUPOM  COMB LITROS      VALOR"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       2400-IMPRIME-COMPRA.
           IF WRK-CABECALHO-IMPRESSO NOT EQUAL "S"
               PERFORM 2350-IMPRIME-CABECALHO
           END-IF.
           MOVE SRT-LITROS TO WRK-LITROS-EDITADO.
           MOVE SRT-LIQUIDO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " SRT-DATA " " SRT-HORA " " SRT-CUPOM
               "    " SRT-TIPO "   " WRK-LITROS-EDITADO
               "  " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * FECHA O FUNCIONARIO: DEVIDO = SALDO ANTERIOR + COMPRAS DO MES;  *
      * O DESCONTO E O DEVIDO ATE O TETO (30% DO LIQUIDO BASE) E O      *
      * RESTO FICA NA CONTA. FUNCIONARIO DESLIGADO NAO TEM MAIS FOLHA   *
      * MENSAL: NAO RECEBE MOVIMENTO E O DEVIDO FICA PARA A RESCISAO.   *
      * CONTA JA FECHADA NUMA COMPETENCIA POSTERIOR NAO E MEXIDA.       *
      *----------------------------------------------------------------*
       2600-FECHA-FUNCIONARIO.
           COMPUTE WRK-DEVIDO EQUAL
               WRK-SALDO-ANTERIOR + WRK-VALOR-COMPRAS.

           IF WRK-CONTA-BLOQUEADA EQUAL "S"
               MOVE WRK-CODIGO-ATUAL TO WRK-CODIGO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FUNCIONARIO " WRK-CODIGO-EDITADO
                   " - CONTA JA FECHADA EM COMPETENCIA POSTERIOR - "
                   "NAO REFEITA"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO 2600-FECHA-FUNCIONARIO-EXIT
           END-IF.

           IF WRK-DEVIDO EQUAL ZEROS
               PERFORM 2900-RETIRA-MOVIMENTO
               MOVE ZEROS TO WRK-RESIDUO
               PERFORM 3500-ATUALIZA-CONTA
               GO TO 2600-FECHA-FUNCIONARIO-EXIT
           END-IF.

           IF WRK-CABECALHO-IMPRESSO NOT EQUAL "S"
               PERFORM 2350-IMPRIME-CABECALHO
           END-IF.

           IF WRK-FUNCIONARIO-ACHADO NOT EQUAL "S"
               OR NOT FUNCIONARIO-ATIVO
               PERFORM 2900-RETIRA-MOVIMENTO
               MOVE ZEROS TO WRK-DESCONTO WRK-TETO-DESCONTO
               MOVE WRK-DEVIDO TO WRK-RESIDUO
               MOVE "SEM FOLHA" TO WRK-ORIGEM-BASE
           ELSE
               PERFORM 2700-CALCULA-TETO
               IF WRK-DEVIDO LESS WRK-TETO-DESCONTO
                   MOVE WRK-DEVIDO TO WRK-DESCONTO
               ELSE
                   MOVE WRK-TETO-DESCONTO TO WRK-DESCONTO
               END-IF
               COMPUTE WRK-RESIDUO EQUAL WRK-DEVIDO - WRK-DESCONTO
               IF WRK-DESCONTO GREATER ZEROS
                   PERFORM 3000-GRAVA-MOVIMENTO
               ELSE
                   PERFORM 2900-RETIRA-MOVIMENTO
               END-IF
           END-IF.

           PERFORM 3500-ATUALIZA-CONTA.
           PERFORM 4000-IMPRIME-RESUMO.

           ADD 1 TO WRK-QTD-FUNCIONARIOS.
           ADD WRK-VALOR-COMPRAS TO WRK-TOT-COMPRAS.
           ADD WRK-DESCONTO TO WRK-TOT-DESCONTO.
           ADD WRK-RESIDUO TO WRK-TOT-RESIDUO.

       2600-FECHA-FUNCIONARIO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * TETO DO DESCONTO: 30% DO LIQUIDO DA FOLHA MENSAL ATIVA DA       *
      * COMPETENCIA ANTERIOR (A DA COMPETENCIA AINDA NAO FOI CALCULADA) *
      * OU, SEM ELA, DO SALARIO BASE DO CADASTRO.                       *
      *----------------------------------------------------------------*
       2700-CALCULA-TETO.
           MOVE WRK-PERIODO-ANTERIOR TO HIST-PERIODO.
           MOVE WRK-CODIGO-ATUAL TO HIST-CODIGO.
           MOVE "M" TO HIST-TIPO.
           MOVE FUNCIONARIO-SALARIO-BASE TO WRK-LIQUIDO-BASE.
           MOVE "SALARIO BASE" TO WRK-ORIGEM-BASE.
           READ ARQUIVO-HISTORICO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF HIST-ATIVO
                       MOVE HIST-LIQUIDO TO WRK-LIQUIDO-BASE
                       MOVE "LIQUIDO" TO WRK-ORIGEM-BASE
                   END-IF
           END-READ.
           COMPUTE WRK-TETO-DESCONTO ROUNDED EQUAL
               WRK-LIQUIDO-BASE * WRK-PERC-TETO-DESCONTO.

      *----------------------------------------------------------------*
      * RETIRA O MOVIMENTO "D" DA COMPETENCIA QUANDO NAO HA MAIS O QUE  *
      * DESCONTAR (COMPRA CANCELADA DEPOIS DE UMA RODADA ANTERIOR).     *
      *----------------------------------------------------------------*
       2900-RETIRA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE WRK-CODIGO-ATUAL TO MOV-CODIGO.
           MOVE "D" TO MOV-TIPO.
           MOVE 95 TO MOV-SEQUENCIA.
           READ ARQUIVO-MOVIMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQUIVO-MOVIMENTOS RECORD
           END-READ.

      *----------------------------------------------------------------*
      * MOVIMENTO "D" DA COMPETENCIA, SEQUENCIA 95: MOV-VALOR LEVA O    *
      * DESCONTO JA LIMITADO E MOV-QUANTIDADE O NUMERO DE COMPRAS.      *
      *----------------------------------------------------------------*
       3000-GRAVA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE WRK-CODIGO-ATUAL TO MOV-CODIGO.
           MOVE "D" TO MOV-TIPO.
           MOVE 95 TO MOV-SEQUENCIA.
           MOVE WRK-QTD-COMPRAS TO MOV-QUANTIDADE.
           MOVE WRK-DESCONTO TO MOV-VALOR.
           WRITE MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE MOVIMENTO-REGISTRO
           END-WRITE.

      *----------------------------------------------------------------*
      * GUARDA NA CONTA O SALDO DE PARTIDA DA COMPETENCIA (SO NO        *
      * PRIMEIRO FECHAMENTO) E O QUE FICOU PARA DESCONTAR DEPOIS.       *
      *----------------------------------------------------------------*
       3500-ATUALIZA-CONTA.
           MOVE WRK-CODIGO-ATUAL TO CFU-CODIGO.
           READ ARQUIVO-CONSUMO-FUNC
               INVALID KEY
                   MOVE WRK-PERIODO TO CFU-PERIODO-CONSUMO
                   MOVE WRK-VALOR-COMPRAS TO CFU-CONSUMO-MES
                   MOVE WRK-PERIODO TO CFU-PERIODO-FECHADO
                   MOVE ZEROS TO CFU-SALDO-ANTERIOR
                   MOVE WRK-RESIDUO TO CFU-SALDO-DESCONTAR
                   WRITE CONSUMO-FUNCIONARIO-REGISTRO
               NOT INVALID KEY
                   IF CFU-PERIODO-FECHADO NOT EQUAL WRK-PERIODO
                       MOVE WRK-SALDO-ANTERIOR TO CFU-SALDO-ANTERIOR
                       MOVE WRK-PERIODO TO CFU-PERIODO-FECHADO
                   END-IF
                   MOVE WRK-RESIDUO TO CFU-SALDO-DESCONTAR
                   REWRITE CONSUMO-FUNCIONARIO-REGISTRO
           END-READ.

       4000-IMPRIME-RESUMO.
           MOVE WRK-VALOR-COMPRAS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  COMPRAS DO MES ..............: " WRK-VALOR-EDITADO
               "  (" WRK-QTD-COMPRAS " CUPONS)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  SALDO DE FOLHAS ANTERIORES ..: " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-DEVIDO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TOTAL DEVIDO ................: " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TETO-DESCONTO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  TETO DO DESCONTO (30%) ......: " WRK-VALOR-EDITADO
               "  BASE: " WRK-ORIGEM-BASE
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-DESCONTO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  DESCONTO NA FOLHA ...........: " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-RESIDUO TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WRK-FUNCIONARIO-ACHADO NOT EQUAL "S"
               OR NOT FUNCIONARIO-ATIVO
               STRING "  A COBRAR NA RESCISAO ........: "
                   WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "  SALDO PARA O PROXIMO MES ....: "
                   WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-COMPRAS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS: " WRK-QTD-FUNCIONARIOS
               "   COMPRAS DO MES: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-DESCONTO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DESCONTO LANCADO NA FOLHA: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-RESIDUO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SALDO QUE FICA NAS CONTAS: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY 'COMPRAS DE FUNCIONARIOS FECHADAS - FUNCIONARIOS: '
               WRK-QTD-FUNCIONARIOS.

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
           MOVE "COMPFUNC" TO ERR-PROGRAMA.
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
