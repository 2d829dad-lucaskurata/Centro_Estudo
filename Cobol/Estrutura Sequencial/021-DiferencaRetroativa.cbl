      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "DiferencaRetroativa".
       AUTHOR. "LUCAS KURATA".
      *    DIFERENCAS SALARIAIS RETROATIVAS: QUANDO UM REAJUSTE
      *     (DISSIDIO) E ASSINADO COM DATA PARA TRAS, O PROG48 SO MUDA
      *     O SALARIO BASE ATUAL. ESTA RODADA LE FOLHA_HISTORICO.DAT
      *     DAS COMPETENCIAS JA FECHADAS, DESDE A DATA DO ACORDO ATE A
      *     COMPETENCIA ANTERIOR A ATUAL, E REFAZ CADA MES COM O
      *     SALARIO NOVO: A PARTE DO BRUTO QUE ACOMPANHA O SALARIO
      *     (SALARIO, HORAS, FALTAS, FERIAS, AFASTAMENTOS) E REAJUSTADA
      *     PELO PERCENTUAL; COMISSAO E DIFERENCA RETROATIVA JA PAGA
      *     NO MES FICAM DE FORA. O IR, O INSS E O FGTS DA DIFERENCA
      *     SAO CALCULADOS NAS TABELAS DA COMPETENCIA REFEITA. CADA MES
      *     REFEITO VIRA UM REGISTRO EM DIFERENCAS_RETROATIVAS.DAT NA
      *     COMPETENCIA ATUAL, QUE A FOLHA PAGA EM LINHA PROPRIA DE
      *     PROVENTO, E UMA LINHA DO RELATORIO PARA A CONTABILIDADE
      *     (DIFERENCAS_RETROATIVAS.LST). NO MODO PREVIA (P) SO
      *     IMPRIME; NO MODO EFETIVO (E) GRAVA, SUBSTITUINDO O QUE UMA
      *     RODADA ANTERIOR DA MESMA COMPETENCIA TENHA GRAVADO PARA OS
      *     FUNCIONARIOS DO LOTE.
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
           SELECT ARQUIVO-HISTORICO
           ASSIGN TO "folha_historico.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS HIST-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DIFERENCAS
           ASSIGN TO "diferencas_retroativas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DIFERENCA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DEPENDENTES
           ASSIGN TO "dependentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPENDENTE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PERIODOS
           ASSIGN TO "folha_periodos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PERIODO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TABELAS
           ASSIGN TO "tabelas_tributos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TABELA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "diferencas_retroativas.lst"
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
       FD  ARQUIVO-HISTORICO.
           COPY "FOLHA-HISTORICO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-DIFERENCAS.
           COPY "DIFERENCA-RETROATIVA.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

       FD  ARQUIVO-DEPENDENTES.
           COPY "DEPENDENTE-REGISTRO.cpy".

       FD  ARQUIVO-PERIODOS.
           COPY "PERIODO-FOLHA.cpy".

       FD  ARQUIVO-TABELAS.
           COPY "TABELA-TRIBUTOS.cpy".

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
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
      *    COMPETENCIA ATUAL (DE PAGAMENTO DAS DIFERENCAS) E PARAMETROS
      *    DO ACORDO DIGITADOS PELO OPERADOR.
       77 WRK-PERIODO                        PIC 9(6) VALUE ZEROS.
       77 WRK-PERIODO-INICIAL                PIC 9(6) VALUE ZEROS.
       77 WRK-PERCENTUAL                     PIC 9(2)V99 VALUE ZEROS.
       77 WRK-DEPARTAMENTO                   PIC X(15) VALUE SPACES.
       77 WRK-MODO                           PIC A(1) VALUE "P".
       77 WRK-PERIODO-FECHADO                PIC A(1) VALUE "N".
      *    COMPETENCIA REFEITA CORRENTE (QUEBRA DO RELATORIO).
       77 WRK-COMPETENCIA                    PIC 9(6) VALUE ZEROS.
       77 WRK-COMPETENCIA-FECHADA            PIC A(1) VALUE "N".
       77 WRK-FORA-LOTE                      PIC A(1) VALUE "N".
       77 WRK-FIM-DIFERENCAS                 PIC A(1) VALUE "N".
       77 WRK-FIM-MOVIMENTOS                 PIC A(1) VALUE "N".
       77 WRK-FIM-DEPENDENTES                PIC A(1) VALUE "N".
       77 WRK-QTD-DEPENDENTES                PIC 9(2) VALUE ZEROS.
      *    REFACAO DO MES: PARTE FIXA (COMISSAO E RETROATIVO JA PAGO NO
      *    MES) NAO ACOMPANHA O SALARIO.
       77 WRK-PARTE-FIXA                     PIC 9(7)V99 VALUE ZEROS.
       77 WRK-BASE-REAJUSTE                  PIC S9(7)V99 VALUE ZEROS.
       77 WRK-BRUTO-REFEITO                  PIC 9(7)V99 VALUE ZEROS.
       77 WRK-DIF-BRUTO                      PIC 9(7)V99 VALUE ZEROS.
       77 WRK-DIF-IR                         PIC S9(7)V99 VALUE ZEROS.
       77 WRK-DIF-INSS                       PIC S9(7)V99 VALUE ZEROS.
       77 WRK-DIF-FGTS                       PIC 9(7)V99 VALUE ZEROS.
      *    CALCULO DE IR/INSS DE UM BRUTO NAS TABELAS DA COMPETENCIA.
       77 WRK-CALC-BRUTO                     PIC 9(7)V99 VALUE ZEROS.
       77 WRK-CALC-BASE-IR                   PIC S9(7)V99 VALUE ZEROS.
       77 WRK-CALC-IR                        PIC S9(7)V99 VALUE ZEROS.
       77 WRK-CALC-INSS                      PIC S9(7)V99 VALUE ZEROS.
       77 WRK-IR-ANTERIOR                    PIC S9(7)V99 VALUE ZEROS.
       77 WRK-INSS-ANTERIOR                  PIC S9(7)V99 VALUE ZEROS.
       77 WRK-IR-ALIQUOTA                    PIC 9V9999 VALUE ZEROS.
       77 WRK-IR-DEDUCAO                     PIC 9(5)V99 VALUE ZEROS.
       77 WRK-INSS-ALIQUOTA                  PIC 9V9999 VALUE ZEROS.
       77 WRK-DEDUCAO-DEPENDENTE             PIC 9(5)V99 VALUE ZEROS.
      *    TOTAIS DA COMPETENCIA REFEITA E GERAIS.
       77 WRK-CMP-QTD                        PIC 9(5) VALUE ZEROS.
       77 WRK-CMP-BRUTO                      PIC 9(8)V99 VALUE ZEROS.
       77 WRK-CMP-IR                         PIC 9(8)V99 VALUE ZEROS.
       77 WRK-CMP-INSS                       PIC 9(8)V99 VALUE ZEROS.
       77 WRK-CMP-FGTS                       PIC 9(8)V99 VALUE ZEROS.
       77 WRK-QTD-MESES                      PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-ABERTAS                    PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-INATIVOS                   PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SUBSTITUIDOS               PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-BRUTO                      PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TOT-IR                         PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TOT-INSS                       PIC 9(8)V99 VALUE ZEROS.
       77 WRK-TOT-FGTS                       PIC 9(8)V99 VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.
       77 WRK-ANTERIOR-EDITADO               PIC Z(6)9.99.
       77 WRK-REFEITO-EDITADO                PIC Z(6)9.99.
       77 WRK-DIFERENCA-EDITADO              PIC Z(6)9.99.
       77 WRK-IR-EDITADO                     PIC Z(5)9.99.
       77 WRK-INSS-EDITADO                   PIC Z(5)9.99.
       77 WRK-FGTS-EDITADO                   PIC Z(5)9.99.
       77 WRK-TOTAL-EDITADO                  PIC Z(7)9.99.

      *    TABELAS DE TRIBUTOS DA COMPETENCIA REFEITA, CARREGADAS DE
      *    TABELAS_TRIBUTOS.DAT COMO NA FOLHA (SEM VIGENCIA CADASTRADA
      *    PARA UM TIPO, VALEM OS PADROES DE 0650-TABELAS-PADRAO).
       77 WRK-FIM-TABELAS                     PIC A(1) VALUE "N".
       77 WRK-FGTS-ALIQUOTA                   PIC 9V9999 VALUE ZEROS.
       77 WRK-QTD-FAIXAS-IR                   PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-FAIXAS-INSS                 PIC 9(2) VALUE ZEROS.
       77 WRK-VIG-IR                          PIC 9(8) VALUE ZEROS.
       77 WRK-VIG-INSS                        PIC 9(8) VALUE ZEROS.
       77 WRK-VIG-DEPENDENTE                  PIC 9(8) VALUE ZEROS.
       77 WRK-VIG-FGTS                        PIC 9(8) VALUE ZEROS.
       77 WRK-TAB-PERIODO                     PIC 9(6) VALUE ZEROS.
       77 WRK-FX-IDX                          PIC 9(2) VALUE ZEROS.
       77 WRK-FX-ACHADA                       PIC A(1) VALUE "N".
       01 WRK-TABELA-IR.
           05 WRK-IR-FAIXA OCCURS 10 TIMES.
               10 WRK-IR-FX-LIMITE           PIC 9(7)V99.
               10 WRK-IR-FX-ALIQUOTA         PIC 9V9999.
               10 WRK-IR-FX-DEDUCAO          PIC 9(5)V99.
       01 WRK-TABELA-INSS.
           05 WRK-INSS-FAIXA OCCURS 10 TIMES.
               10 WRK-INSS-FX-LIMITE         PIC 9(7)V99.
               10 WRK-INSS-FX-ALIQUOTA       PIC 9V9999.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           DISPLAY 'PERCENTUAL DO REAJUSTE (EX: 05.50 PARA 5,5%): '
           ACCEPT WRK-PERCENTUAL.
           DISPLAY 'COMPETENCIA DE INICIO DO REAJUSTE (AAAAMM): '
           ACCEPT WRK-PERIODO-INICIAL.
           DISPLAY 'DEPARTAMENTO (VAZIO = TODOS): '
           ACCEPT WRK-DEPARTAMENTO.
           DISPLAY 'MODO: P-PREVIA (NAO GRAVA)  E-EFETIVO: '
           ACCEPT WRK-MODO.
           IF WRK-MODO EQUAL 'e'
               MOVE 'E' TO WRK-MODO
           END-IF.
           IF WRK-MODO NOT EQUAL 'E'
               MOVE 'P' TO WRK-MODO
           END-IF.

           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-PERIODO.

           IF WRK-PERCENTUAL EQUAL ZEROS
               OR WRK-PERIODO-INICIAL NOT LESS WRK-PERIODO
               OR WRK-PERIODO-INICIAL (5:2) LESS '01'
               OR WRK-PERIODO-INICIAL (5:2) GREATER '12'
               DISPLAY 'PERCENTUAL ZERADO OU COMPETENCIA DE INICIO '
                   'INVALIDA (DEVE SER ANTERIOR A ' WRK-PERIODO
                   ') - NADA A CALCULAR.'
               STOP RUN
           END-IF.

      *    AS DIFERENCAS SAO PAGAS NA FOLHA DA COMPETENCIA ATUAL: COM
      *    ELA JA FECHADA NAO HA ONDE LANCAR.
           MOVE WRK-PERIODO TO WRK-TAB-PERIODO.
           PERFORM 0500-TESTA-PERIODO-FECHADO.
           MOVE WRK-COMPETENCIA-FECHADA TO WRK-PERIODO-FECHADO.
           IF WRK-PERIODO-FECHADO EQUAL 'S' AND WRK-MODO EQUAL 'E'
               DISPLAY 'COMPETENCIA ' WRK-PERIODO ' JA FECHADA - '
                   'DIFERENCAS NAO GRAVADAS.'
               DISPLAY 'PARA PAGAR NESTA COMPETENCIA, REABRA O PERIODO '
                   'COM O CONTROLE DE PERIODOS.'
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-HISTORICO.
           MOVE "folha_historico.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           IF WRK-MODO EQUAL 'E'
               OPEN I-O ARQUIVO-DIFERENCAS
               PERFORM 1500-LIMPA-DIFERENCAS
           ELSE
               OPEN INPUT ARQUIVO-DIFERENCAS
           END-IF.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIFERENCAS SALARIAIS RETROATIVAS - PAGAMENTO NA "
               "COMPETENCIA " WRK-PERIODO "  MODO: " WRK-MODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WRK-DEPARTAMENTO EQUAL SPACES
               STRING "REAJUSTE DE " WRK-PERCENTUAL "% DESDE "
                   WRK-PERIODO-INICIAL "  DEPARTAMENTO: TODOS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               STRING "REAJUSTE DE " WRK-PERCENTUAL "% DESDE "
                   WRK-PERIODO-INICIAL "  DEPARTAMENTO: "
                   WRK-DEPARTAMENTO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.

           MOVE WRK-PERIODO-INICIAL TO HIST-PERIODO.
           MOVE ZEROS TO HIST-CODIGO.
           MOVE SPACE TO HIST-TIPO.
           START ARQUIVO-HISTORICO KEY IS NOT LESS HIST-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 1000-LE-HISTORICO
           END-IF.

           PERFORM 2000-PROCESSA-HISTORICO
               THRU 2000-PROCESSA-HISTORICO-EXIT
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           IF WRK-COMPETENCIA NOT EQUAL ZEROS
               PERFORM 2900-IMPRIME-SUBTOTAL
           END-IF.
           PERFORM 7000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-DIFERENCAS.
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
      * CONFERE NO CONTROLE DE PERIODOS SE A FOLHA MENSAL DA            *
      * COMPETENCIA EM WRK-TAB-PERIODO JA FOI FECHADA.                  *
      *----------------------------------------------------------------*
       0500-TESTA-PERIODO-FECHADO.
           MOVE "N" TO WRK-COMPETENCIA-FECHADA.
           OPEN INPUT ARQUIVO-PERIODOS.
           MOVE WRK-TAB-PERIODO TO PER-PERIODO.
           MOVE "M" TO PER-TIPO.
           READ ARQUIVO-PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-FECHADO
                       MOVE "S" TO WRK-COMPETENCIA-FECHADA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PERIODOS.

      *----------------------------------------------------------------*
      * TABELAS PADRAO EMBUTIDAS, AS MESMAS DA FOLHA (008): VALEM       *
      * QUANDO TABELAS_TRIBUTOS.DAT NAO TEM VIGENCIA PARA O TIPO.       *
      *----------------------------------------------------------------*
       0650-TABELAS-PADRAO.
           MOVE 5 TO WRK-QTD-FAIXAS-IR.
           MOVE 2000.00 TO WRK-IR-FX-LIMITE (1).
           MOVE ZEROS   TO WRK-IR-FX-ALIQUOTA (1).
           MOVE ZEROS   TO WRK-IR-FX-DEDUCAO (1).
           MOVE 3000.00 TO WRK-IR-FX-LIMITE (2).
           MOVE 0.0750  TO WRK-IR-FX-ALIQUOTA (2).
           MOVE 150.00  TO WRK-IR-FX-DEDUCAO (2).
           MOVE 4000.00 TO WRK-IR-FX-LIMITE (3).
           MOVE 0.1500  TO WRK-IR-FX-ALIQUOTA (3).
           MOVE 375.00  TO WRK-IR-FX-DEDUCAO (3).
           MOVE 5000.00 TO WRK-IR-FX-LIMITE (4).
           MOVE 0.2250  TO WRK-IR-FX-ALIQUOTA (4).
           MOVE 675.00  TO WRK-IR-FX-DEDUCAO (4).
           MOVE ZEROS   TO WRK-IR-FX-LIMITE (5).
           MOVE 0.2750  TO WRK-IR-FX-ALIQUOTA (5).
           MOVE 900.00  TO WRK-IR-FX-DEDUCAO (5).

           MOVE 4 TO WRK-QTD-FAIXAS-INSS.
           MOVE 1500.00 TO WRK-INSS-FX-LIMITE (1).
           MOVE 0.0750  TO WRK-INSS-FX-ALIQUOTA (1).
           MOVE 2500.00 TO WRK-INSS-FX-LIMITE (2).
           MOVE 0.0900  TO WRK-INSS-FX-ALIQUOTA (2).
           MOVE 4000.00 TO WRK-INSS-FX-LIMITE (3).
           MOVE 0.1200  TO WRK-INSS-FX-ALIQUOTA (3).
           MOVE ZEROS   TO WRK-INSS-FX-LIMITE (4).
           MOVE 0.1400  TO WRK-INSS-FX-ALIQUOTA (4).

           MOVE 150.00 TO WRK-DEDUCAO-DEPENDENTE.
           MOVE 0.0800 TO WRK-FGTS-ALIQUOTA.

      *----------------------------------------------------------------*
      * CARREGA DE TABELAS_TRIBUTOS.DAT, PARA CADA TIPO, A VIGENCIA     *
      * MAIS RECENTE NAO POSTERIOR A COMPETENCIA REFEITA - A DIFERENCA  *
      * DE CADA MES E TRIBUTADA COM AS ALIQUOTAS DA EPOCA.              *
      *----------------------------------------------------------------*
       0700-CARREGA-TABELAS.
           MOVE ZEROS TO WRK-VIG-IR WRK-VIG-INSS
               WRK-VIG-DEPENDENTE WRK-VIG-FGTS.
           MOVE "N" TO WRK-FIM-TABELAS.
           OPEN INPUT ARQUIVO-TABELAS.
           PERFORM 0710-LE-TABELA
               UNTIL WRK-FIM-TABELAS EQUAL "S".
           CLOSE ARQUIVO-TABELAS.

       0710-LE-TABELA.
           READ ARQUIVO-TABELAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-TABELAS
           END-READ.
           IF WRK-FIM-TABELAS NOT EQUAL "S"
               AND TAB-VIGENCIA (1:6) NOT GREATER WRK-TAB-PERIODO
               PERFORM 0720-CLASSIFICA-TABELA
           END-IF.

       0720-CLASSIFICA-TABELA.
           IF TAB-IR
               IF TAB-VIGENCIA GREATER WRK-VIG-IR
                   MOVE TAB-VIGENCIA TO WRK-VIG-IR
                   MOVE ZEROS TO WRK-QTD-FAIXAS-IR
               END-IF
               IF TAB-VIGENCIA EQUAL WRK-VIG-IR
                   AND WRK-QTD-FAIXAS-IR LESS 10
                   ADD 1 TO WRK-QTD-FAIXAS-IR
                   MOVE TAB-LIMITE TO
                       WRK-IR-FX-LIMITE (WRK-QTD-FAIXAS-IR)
                   MOVE TAB-ALIQUOTA TO
                       WRK-IR-FX-ALIQUOTA (WRK-QTD-FAIXAS-IR)
                   MOVE TAB-DEDUCAO TO
                       WRK-IR-FX-DEDUCAO (WRK-QTD-FAIXAS-IR)
               END-IF
           END-IF.
           IF TAB-INSS
               IF TAB-VIGENCIA GREATER WRK-VIG-INSS
                   MOVE TAB-VIGENCIA TO WRK-VIG-INSS
                   MOVE ZEROS TO WRK-QTD-FAIXAS-INSS
               END-IF
               IF TAB-VIGENCIA EQUAL WRK-VIG-INSS
                   AND WRK-QTD-FAIXAS-INSS LESS 10
                   ADD 1 TO WRK-QTD-FAIXAS-INSS
                   MOVE TAB-LIMITE TO
                       WRK-INSS-FX-LIMITE (WRK-QTD-FAIXAS-INSS)
                   MOVE TAB-ALIQUOTA TO
                       WRK-INSS-FX-ALIQUOTA (WRK-QTD-FAIXAS-INSS)
               END-IF
           END-IF.
           IF TAB-DEPENDENTE
               AND TAB-VIGENCIA GREATER WRK-VIG-DEPENDENTE
               MOVE TAB-VIGENCIA TO WRK-VIG-DEPENDENTE
               MOVE TAB-DEDUCAO TO WRK-DEDUCAO-DEPENDENTE
           END-IF.
           IF TAB-FGTS
               AND TAB-VIGENCIA GREATER WRK-VIG-FGTS
               MOVE TAB-VIGENCIA TO WRK-VIG-FGTS
               MOVE TAB-ALIQUOTA TO WRK-FGTS-ALIQUOTA
           END-IF.

       1000-LE-HISTORICO.
           READ ARQUIVO-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND HIST-PERIODO NOT LESS WRK-PERIODO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

      *----------------------------------------------------------------*
      * REEXECUCAO NO MODO EFETIVO: RETIRA AS DIFERENCAS JA GRAVADAS    *
      * NESTA COMPETENCIA PARA OS FUNCIONARIOS DO LOTE, QUE SERAO       *
      * RECALCULADAS A SEGUIR.                                          *
      *----------------------------------------------------------------*
       1500-LIMPA-DIFERENCAS.
           MOVE "N" TO WRK-FIM-DIFERENCAS.
           MOVE WRK-PERIODO TO DIF-PERIODO.
           MOVE ZEROS TO DIF-CODIGO.
           MOVE ZEROS TO DIF-COMPETENCIA.
           START ARQUIVO-DIFERENCAS KEY IS NOT LESS DIFERENCA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-DIFERENCAS
           END-START.
           PERFORM 1510-LIMPA-DIFERENCA
               UNTIL WRK-FIM-DIFERENCAS EQUAL "S".

       1510-LIMPA-DIFERENCA.
           READ ARQUIVO-DIFERENCAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-DIFERENCAS
           END-READ.
           IF WRK-FIM-DIFERENCAS NOT EQUAL "S"
               IF DIF-PERIODO NOT EQUAL WRK-PERIODO
                   MOVE "S" TO WRK-FIM-DIFERENCAS
               ELSE
                   MOVE DIF-CODIGO TO FUNCIONARIO-CODIGO
                   PERFORM 1600-TESTA-LOTE
                   IF WRK-FORA-LOTE NOT EQUAL "S"
                       DELETE ARQUIVO-DIFERENCAS RECORD
                       ADD 1 TO WRK-QTD-SUBSTITUIDOS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LE O FUNCIONARIO DE FUNCIONARIO-CODIGO E CONFERE SE ELE ESTA NO *
      * LOTE DIGITADO (DEPARTAMENTO, OU TODOS).                         *
      *----------------------------------------------------------------*
       1600-TESTA-LOTE.
           MOVE "N" TO WRK-FORA-LOTE.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "S" TO WRK-FORA-LOTE
           END-READ.
           IF WRK-FORA-LOTE NOT EQUAL "S"
               AND WRK-DEPARTAMENTO NOT EQUAL SPACES
               AND FUNCIONARIO-DEPARTAMENTO NOT EQUAL WRK-DEPARTAMENTO
               MOVE "S" TO WRK-FORA-LOTE
           END-IF.

      *----------------------------------------------------------------*
      * UM REGISTRO DO HISTORICO: SO FOLHA MENSAL ATIVA DE COMPETENCIA  *
      * FECHADA, DE FUNCIONARIO DO LOTE AINDA ATIVO (O DESLIGADO        *
      * RECEBE PELA RESCISAO COMPLEMENTAR).                             *
      *----------------------------------------------------------------*
       2000-PROCESSA-HISTORICO.
           IF NOT HIST-FOLHA-MENSAL OR HIST-CANCELADO
               GO TO 2000-PROCESSA-HISTORICO-EXIT
           END-IF.

           IF HIST-PERIODO NOT EQUAL WRK-COMPETENCIA
               PERFORM 2100-TROCA-COMPETENCIA
           END-IF.
           IF WRK-COMPETENCIA-FECHADA NOT EQUAL "S"
               GO TO 2000-PROCESSA-HISTORICO-EXIT
           END-IF.

           MOVE HIST-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM 1600-TESTA-LOTE.
           IF WRK-FORA-LOTE EQUAL "S"
               GO TO 2000-PROCESSA-HISTORICO-EXIT
           END-IF.
           IF FUNCIONARIO-INATIVO
               ADD 1 TO WRK-QTD-INATIVOS
               GO TO 2000-PROCESSA-HISTORICO-EXIT
           END-IF.

           PERFORM 2200-SOMA-PARTE-FIXA.
           COMPUTE WRK-BASE-REAJUSTE EQUAL HIST-BRUTO - WRK-PARTE-FIXA.
           IF WRK-BASE-REAJUSTE NOT GREATER ZEROS
               GO TO 2000-PROCESSA-HISTORICO-EXIT
           END-IF.
           COMPUTE WRK-DIF-BRUTO ROUNDED EQUAL
               WRK-BASE-REAJUSTE * WRK-PERCENTUAL / 100.
           IF WRK-DIF-BRUTO EQUAL ZEROS
               GO TO 2000-PROCESSA-HISTORICO-EXIT
           END-IF.
           COMPUTE WRK-BRUTO-REFEITO EQUAL HIST-BRUTO + WRK-DIF-BRUTO.

           PERFORM 2300-CALCULA-TRIBUTOS.
           PERFORM 2400-GRAVA-DIFERENCA.

       2000-PROCESSA-HISTORICO-EXIT.
           PERFORM 1000-LE-HISTORICO.

      *----------------------------------------------------------------*
      * NOVA COMPETENCIA REFEITA: FECHA O SUBTOTAL DA ANTERIOR, CONFERE *
      * SE ESTA ESTA FECHADA E CARREGA AS TABELAS DA EPOCA.             *
      *----------------------------------------------------------------*
       2100-TROCA-COMPETENCIA.
           IF WRK-COMPETENCIA NOT EQUAL ZEROS
               PERFORM 2900-IMPRIME-SUBTOTAL
           END-IF.
           MOVE HIST-PERIODO TO WRK-COMPETENCIA.
           MOVE HIST-PERIODO TO WRK-TAB-PERIODO.
           MOVE ZEROS TO WRK-CMP-QTD WRK-CMP-BRUTO WRK-CMP-IR
               WRK-CMP-INSS WRK-CMP-FGTS.
           PERFORM 0500-TESTA-PERIODO-FECHADO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WRK-COMPETENCIA-FECHADA EQUAL "S"
               PERFORM 0650-TABELAS-PADRAO
               PERFORM 0700-CARREGA-TABELAS
               STRING "COMPETENCIA REFEITA: " WRK-COMPETENCIA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "MATR BRUTO ANT.    REFEITO  DIFERENCA"
                   "    DIF IR  DIF INSS  DIF FGTS"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           ELSE
               ADD 1 TO WRK-QTD-ABERTAS
               STRING "COMPETENCIA " WRK-COMPETENCIA
                   " NAO FECHADA - NAO REFEITA"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

      *----------------------------------------------------------------*
      * PARTE DO BRUTO DO MES QUE NAO ACOMPANHA O SALARIO: COMISSOES    *
      * (MOVIMENTO "C") E DIFERENCAS RETROATIVAS PAGAS NAQUELA FOLHA.   *
      *----------------------------------------------------------------*
       2200-SOMA-PARTE-FIXA.
           MOVE ZEROS TO WRK-PARTE-FIXA.
           MOVE "N" TO WRK-FIM-MOVIMENTOS.
           MOVE HIST-PERIODO TO MOV-PERIODO.
           MOVE HIST-CODIGO TO MOV-CODIGO.
           MOVE SPACE TO MOV-TIPO.
           MOVE ZEROS TO MOV-SEQUENCIA.
           START ARQUIVO-MOVIMENTOS KEY IS NOT LESS MOVIMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-START.
           PERFORM 2210-LE-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS EQUAL "S".

           MOVE "N" TO WRK-FIM-DIFERENCAS.
           MOVE HIST-PERIODO TO DIF-PERIODO.
           MOVE HIST-CODIGO TO DIF-CODIGO.
           MOVE ZEROS TO DIF-COMPETENCIA.
           START ARQUIVO-DIFERENCAS KEY IS NOT LESS DIFERENCA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-DIFERENCAS
           END-START.
           PERFORM 2220-LE-DIFERENCA-PAGA
               UNTIL WRK-FIM-DIFERENCAS EQUAL "S".

       2210-LE-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-READ.
           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               IF MOV-PERIODO EQUAL HIST-PERIODO
                   AND MOV-CODIGO EQUAL HIST-CODIGO
                   IF MOV-COMISSAO
                       ADD MOV-VALOR TO WRK-PARTE-FIXA
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
               END-IF
           END-IF.

       2220-LE-DIFERENCA-PAGA.
           READ ARQUIVO-DIFERENCAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-DIFERENCAS
           END-READ.
           IF WRK-FIM-DIFERENCAS NOT EQUAL "S"
               IF DIF-PERIODO EQUAL HIST-PERIODO
                   AND DIF-CODIGO EQUAL HIST-CODIGO
                   ADD DIF-BRUTO TO WRK-PARTE-FIXA
               ELSE
                   MOVE "S" TO WRK-FIM-DIFERENCAS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * TRIBUTOS DA DIFERENCA: IR E INSS DO BRUTO REFEITO MENOS OS DO   *
      * BRUTO DA EPOCA, AMBOS NAS TABELAS DA COMPETENCIA, E FGTS SOBRE  *
      * A DIFERENCA - COM AS REGRAS DE CONTRATO DA FOLHA (ESTAGIARIO    *
      * SEM INSS/FGTS, APRENDIZ COM FGTS DE 2%).                        *
      *----------------------------------------------------------------*
       2300-CALCULA-TRIBUTOS.
           PERFORM 2310-CONTA-DEPENDENTES.

           MOVE HIST-BRUTO TO WRK-CALC-BRUTO.
           PERFORM 3100-CALCULA-IR.
           PERFORM 3200-CALCULA-INSS.
           MOVE WRK-CALC-IR TO WRK-IR-ANTERIOR.
           MOVE WRK-CALC-INSS TO WRK-INSS-ANTERIOR.

           MOVE WRK-BRUTO-REFEITO TO WRK-CALC-BRUTO.
           PERFORM 3100-CALCULA-IR.
           PERFORM 3200-CALCULA-INSS.
           COMPUTE WRK-DIF-IR EQUAL WRK-CALC-IR - WRK-IR-ANTERIOR.
           COMPUTE WRK-DIF-INSS EQUAL WRK-CALC-INSS - WRK-INSS-ANTERIOR.
           IF WRK-DIF-IR LESS ZEROS
               MOVE ZEROS TO WRK-DIF-IR
           END-IF.
           IF WRK-DIF-INSS LESS ZEROS
               MOVE ZEROS TO WRK-DIF-INSS
           END-IF.
           COMPUTE WRK-DIF-FGTS ROUNDED EQUAL
               WRK-DIF-BRUTO * WRK-FGTS-ALIQUOTA.

           IF CONTRATO-ESTAGIARIO
               MOVE ZEROS TO WRK-DIF-INSS
               MOVE ZEROS TO WRK-DIF-FGTS
           END-IF.
           IF CONTRATO-APRENDIZ
               COMPUTE WRK-DIF-FGTS ROUNDED EQUAL WRK-DIF-BRUTO * 0.02
           END-IF.

       2310-CONTA-DEPENDENTES.
           MOVE ZEROS TO WRK-QTD-DEPENDENTES.
           MOVE "N" TO WRK-FIM-DEPENDENTES.
           MOVE HIST-CODIGO TO DEP-CODIGO.
           MOVE ZEROS TO DEP-SEQUENCIA.
           START ARQUIVO-DEPENDENTES KEY IS NOT LESS DEPENDENTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-DEPENDENTES
           END-START.
           PERFORM 2320-LE-DEPENDENTE
               UNTIL WRK-FIM-DEPENDENTES EQUAL "S".

       2320-LE-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-DEPENDENTES
           END-READ.
           IF WRK-FIM-DEPENDENTES NOT EQUAL "S"
               IF DEP-CODIGO EQUAL HIST-CODIGO
                   ADD 1 TO WRK-QTD-DEPENDENTES
               ELSE
                   MOVE "S" TO WRK-FIM-DEPENDENTES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA O MES REFEITO (MODO EFETIVO), IMPRIME A LINHA DO          *
      * RELATORIO E ACUMULA OS TOTAIS.                                  *
      *----------------------------------------------------------------*
       2400-GRAVA-DIFERENCA.
           IF WRK-MODO EQUAL "E"
               MOVE WRK-PERIODO TO DIF-PERIODO
               MOVE HIST-CODIGO TO DIF-CODIGO
               MOVE HIST-PERIODO TO DIF-COMPETENCIA
               MOVE WRK-PERCENTUAL TO DIF-PERCENTUAL
               MOVE HIST-BRUTO TO DIF-BRUTO-ANTERIOR
               MOVE WRK-BRUTO-REFEITO TO DIF-BRUTO-REFEITO
               MOVE WRK-DIF-BRUTO TO DIF-BRUTO
               MOVE WRK-DIF-IR TO DIF-IR
               MOVE WRK-DIF-INSS TO DIF-INSS
               MOVE WRK-DIF-FGTS TO DIF-FGTS
               WRITE DIFERENCA-REGISTRO
                   INVALID KEY
                       REWRITE DIFERENCA-REGISTRO
               END-WRITE
           END-IF.

           MOVE HIST-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE HIST-BRUTO TO WRK-ANTERIOR-EDITADO.
           MOVE WRK-BRUTO-REFEITO TO WRK-REFEITO-EDITADO.
           MOVE WRK-DIF-BRUTO TO WRK-DIFERENCA-EDITADO.
           MOVE WRK-DIF-IR TO WRK-IR-EDITADO.
           MOVE WRK-DIF-INSS TO WRK-INSS-EDITADO.
           MOVE WRK-DIF-FGTS TO WRK-FGTS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO " " WRK-ANTERIOR-EDITADO " "
               WRK-REFEITO-EDITADO " " WRK-DIFERENCA-EDITADO " "
               WRK-IR-EDITADO " " WRK-INSS-EDITADO " "
               WRK-FGTS-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           ADD 1 TO WRK-CMP-QTD WRK-QTD-MESES.
           ADD WRK-DIF-BRUTO TO WRK-CMP-BRUTO WRK-TOT-BRUTO.
           ADD WRK-DIF-IR TO WRK-CMP-IR WRK-TOT-IR.
           ADD WRK-DIF-INSS TO WRK-CMP-INSS WRK-TOT-INSS.
           ADD WRK-DIF-FGTS TO WRK-CMP-FGTS WRK-TOT-FGTS.

       2900-IMPRIME-SUBTOTAL.
           IF WRK-COMPETENCIA-FECHADA EQUAL "S"
               MOVE WRK-CMP-BRUTO TO WRK-DIFERENCA-EDITADO
               MOVE WRK-CMP-IR TO WRK-IR-EDITADO
               MOVE WRK-CMP-INSS TO WRK-INSS-EDITADO
               MOVE WRK-CMP-FGTS TO WRK-FGTS-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TOTAL " WRK-COMPETENCIA " (" WRK-CMP-QTD ")"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               MOVE WRK-DIFERENCA-EDITADO TO LINHA-RELATORIO (28:10)
               MOVE WRK-IR-EDITADO TO LINHA-RELATORIO (39:9)
               MOVE WRK-INSS-EDITADO TO LINHA-RELATORIO (49:9)
               MOVE WRK-FGTS-EDITADO TO LINHA-RELATORIO (59:9)
               WRITE LINHA-RELATORIO
           END-IF.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MESES REFEITOS: " WRK-QTD-MESES
               "   COMPETENCIAS NAO FECHADAS: " WRK-QTD-ABERTAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-BRUTO TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIFERENCA BRUTA A PAGAR EM " WRK-PERIODO ": "
               WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-IR TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "IR SOBRE A DIFERENCA ........ " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-INSS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INSS SOBRE A DIFERENCA ...... " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-TOT-FGTS TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FGTS SOBRE A DIFERENCA ...... " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WRK-QTD-INATIVOS GREATER ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "MESES DE FUNCIONARIOS DESLIGADOS (RESCISAO "
                   "COMPLEMENTAR): " WRK-QTD-INATIVOS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF WRK-MODO EQUAL "E"
               DISPLAY 'DIFERENCAS GRAVADAS PARA A FOLHA DE '
                   WRK-PERIODO ' - MESES REFEITOS: ' WRK-QTD-MESES
               IF WRK-QTD-SUBSTITUIDOS GREATER ZEROS
                   DISPLAY 'DIFERENCAS DE RODADA ANTERIOR '
                       'SUBSTITUIDAS: ' WRK-QTD-SUBSTITUIDOS
               END-IF
           ELSE
               DISPLAY 'PREVIA DAS DIFERENCAS - MESES REFEITOS: '
                   WRK-QTD-MESES ' (NADA GRAVADO)'
           END-IF.

      *----------------------------------------------------------------*
      * TABELA PROGRESSIVA DE IR SOBRE WRK-CALC-BRUTO MENOS A DEDUCAO   *
      * POR DEPENDENTE, COMO EM 2100-CALCULA-IR DA FOLHA.               *
      *----------------------------------------------------------------*
       3100-CALCULA-IR.
           COMPUTE WRK-CALC-BASE-IR EQUAL WRK-CALC-BRUTO -
               (WRK-QTD-DEPENDENTES * WRK-DEDUCAO-DEPENDENTE).
           IF WRK-CALC-BASE-IR LESS ZEROS
               MOVE ZEROS TO WRK-CALC-BASE-IR
           END-IF.

           MOVE ZEROS TO WRK-FX-IDX.
           MOVE "N" TO WRK-FX-ACHADA.
           MOVE ZERO TO WRK-IR-ALIQUOTA.
           MOVE ZERO TO WRK-IR-DEDUCAO.
           PERFORM 3110-BUSCA-FAIXA-IR
               UNTIL WRK-FX-ACHADA EQUAL "S"
               OR WRK-FX-IDX NOT LESS WRK-QTD-FAIXAS-IR.

           COMPUTE WRK-CALC-IR EQUAL
               (WRK-CALC-BASE-IR * WRK-IR-ALIQUOTA) - WRK-IR-DEDUCAO.
           IF WRK-CALC-IR LESS ZEROS
               MOVE ZEROS TO WRK-CALC-IR
           END-IF.

       3110-BUSCA-FAIXA-IR.
           ADD 1 TO WRK-FX-IDX.
           IF WRK-FX-IDX EQUAL WRK-QTD-FAIXAS-IR
               OR WRK-CALC-BASE-IR NOT GREATER
                   WRK-IR-FX-LIMITE (WRK-FX-IDX)
               MOVE WRK-IR-FX-ALIQUOTA (WRK-FX-IDX)
                   TO WRK-IR-ALIQUOTA
               MOVE WRK-IR-FX-DEDUCAO (WRK-FX-IDX)
                   TO WRK-IR-DEDUCAO
               MOVE "S" TO WRK-FX-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * ALIQUOTA DO INSS PELA FAIXA DE WRK-CALC-BRUTO, COMO EM          *
      * 2200-CALCULA-INSS DA FOLHA.                                     *
      *----------------------------------------------------------------*
       3200-CALCULA-INSS.
           MOVE ZEROS TO WRK-FX-IDX.
           MOVE "N" TO WRK-FX-ACHADA.
           MOVE ZERO TO WRK-INSS-ALIQUOTA.
           PERFORM 3210-BUSCA-FAIXA-INSS
               UNTIL WRK-FX-ACHADA EQUAL "S"
               OR WRK-FX-IDX NOT LESS WRK-QTD-FAIXAS-INSS.

           COMPUTE WRK-CALC-INSS EQUAL
               WRK-CALC-BRUTO * WRK-INSS-ALIQUOTA.

       3210-BUSCA-FAIXA-INSS.
           ADD 1 TO WRK-FX-IDX.
           IF WRK-FX-IDX EQUAL WRK-QTD-FAIXAS-INSS
               OR WRK-CALC-BRUTO NOT GREATER
                   WRK-INSS-FX-LIMITE (WRK-FX-IDX)
               MOVE WRK-INSS-FX-ALIQUOTA (WRK-FX-IDX)
                   TO WRK-INSS-ALIQUOTA
               MOVE "S" TO WRK-FX-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
      * RETURN-CODE 8.                                                  *
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
           MOVE "DIFRETRO" TO ERR-PROGRAMA.
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
