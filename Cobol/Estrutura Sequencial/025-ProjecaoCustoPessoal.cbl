      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ProjecaoCustoPessoal".
       AUTHOR. "LUCAS KURATA".
      *    PROJECAO DO CUSTO DE PESSOAL DOS PROXIMOS 12 MESES POR
      *     DEPARTAMENTO, PARA O FINANCEIRO: PARTE DO CADASTRO ATUAL
      *     (FUNCIONARIOS.DAT, SO ATIVOS) E PROJETA, MES A MES A PARTIR
      *     DA COMPETENCIA SEGUINTE A DATA DE MOVIMENTO, O SALARIO (COM
      *     O DISSIDIO DO ARQUIVO DE PARAMETROS A PARTIR DO MES DA DATA
      *     BASE), O 13 SALARIO (METADE EM NOVEMBRO E METADE EM
      *     DEZEMBRO), O TERCO DE FERIAS (1/12 AO MES), O FGTS E O INSS
      *     PATRONAL. OS DESCONTOS DE EMPRESTIMOS (ATE O FIM DO SALDO)
      *     E DE CONSIGNACOES (ATE O FIM DA VIGENCIA) SAEM EM COLUNA
      *     PROPRIA - SAO RETIDOS DO FUNCIONARIO E NAO MUDAM O CUSTO.
      *     O CUSTO DE CADA MES E COMPARADO COM O ORCAMENTO MENSAL DO
      *     DEPARTAMENTO (DEPTO-ORCAMENTO-MENSAL) E O MES QUE PASSA DO
      *     ORCAMENTO SAI MARCADO.
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

           SELECT OPTIONAL ARQUIVO-DEPARTAMENTOS
           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPTO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONSIGNACOES
           ASSIGN TO "consignacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONSIGNACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-EMPRESTIMOS
           ASSIGN TO "emprestimos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPRESTIMO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TABELAS
           ASSIGN TO "tabelas_tributos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TABELA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PARAMETROS
           ASSIGN TO "parametros_projecao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "projecao_custo_pessoal.lst"
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

       FD  ARQUIVO-DEPARTAMENTOS.
           COPY "DEPARTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-CONSIGNACOES.
           COPY "CONSIGNACAO-REGISTRO.cpy".

       FD  ARQUIVO-EMPRESTIMOS.
           COPY "EMPRESTIMO-REGISTRO.cpy".

       FD  ARQUIVO-TABELAS.
           COPY "TABELA-TRIBUTOS.cpy".

      *    PARAMETROS DA PROJECAO: PERCENTUAL DO DISSIDIO PREVISTO E O
      *    MES DA DATA BASE EM QUE ELE PASSA A VALER (00 = SEM
      *    DISSIDIO NO HORIZONTE). SEM O ARQUIVO, O PROGRAMA PEDE OS
      *    DOIS VALORES NO TERMINAL.
       FD  ARQUIVO-PARAMETROS.
       01  PARAMETRO-REGISTRO.
           05 PRJ-PERC-DISSIDIO     PIC 9(2)V99.
           05 PRJ-MES-DISSIDIO      PIC 9(2).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(132).

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
       77 WRK-FIM-TABELAS                    PIC A(1) VALUE "N".
       77 WRK-FIM-CONSIGNACOES               PIC A(1) VALUE "N".
       77 WRK-FIM-EMPRESTIMOS                PIC A(1) VALUE "N".
       77 WRK-TEM-PARAMETROS                 PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
       77 WRK-ANO                            PIC 9(4) VALUE ZEROS.
       77 WRK-MES                            PIC 9(2) VALUE ZEROS.
       77 WRK-M                              PIC 9(2) VALUE ZEROS.
       77 WRK-IDX                            PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-DEPTOS                     PIC 9(2) VALUE ZEROS.
       77 WRK-DEPTO-ACHADO                   PIC A(1) VALUE "N".
       77 WRK-QTD-PROJETADOS                 PIC 9(5) VALUE ZEROS.

      *    ALIQUOTAS: FGTS DA TABELA DE TRIBUTOS (TIPO G) VIGENTE NO
      *    PRIMEIRO MES DA PROJECAO, 8% SEM TABELA; APRENDIZ RECOLHE 2%.
      *    INSS PATRONAL DE 20%, COMO NA PROVISAO DA FOLHA.
       77 WRK-FGTS-ALIQUOTA                  PIC 9V9999 VALUE 0.0800.
       77 WRK-VIG-FGTS                       PIC 9(8) VALUE ZEROS.
       77 WRK-ALIQUOTA-APRENDIZ              PIC 9V9999 VALUE 0.0200.
       77 WRK-ALIQUOTA-PATRONAL              PIC 9V9999 VALUE 0.2000.

      *    SALARIO DO FUNCIONARIO AO LONGO DO HORIZONTE: RECEBE O
      *    DISSIDIO UMA UNICA VEZ, NO MES DA DATA BASE.
       77 WRK-SALARIO-PROJETADO              PIC 9(7)V99 VALUE ZEROS.
       77 WRK-DISSIDIO-APLICADO              PIC A(1) VALUE "N".
       77 WRK-AVOS-DECIMO                    PIC S9(3) VALUE ZEROS.
       77 WRK-MES-ADMISSAO                   PIC 9(2) VALUE ZEROS.
       77 WRK-DIA-ADMISSAO                   PIC 9(2) VALUE ZEROS.
       77 WRK-BASE-ENCARGOS                  PIC 9(7)V99 VALUE ZEROS.
       77 WRK-VALOR-DESCONTO                 PIC 9(7)V99 VALUE ZEROS.
       77 WRK-SALDO-EMPRESTIMO               PIC 9(7)V99 VALUE ZEROS.
       77 WRK-CUSTO-MES                      PIC 9(9)V99 VALUE ZEROS.
       77 WRK-QTD-ESTOUROS                   PIC 9(2) VALUE ZEROS.
       77 WRK-TOT-ESTOUROS                   PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-EDITADA                    PIC ZZZ9.
       77 WRK-VALOR-EDITADO                  PIC Z(8)9.99.
       77 WRK-PERC-EDITADO                   PIC Z9.99.

      *    AS 12 COMPETENCIAS DO HORIZONTE.
       01 WRK-HORIZONTE.
           05 WRK-COMPETENCIA OCCURS 12 TIMES PIC 9(6).

      *    PROJECAO DO FUNCIONARIO CORRENTE, MES A MES.
       01 WRK-PROJECAO-FUNCIONARIO.
           05 WRK-FUN-MES OCCURS 12 TIMES.
               10 WRK-FUN-SALARIO            PIC 9(7)V99.
               10 WRK-FUN-DECIMO             PIC 9(7)V99.
               10 WRK-FUN-FERIAS             PIC 9(7)V99.
               10 WRK-FUN-FGTS               PIC 9(7)V99.
               10 WRK-FUN-INSS               PIC 9(7)V99.
               10 WRK-FUN-DESCONTOS          PIC 9(7)V99.

      *    ACUMULADORES POR DEPARTAMENTO E MES.
       01 WRK-PROJECAO-DEPARTAMENTOS.
           05 WRK-DEP-ITEM OCCURS 50 TIMES.
               10 WRK-DEP-DEPARTAMENTO       PIC X(15).
               10 WRK-DEP-QTD                PIC 9(4).
               10 WRK-DEP-MES OCCURS 12 TIMES.
                   15 WRK-DEP-SALARIO        PIC 9(9)V99.
                   15 WRK-DEP-DECIMO         PIC 9(9)V99.
                   15 WRK-DEP-FERIAS         PIC 9(9)V99.
                   15 WRK-DEP-FGTS           PIC 9(9)V99.
                   15 WRK-DEP-INSS           PIC 9(9)V99.
                   15 WRK-DEP-DESCONTOS      PIC 9(9)V99.

      *    ACUMULADORES DO TOTAL DA EMPRESA POR MES.
       01 WRK-PROJECAO-EMPRESA.
           05 WRK-GER-QTD                    PIC 9(5).
           05 WRK-GER-MES OCCURS 12 TIMES.
               10 WRK-GER-SALARIO            PIC 9(9)V99.
               10 WRK-GER-DECIMO             PIC 9(9)V99.
               10 WRK-GER-FERIAS             PIC 9(9)V99.
               10 WRK-GER-FGTS               PIC 9(9)V99.
               10 WRK-GER-INSS               PIC 9(9)V99.
               10 WRK-GER-DESCONTOS          PIC 9(9)V99.
               10 WRK-GER-ORCAMENTO          PIC 9(9)V99.

      *    LINHA DE UM MES NO RELATORIO.
       01 WRK-LINHA-MES.
           05 LIN-COMPETENCIA                PIC 9(6).
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-SALARIO                    PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-DECIMO                     PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-FERIAS                     PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-FGTS                       PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-INSS                       PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-CUSTO                      PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-ORCAMENTO                  PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-DESCONTOS                  PIC Z(8)9.99.
           05 FILLER                         PIC X(1) VALUE SPACE.
           05 LIN-SITUACAO                   PIC X(16).
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           PERFORM 0500-MONTA-HORIZONTE.
           PERFORM 0600-CARREGA-PARAMETROS.
           PERFORM 0700-CARREGA-FGTS.

           INITIALIZE WRK-PROJECAO-DEPARTAMENTOS.
           INITIALIZE WRK-PROJECAO-EMPRESA.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN INPUT ARQUIVO-DEPARTAMENTOS.
           OPEN INPUT ARQUIVO-CONSIGNACOES.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           PERFORM 1000-LE-FUNCIONARIO.
           PERFORM 2000-PROJETA-FUNCIONARIO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 4900-IMPRIME-CABECALHO.
           PERFORM 5000-IMPRIME-DEPARTAMENTO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX GREATER WRK-QTD-DEPTOS.
           PERFORM 6000-IMPRIME-EMPRESA.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTOS.
           CLOSE ARQUIVO-CONSIGNACOES.
           CLOSE ARQUIVO-EMPRESTIMOS.
           CLOSE ARQUIVO-RELATORIO.

           DISPLAY 'PROJECAO DE CUSTO DE PESSOAL - FUNCIONARIOS '
               'PROJETADOS: ' WRK-QTD-PROJETADOS.
           DISPLAY 'MESES DE DEPARTAMENTO ACIMA DO ORCAMENTO: '
               WRK-TOT-ESTOUROS.
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
      * HORIZONTE: AS 12 COMPETENCIAS SEGUINTES A DA DATA DE MOVIMENTO. *
      *----------------------------------------------------------------*
       0500-MONTA-HORIZONTE.
           MOVE WRK-DATA-ATUAL (1:4) TO WRK-ANO.
           MOVE WRK-DATA-ATUAL (5:2) TO WRK-MES.
           PERFORM 0510-PROXIMA-COMPETENCIA
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M GREATER 12.

       0510-PROXIMA-COMPETENCIA.
           ADD 1 TO WRK-MES.
           IF WRK-MES GREATER 12
               MOVE 1 TO WRK-MES
               ADD 1 TO WRK-ANO
           END-IF.
           COMPUTE WRK-COMPETENCIA (WRK-M) EQUAL
               WRK-ANO * 100 + WRK-MES.

      *----------------------------------------------------------------*
      * DISSIDIO PREVISTO: DO ARQUIVO DE PARAMETROS OU, SEM ELE, DO     *
      * TERMINAL.                                                       *
      *----------------------------------------------------------------*
       0600-CARREGA-PARAMETROS.
           MOVE "N" TO WRK-TEM-PARAMETROS.
           OPEN INPUT ARQUIVO-PARAMETROS.
           READ ARQUIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PRJ-PERC-DISSIDIO NUMERIC
                       AND PRJ-MES-DISSIDIO NUMERIC
                       AND PRJ-MES-DISSIDIO NOT GREATER 12
                       MOVE "S" TO WRK-TEM-PARAMETROS
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PARAMETROS.

           IF WRK-TEM-PARAMETROS NOT EQUAL "S"
               DISPLAY 'PARAMETROS DA PROJECAO NAO CADASTRADOS.'
               DISPLAY 'PERCENTUAL DO DISSIDIO (99V99, EX. 0550 = '
                   '5,50%): '
               ACCEPT PRJ-PERC-DISSIDIO
               DISPLAY 'MES DA DATA BASE (01 A 12, 00 = SEM '
                   'DISSIDIO): '
               ACCEPT PRJ-MES-DISSIDIO
               IF PRJ-MES-DISSIDIO GREATER 12
                   MOVE ZEROS TO PRJ-MES-DISSIDIO
               END-IF
           END-IF.
           IF PRJ-MES-DISSIDIO EQUAL ZEROS
               MOVE ZEROS TO PRJ-PERC-DISSIDIO
           END-IF.

      *----------------------------------------------------------------*
      * ALIQUOTA DO FGTS VIGENTE NO PRIMEIRO MES DO HORIZONTE.          *
      *----------------------------------------------------------------*
       0700-CARREGA-FGTS.
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
               AND TAB-FGTS
               AND TAB-VIGENCIA (1:6) NOT GREATER WRK-COMPETENCIA (1)
               AND TAB-VIGENCIA GREATER WRK-VIG-FGTS
               MOVE TAB-VIGENCIA TO WRK-VIG-FGTS
               MOVE TAB-ALIQUOTA TO WRK-FGTS-ALIQUOTA
           END-IF.

       1000-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * PROJETA O FUNCIONARIO ATIVO NOS 12 MESES E SOMA NO              *
      * DEPARTAMENTO. O HORISTA ENTRA PELO SALARIO DE REFERENCIA DE     *
      * 220 HORAS (O MESMO QUE A FOLHA USA PARA O VALOR DA HORA).       *
      *----------------------------------------------------------------*
       2000-PROJETA-FUNCIONARIO.
           IF FUNCIONARIO-ATIVO
               INITIALIZE WRK-PROJECAO-FUNCIONARIO
               MOVE FUNCIONARIO-SALARIO-BASE TO WRK-SALARIO-PROJETADO
               MOVE "N" TO WRK-DISSIDIO-APLICADO
               PERFORM 2100-PROJETA-MES THRU 2100-PROJETA-MES-EXIT
                   VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M GREATER 12
               PERFORM 2300-PROJETA-CONSIGNACOES
               PERFORM 2400-PROJETA-EMPRESTIMOS
               PERFORM 2900-ACUMULA-DEPARTAMENTO
               ADD 1 TO WRK-QTD-PROJETADOS
           END-IF.
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * UM MES DO FUNCIONARIO. ADMITIDO COM DATA FUTURA SO ENTRA A      *
      * PARTIR DO MES DA ADMISSAO. ESTAGIARIO TEM SO A BOLSA: SEM 13,   *
      * TERCO DE FERIAS, FGTS OU INSS.                                  *
      *----------------------------------------------------------------*
       2100-PROJETA-MES.
           MOVE WRK-COMPETENCIA (WRK-M) (5:2) TO WRK-MES.
           IF WRK-MES EQUAL PRJ-MES-DISSIDIO
               AND WRK-DISSIDIO-APLICADO NOT EQUAL "S"
               COMPUTE WRK-SALARIO-PROJETADO ROUNDED EQUAL
                   WRK-SALARIO-PROJETADO *
                   (1 + PRJ-PERC-DISSIDIO / 100)
               MOVE "S" TO WRK-DISSIDIO-APLICADO
           END-IF.

           IF FUNCIONARIO-DATA-ADMISSAO (1:6) GREATER
               WRK-COMPETENCIA (WRK-M)
               GO TO 2100-PROJETA-MES-EXIT
           END-IF.

           MOVE WRK-SALARIO-PROJETADO TO WRK-FUN-SALARIO (WRK-M).
           IF CONTRATO-ESTAGIARIO
               GO TO 2100-PROJETA-MES-EXIT
           END-IF.

           COMPUTE WRK-FUN-FERIAS (WRK-M) ROUNDED EQUAL
               WRK-SALARIO-PROJETADO / 3 / 12.
           IF WRK-MES EQUAL 11 OR WRK-MES EQUAL 12
               PERFORM 2200-CALCULA-AVOS-DECIMO
               COMPUTE WRK-FUN-DECIMO (WRK-M) ROUNDED EQUAL
                   WRK-SALARIO-PROJETADO * WRK-AVOS-DECIMO / 12 / 2
           END-IF.

           COMPUTE WRK-BASE-ENCARGOS EQUAL WRK-FUN-SALARIO (WRK-M)
               + WRK-FUN-DECIMO (WRK-M) + WRK-FUN-FERIAS (WRK-M).
           IF CONTRATO-APRENDIZ
               COMPUTE WRK-FUN-FGTS (WRK-M) ROUNDED EQUAL
                   WRK-BASE-ENCARGOS * WRK-ALIQUOTA-APRENDIZ
           ELSE
               COMPUTE WRK-FUN-FGTS (WRK-M) ROUNDED EQUAL
                   WRK-BASE-ENCARGOS * WRK-FGTS-ALIQUOTA
           END-IF.
           COMPUTE WRK-FUN-INSS (WRK-M) ROUNDED EQUAL
               WRK-BASE-ENCARGOS * WRK-ALIQUOTA-PATRONAL.

       2100-PROJETA-MES-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AVOS DO 13 NO ANO DA COMPETENCIA: 12, OU A PARTIR DO MES DE     *
      * ADMISSAO (CONTANDO O MES SE ADMITIDO ATE O DIA 15), COMO NA     *
      * PROVISAO DA FOLHA.                                              *
      *----------------------------------------------------------------*
       2200-CALCULA-AVOS-DECIMO.
           MOVE 12 TO WRK-AVOS-DECIMO.
           IF FUNCIONARIO-DATA-ADMISSAO (1:4) EQUAL
               WRK-COMPETENCIA (WRK-M) (1:4)
               MOVE FUNCIONARIO-DATA-ADMISSAO (5:2) TO WRK-MES-ADMISSAO
               MOVE FUNCIONARIO-DATA-ADMISSAO (7:2) TO WRK-DIA-ADMISSAO
               COMPUTE WRK-AVOS-DECIMO EQUAL 12 - WRK-MES-ADMISSAO + 1
               IF WRK-DIA-ADMISSAO GREATER 15
                   SUBTRACT 1 FROM WRK-AVOS-DECIMO
               END-IF
           END-IF.
           IF WRK-AVOS-DECIMO LESS ZEROS
               MOVE ZEROS TO WRK-AVOS-DECIMO
           END-IF.

      *----------------------------------------------------------------*
      * CONSIGNACOES DO FUNCIONARIO (CONSIGNACOES.DAT): CADA UMA ENTRA  *
      * NOS MESES DA SUA VIGENCIA, POR VALOR OU PERCENTUAL DO SALARIO   *
      * PROJETADO DO MES.                                               *
      *----------------------------------------------------------------*
       2300-PROJETA-CONSIGNACOES.
           MOVE "N" TO WRK-FIM-CONSIGNACOES.
           MOVE FUNCIONARIO-CODIGO TO CON-CODIGO.
           MOVE ZEROS TO CON-DESCONTO.
           START ARQUIVO-CONSIGNACOES KEY IS NOT LESS
               CONSIGNACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CONSIGNACOES
           END-START.
           PERFORM 2310-LE-CONSIGNACAO
               UNTIL WRK-FIM-CONSIGNACOES EQUAL "S".

       2310-LE-CONSIGNACAO.
           READ ARQUIVO-CONSIGNACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CONSIGNACOES
           END-READ.
           IF WRK-FIM-CONSIGNACOES NOT EQUAL "S"
               IF CON-CODIGO EQUAL FUNCIONARIO-CODIGO
                   PERFORM 2320-CONSIGNACAO-NO-MES
                       VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M GREATER 12
               ELSE
                   MOVE "S" TO WRK-FIM-CONSIGNACOES
               END-IF
           END-IF.

       2320-CONSIGNACAO-NO-MES.
           IF CON-INICIO NOT GREATER WRK-COMPETENCIA (WRK-M)
               AND (CON-FIM EQUAL ZEROS
                   OR CON-FIM NOT LESS WRK-COMPETENCIA (WRK-M))
               IF CON-POR-PERCENTUAL
                   COMPUTE WRK-VALOR-DESCONTO ROUNDED EQUAL
                       WRK-FUN-SALARIO (WRK-M) * (CON-PERCENTUAL / 100)
               ELSE
                   MOVE CON-VALOR TO WRK-VALOR-DESCONTO
               END-IF
               ADD WRK-VALOR-DESCONTO TO WRK-FUN-DESCONTOS (WRK-M)
           END-IF.

      *----------------------------------------------------------------*
      * EMPRESTIMOS ABERTOS DO FUNCIONARIO (EMPRESTIMOS.DAT): A PARCELA *
      * CORRE MES A MES ATE ACABAR O SALDO, COM A ULTIMA PARCELA        *
      * LIMITADA AO QUE RESTA.                                          *
      *----------------------------------------------------------------*
       2400-PROJETA-EMPRESTIMOS.
           MOVE "N" TO WRK-FIM-EMPRESTIMOS.
           MOVE FUNCIONARIO-CODIGO TO EMP-CODIGO.
           MOVE ZEROS TO EMP-CONTRATO.
           START ARQUIVO-EMPRESTIMOS KEY IS NOT LESS EMPRESTIMO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-EMPRESTIMOS
           END-START.
           PERFORM 2410-LE-EMPRESTIMO
               UNTIL WRK-FIM-EMPRESTIMOS EQUAL "S".

       2410-LE-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-EMPRESTIMOS
           END-READ.
           IF WRK-FIM-EMPRESTIMOS NOT EQUAL "S"
               IF EMP-CODIGO EQUAL FUNCIONARIO-CODIGO
                   IF EMP-ABERTO
                       MOVE EMP-SALDO TO WRK-SALDO-EMPRESTIMO
                       PERFORM 2420-PARCELA-NO-MES
                           VARYING WRK-M FROM 1 BY 1
                           UNTIL WRK-M GREATER 12
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-EMPRESTIMOS
               END-IF
           END-IF.

       2420-PARCELA-NO-MES.
           MOVE EMP-VALOR-PARCELA TO WRK-VALOR-DESCONTO.
           IF WRK-VALOR-DESCONTO GREATER WRK-SALDO-EMPRESTIMO
               MOVE WRK-SALDO-EMPRESTIMO TO WRK-VALOR-DESCONTO
           END-IF.
           ADD WRK-VALOR-DESCONTO TO WRK-FUN-DESCONTOS (WRK-M).
           SUBTRACT WRK-VALOR-DESCONTO FROM WRK-SALDO-EMPRESTIMO.

      *----------------------------------------------------------------*
      * SOMA A PROJECAO DO FUNCIONARIO NO DEPARTAMENTO E NA EMPRESA.    *
      * COM O QUADRO CHEIO O FUNCIONARIO FICA FORA DO RELATORIO         *
      * INTEIRO, PARA OS TOTAIS NAO FECHAREM ERRADO.                    *
      *----------------------------------------------------------------*
       2900-ACUMULA-DEPARTAMENTO.
           MOVE "N" TO WRK-DEPTO-ACHADO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2910-PROCURA-DEPARTAMENTO
               UNTIL WRK-DEPTO-ACHADO EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-DEPTOS.

           IF WRK-DEPTO-ACHADO EQUAL "N"
               IF WRK-QTD-DEPTOS LESS 50
                   ADD 1 TO WRK-QTD-DEPTOS
                   MOVE WRK-QTD-DEPTOS TO WRK-IDX
                   MOVE FUNCIONARIO-DEPARTAMENTO TO
                       WRK-DEP-DEPARTAMENTO (WRK-IDX)
                   MOVE "S" TO WRK-DEPTO-ACHADO
               ELSE
                   DISPLAY 'QUADRO DE DEPARTAMENTOS CHEIO - '
                       'FUNCIONARIO ' FUNCIONARIO-CODIGO
                       ' FORA DA PROJECAO: ' FUNCIONARIO-DEPARTAMENTO
               END-IF
           END-IF.

           IF WRK-DEPTO-ACHADO EQUAL "S"
               ADD 1 TO WRK-DEP-QTD (WRK-IDX)
               ADD 1 TO WRK-GER-QTD
               PERFORM 2920-SOMA-MES
                   VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M GREATER 12
           END-IF.

       2910-PROCURA-DEPARTAMENTO.
           ADD 1 TO WRK-IDX.
           IF WRK-DEP-DEPARTAMENTO (WRK-IDX) EQUAL
               FUNCIONARIO-DEPARTAMENTO
               MOVE "S" TO WRK-DEPTO-ACHADO
           END-IF.

       2920-SOMA-MES.
           ADD WRK-FUN-SALARIO (WRK-M) TO
               WRK-DEP-SALARIO (WRK-IDX WRK-M) WRK-GER-SALARIO (WRK-M).
           ADD WRK-FUN-DECIMO (WRK-M) TO
               WRK-DEP-DECIMO (WRK-IDX WRK-M) WRK-GER-DECIMO (WRK-M).
           ADD WRK-FUN-FERIAS (WRK-M) TO
               WRK-DEP-FERIAS (WRK-IDX WRK-M) WRK-GER-FERIAS (WRK-M).
           ADD WRK-FUN-FGTS (WRK-M) TO
               WRK-DEP-FGTS (WRK-IDX WRK-M) WRK-GER-FGTS (WRK-M).
           ADD WRK-FUN-INSS (WRK-M) TO
               WRK-DEP-INSS (WRK-IDX WRK-M) WRK-GER-INSS (WRK-M).
           ADD WRK-FUN-DESCONTOS (WRK-M) TO
               WRK-DEP-DESCONTOS (WRK-IDX WRK-M)
               WRK-GER-DESCONTOS (WRK-M).

       4900-IMPRIME-CABECALHO.
           MOVE PRJ-PERC-DISSIDIO TO WRK-PERC-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROJECAO DO CUSTO DE PESSOAL POR DEPARTAMENTO - "
               WRK-COMPETENCIA (1) " A " WRK-COMPETENCIA (12)
               " - DISSIDIO " WRK-PERC-EDITADO "% NO MES "
               PRJ-MES-DISSIDIO " - BASE " WRK-DATA-ATUAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CUSTO TOTAL = SALARIOS + 13 SALARIO + 1/3 FERIAS + "
               "FGTS + INSS PATRONAL."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DESC.CONSIG = PARCELAS DE EMPRESTIMOS E "
               "CONSIGNACOES RETIDAS DO FUNCIONARIO (FORA DO CUSTO)."
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       4950-IMPRIME-COLUNAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPET     SALARIOS   13 SALARIO   1/3 FERIAS"
               "         FGTS INSS PATRON.  CUSTO TOTAL    ORCAMENTO"
               "  DESC.CONSIG SITUACAO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * BLOCO DE UM DEPARTAMENTO: UMA LINHA POR MES, MARCANDO O MES EM  *
      * QUE O CUSTO PASSA DO ORCAMENTO MENSAL. DEPARTAMENTO SEM         *
      * ORCAMENTO CADASTRADO NAO E CRITICADO, COMO NO CUSTO MENSAL.     *
      *----------------------------------------------------------------*
       5000-IMPRIME-DEPARTAMENTO.
           MOVE WRK-DEP-DEPARTAMENTO (WRK-IDX) TO DEPTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTOS
               INVALID KEY
                   MOVE WRK-DEP-DEPARTAMENTO (WRK-IDX) TO DEPTO-NOME
                   MOVE ZEROS TO DEPTO-ORCAMENTO-MENSAL
           END-READ.

           MOVE WRK-DEP-QTD (WRK-IDX) TO WRK-QTD-EDITADA.
           MOVE DEPTO-ORCAMENTO-MENSAL TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DEPARTAMENTO: " WRK-DEP-DEPARTAMENTO (WRK-IDX)
               " " DEPTO-NOME "  FUNCIONARIOS: " WRK-QTD-EDITADA
               "  ORCAMENTO MENSAL: " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4950-IMPRIME-COLUNAS.

           MOVE ZEROS TO WRK-QTD-ESTOUROS.
           PERFORM 5100-IMPRIME-MES-DEPARTAMENTO
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M GREATER 12.

           MOVE SPACES TO LINHA-RELATORIO.
           IF DEPTO-ORCAMENTO-MENSAL EQUAL ZEROS
               MOVE "  DEPARTAMENTO SEM ORCAMENTO CADASTRADO (PROG54)."
                   TO LINHA-RELATORIO
           ELSE
               STRING "  MESES ACIMA DO ORCAMENTO: " WRK-QTD-ESTOUROS
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       5100-IMPRIME-MES-DEPARTAMENTO.
           COMPUTE WRK-CUSTO-MES EQUAL
               WRK-DEP-SALARIO (WRK-IDX WRK-M)
               + WRK-DEP-DECIMO (WRK-IDX WRK-M)
               + WRK-DEP-FERIAS (WRK-IDX WRK-M)
               + WRK-DEP-FGTS (WRK-IDX WRK-M)
               + WRK-DEP-INSS (WRK-IDX WRK-M).
           ADD DEPTO-ORCAMENTO-MENSAL TO WRK-GER-ORCAMENTO (WRK-M).

           MOVE WRK-COMPETENCIA (WRK-M) TO LIN-COMPETENCIA.
           MOVE WRK-DEP-SALARIO (WRK-IDX WRK-M) TO LIN-SALARIO.
           MOVE WRK-DEP-DECIMO (WRK-IDX WRK-M) TO LIN-DECIMO.
           MOVE WRK-DEP-FERIAS (WRK-IDX WRK-M) TO LIN-FERIAS.
           MOVE WRK-DEP-FGTS (WRK-IDX WRK-M) TO LIN-FGTS.
           MOVE WRK-DEP-INSS (WRK-IDX WRK-M) TO LIN-INSS.
           MOVE WRK-CUSTO-MES TO LIN-CUSTO.
           MOVE DEPTO-ORCAMENTO-MENSAL TO LIN-ORCAMENTO.
           MOVE WRK-DEP-DESCONTOS (WRK-IDX WRK-M) TO LIN-DESCONTOS.
           MOVE SPACES TO LIN-SITUACAO.
           IF DEPTO-ORCAMENTO-MENSAL GREATER ZEROS
               AND WRK-CUSTO-MES GREATER DEPTO-ORCAMENTO-MENSAL
               MOVE "*** ACIMA ORCAM." TO LIN-SITUACAO
               ADD 1 TO WRK-QTD-ESTOUROS
               ADD 1 TO WRK-TOT-ESTOUROS
           END-IF.
           MOVE WRK-LINHA-MES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * TOTAL DA EMPRESA POR MES, CONTRA A SOMA DOS ORCAMENTOS DOS      *
      * DEPARTAMENTOS PROJETADOS.                                       *
      *----------------------------------------------------------------*
       6000-IMPRIME-EMPRESA.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-GER-QTD TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DA EMPRESA - FUNCIONARIOS: " WRK-QTD-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM 4950-IMPRIME-COLUNAS.
           PERFORM 6100-IMPRIME-MES-EMPRESA
               VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M GREATER 12.

       6100-IMPRIME-MES-EMPRESA.
           COMPUTE WRK-CUSTO-MES EQUAL
               WRK-GER-SALARIO (WRK-M) + WRK-GER-DECIMO (WRK-M)
               + WRK-GER-FERIAS (WRK-M) + WRK-GER-FGTS (WRK-M)
               + WRK-GER-INSS (WRK-M).

           MOVE WRK-COMPETENCIA (WRK-M) TO LIN-COMPETENCIA.
           MOVE WRK-GER-SALARIO (WRK-M) TO LIN-SALARIO.
           MOVE WRK-GER-DECIMO (WRK-M) TO LIN-DECIMO.
           MOVE WRK-GER-FERIAS (WRK-M) TO LIN-FERIAS.
           MOVE WRK-GER-FGTS (WRK-M) TO LIN-FGTS.
           MOVE WRK-GER-INSS (WRK-M) TO LIN-INSS.
           MOVE WRK-CUSTO-MES TO LIN-CUSTO.
           MOVE WRK-GER-ORCAMENTO (WRK-M) TO LIN-ORCAMENTO.
           MOVE WRK-GER-DESCONTOS (WRK-M) TO LIN-DESCONTOS.
           MOVE SPACES TO LIN-SITUACAO.
           IF WRK-GER-ORCAMENTO (WRK-M) GREATER ZEROS
               AND WRK-CUSTO-MES GREATER WRK-GER-ORCAMENTO (WRK-M)
               MOVE "*** ACIMA ORCAM." TO LIN-SITUACAO
           END-IF.
           MOVE WRK-LINHA-MES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

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
           MOVE "PROJCUST" TO ERR-PROGRAMA.
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
