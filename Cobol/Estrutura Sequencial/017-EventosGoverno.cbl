      *    ARQUIVO MENSAL DE EVENTOS PARA A DECLARACAO DO GOVERNO:
      *     PARA A COMPETENCIA PEDIDA, GERA EM EVENTOS_GOVERNO.DAT UM
      *     REGISTRO DE ADMISSAO (A) POR FUNCIONARIO ADMITIDO NO MES,
      *     UM DE DESLIGAMENTO (D) POR DESLIGADO NO MES, UM DE INICIO
      *     DE AFASTAMENTO (L) E UM DE RETORNO DE AFASTAMENTO (T) PELO
      *     ARQUIVO DE AFASTAMENTOS (PROG101) E UM DE
      *     REMUNERACAO (R) POR MOVIMENTO ATIVO DO HISTORICO DA FOLHA,
      *     COM BRUTO/IR/INSS/FGTS. TODO EVENTO LEVA O CPF E O PIS DO
      *     CADASTRO (ZERADOS PARA QUEM JA FOI ARQUIVADO - A CRITICA
      *     DE DOCUMENTOS COBRA OS QUE FALTAM). O TRAILER CARREGA OS
      *     TOTAIS, QUE DEVEM BATER COM O RESUMO DE IMPOSTOS
      *     (ResumoImpostosFolha)
      *     - AMBOS SAEM DO MESMO HISTORICO. A GERACAO E RECUSADA
      *     ENQUANTO A COMPETENCIA AINDA ESTIVER ABERTA NO CONTROLE DE
      *     PERIODOS.
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-HISTORICO
           ASSIGN TO "folha_historico.dat"
           RECORD KEY IS PERIODO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-AFASTAMENTOS
           ASSIGN TO "afastamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFASTAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-EVENTOS
           ASSIGN TO "eventos_governo.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-PERIODOS.
           COPY "PERIODO-FOLHA.cpy".

       FD  ARQUIVO-AFASTAMENTOS.
           COPY "AFASTAMENTO-REGISTRO.cpy".

      *    LAYOUT FIXO DOS EVENTOS: A/D COM DATA DO FATO, R COM A
      *    ABERTURA DE BRUTO/IR/INSS/FGTS, L/T COM O TIPO DO
      *    AFASTAMENTO, A DATA DO FATO (INICIO OU RETORNO) E A DATA FIM
      *    DO AFASTAMENTO (ZERADA = SEM PREVISAO); TRAILER (9) COM
      *    QUANTIDADES E TOTAIS PARA A CRITICA DE QUEM RECEBE O ARQUIVO.
       FD  ARQUIVO-EVENTOS.
       01  EVENTO-REGISTRO.
           05 EVE-TIPO          PIC X(1).
           05 EVE-IR            PIC 9(8)V99.
           05 EVE-INSS          PIC 9(8)V99.
           05 EVE-FGTS          PIC 9(8)V99.
           05 EVE-AFA-TIPO      PIC X(1).
           05 EVE-DATA-FIM      PIC 9(8).
           05 EVE-CPF           PIC 9(11).
           05 EVE-PIS           PIC 9(11).
       01  EVENTO-TRAILER.
           05 EVT-TIPO          PIC X(1).
           05 EVT-PERIODO       PIC 9(6).
           05 EVT-TOT-IR        PIC 9(10)V99.
           05 EVT-TOT-INSS      PIC 9(10)V99.
           05 EVT-TOT-FGTS      PIC 9(10)V99.
           05 EVT-QTD-AFASTAMENTOS  PIC 9(5).
           05 EVT-QTD-RETORNOS      PIC 9(5).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
       77 WRK-QTD-ADMISSOES                  PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DESLIGAMENTOS              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-REMUNERACOES               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-AFASTAMENTOS               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-RETORNOS                   PIC 9(5) VALUE ZEROS.
      *    AFASTAMENTO POR DOENCA DE ATE 15 DIAS FICA SO COM A EMPRESA
      *    E NAO E DECLARADO; ACIDENTE, MATERNIDADE E LICENCA NAO
      *    REMUNERADA SAO DECLARADOS SEMPRE.
       77 WRK-FIM-AFASTAMENTOS               PIC A(1) VALUE "N".
       77 WRK-AFA-DURACAO                    PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-BRUTO                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-IR                         PIC 9(10)V99 VALUE ZEROS.
       77 WRK-TOT-INSS                       PIC 9(10)V99 VALUE ZEROS.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-HISTORICO.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           OPEN OUTPUT ARQUIVO-EVENTOS.

           PERFORM 1000-LE-FUNCIONARIO.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-EVENTOS.

           IF WRK-TOT-IR NOT EQUAL WRK-CONF-IR
                   WRK-QTD-ADMISSOES ' DESLIGAMENTOS: '
                   WRK-QTD-DESLIGAMENTOS ' REMUNERACOES: '
                   WRK-QTD-REMUNERACOES '.'
               DISPLAY 'AFASTAMENTOS: ' WRK-QTD-AFASTAMENTOS
                   ' RETORNOS: ' WRK-QTD-RETORNOS '.'
               DISPLAY 'TOTAIS CONFERIDOS COM O CRITERIO DO RESUMO '
                   'DE IMPOSTOS.'
           END-IF.
               MOVE FUNCIONARIO-NOME TO EVE-NOME
               MOVE FUNCIONARIO-DATA-ADMISSAO TO EVE-DATA
               MOVE ZEROS TO EVE-BRUTO EVE-IR EVE-INSS EVE-FGTS
                   EVE-DATA-FIM
               MOVE FUNCIONARIO-CPF TO EVE-CPF
               MOVE FUNCIONARIO-PIS TO EVE-PIS
               WRITE EVENTO-REGISTRO
               ADD 1 TO WRK-QTD-ADMISSOES
           END-IF.
               MOVE FUNCIONARIO-NOME TO EVE-NOME
               MOVE FUNCIONARIO-DATA-DESLIGAMENTO TO EVE-DATA
               MOVE ZEROS TO EVE-BRUTO EVE-IR EVE-INSS EVE-FGTS
                   EVE-DATA-FIM
               MOVE FUNCIONARIO-CPF TO EVE-CPF
               MOVE FUNCIONARIO-PIS TO EVE-PIS
               WRITE EVENTO-REGISTRO
               ADD 1 TO WRK-QTD-DESLIGAMENTOS
           END-IF.

           PERFORM 2100-PROCESSA-AFASTAMENTOS.

           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * AFASTAMENTOS DO FUNCIONARIO: INICIO (L) NA COMPETENCIA E        *
      * RETORNO (T) COM DATA FIM NA COMPETENCIA.                        *
      *----------------------------------------------------------------*
       2100-PROCESSA-AFASTAMENTOS.
           MOVE "N" TO WRK-FIM-AFASTAMENTOS.
           MOVE FUNCIONARIO-CODIGO TO AFA-CODIGO.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START ARQUIVO-AFASTAMENTOS KEY IS NOT LESS AFASTAMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
           END-START.
           PERFORM 2110-LE-AFASTAMENTO
               UNTIL WRK-FIM-AFASTAMENTOS EQUAL "S".

       2110-LE-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
           END-READ.
           IF WRK-FIM-AFASTAMENTOS NOT EQUAL "S"
               IF AFA-CODIGO EQUAL FUNCIONARIO-CODIGO
                   PERFORM 2120-GRAVA-AFASTAMENTO
                       THRU 2120-GRAVA-AFASTAMENTO-EXIT
               ELSE
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
               END-IF
           END-IF.

       2120-GRAVA-AFASTAMENTO.
           IF AFA-DOENCA AND AFA-DATA-FIM NOT EQUAL ZEROS
               COMPUTE WRK-AFA-DURACAO EQUAL
                   FUNCTION INTEGER-OF-DATE (AFA-DATA-FIM)
                   - FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO) + 1
               IF WRK-AFA-DURACAO NOT GREATER 15
                   GO TO 2120-GRAVA-AFASTAMENTO-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO EVENTO-REGISTRO.
           MOVE WRK-PERIODO TO EVE-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO EVE-CODIGO.
           MOVE FUNCIONARIO-NOME TO EVE-NOME.
           MOVE ZEROS TO EVE-BRUTO EVE-IR EVE-INSS EVE-FGTS.
           MOVE AFA-TIPO TO EVE-AFA-TIPO.
           MOVE AFA-DATA-FIM TO EVE-DATA-FIM.
           MOVE FUNCIONARIO-CPF TO EVE-CPF.
           MOVE FUNCIONARIO-PIS TO EVE-PIS.

           IF AFA-DATA-INICIO (1:6) EQUAL WRK-PERIODO
               MOVE "L" TO EVE-TIPO
               MOVE AFA-DATA-INICIO TO EVE-DATA
               WRITE EVENTO-REGISTRO
               ADD 1 TO WRK-QTD-AFASTAMENTOS
           END-IF.

           IF AFA-DATA-FIM (1:6) EQUAL WRK-PERIODO
               MOVE "T" TO EVE-TIPO
               MOVE AFA-DATA-FIM TO EVE-DATA
               WRITE EVENTO-REGISTRO
               ADD 1 TO WRK-QTD-RETORNOS
           END-IF.

       2120-GRAVA-AFASTAMENTO-EXIT.
           EXIT.

       3000-POSICIONA-HISTORICO.
           MOVE WRK-PERIODO TO HIST-PERIODO.
           MOVE ZEROS TO HIST-CODIGO.
               MOVE WRK-PERIODO TO EVE-PERIODO
               MOVE HIST-CODIGO TO EVE-CODIGO
               MOVE SPACES TO EVE-NOME
               MOVE ZEROS TO EVE-DATA EVE-DATA-FIM
               MOVE HIST-BRUTO TO EVE-BRUTO
               MOVE HIST-IR TO EVE-IR
               MOVE HIST-INSS TO EVE-INSS
               MOVE HIST-FGTS TO EVE-FGTS
               PERFORM 3150-OBTEM-DOCUMENTOS
               WRITE EVENTO-REGISTRO
               ADD 1 TO WRK-QTD-REMUNERACOES
               ADD HIST-BRUTO TO WRK-TOT-BRUTO
           END-IF.
           PERFORM 3200-LE-HISTORICO.

      *----------------------------------------------------------------*
      * CPF E PIS DO FUNCIONARIO DO MOVIMENTO, PELO CADASTRO; QUEM JA   *
      * FOI ARQUIVADO SAI COM OS DOCUMENTOS ZERADOS.                    *
      *----------------------------------------------------------------*
       3150-OBTEM-DOCUMENTOS.
           MOVE HIST-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE ZEROS TO EVE-CPF EVE-PIS
               NOT INVALID KEY
                   MOVE FUNCIONARIO-CPF TO EVE-CPF
                   MOVE FUNCIONARIO-PIS TO EVE-PIS
           END-READ.

      *----------------------------------------------------------------*
      * SEGUNDA VARREDURA INDEPENDENTE DO HISTORICO DA COMPETENCIA,     *
      * COM A MESMA SELECAO DO RESUMO DE IMPOSTOS: REACUMULA IR, INSS   *
           MOVE WRK-TOT-IR TO EVT-TOT-IR.
           MOVE WRK-TOT-INSS TO EVT-TOT-INSS.
           MOVE WRK-TOT-FGTS TO EVT-TOT-FGTS.
           MOVE WRK-QTD-AFASTAMENTOS TO EVT-QTD-AFASTAMENTOS.
           MOVE WRK-QTD-RETORNOS TO EVT-QTD-RETORNOS.
           WRITE EVENTO-TRAILER.
