      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "AdiantamentoQuinzenal".
       AUTHOR. "LUCAS KURATA".
      *    ADIANTAMENTO QUINZENAL (DIA 20): PAGA 40% DO SALARIO BASE A
      *     CADA FUNCIONARIO ATIVO QUE NAO ESTEJA AFASTADO NA DATA DA
      *     RODADA (AFASTAMENTOS.DAT) NEM CUMPRINDO AVISO PREVIO (DATA
      *     DE DESLIGAMENTO JA INFORMADA NO CADASTRO). GRAVA A REMESSA
      *     PROPRIA DO ADIANTAMENTO (REMESSA_ADIANTAMENTO.DAT, NO
      *     LAYOUT DA REMESSA DA FOLHA) COM REGISTRO NO MANIFESTO DE
      *     SAIDA E LANCA O MOVIMENTO "A" DA COMPETENCIA EM
      *     MOVIMENTOS_FOLHA.DAT (SEQUENCIA 94), QUE A FOLHA MENSAL
      *     DESCONTA NO FECHAMENTO DO MES. A COMPETENCIA FICA FECHADA
      *     NO CONTROLE DE PERIODOS (TIPO Q) PARA O ADIANTAMENTO NAO
      *     SER PAGO DUAS VEZES; UMA NOVA RODADA NO MES EXIGE REABRIR O
      *     PERIODO NO CONTROLE DE PERIODOS.
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

           SELECT OPTIONAL ARQUIVO-AFASTAMENTOS
           ASSIGN TO "afastamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFASTAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PERIODOS
           ASSIGN TO "folha_periodos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PERIODO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-REMESSA
           ASSIGN TO "remessa_adiantamento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "adiantamento_quinzenal.lst"
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

       FD  ARQUIVO-AFASTAMENTOS.
           COPY "AFASTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

       FD  ARQUIVO-PERIODOS.
           COPY "PERIODO-FOLHA.cpy".

      *    MESMO LAYOUT DA REMESSA BANCARIA DA FOLHA (008): HEADER (0),
      *    UM DETALHE (1) POR FUNCIONARIO E TRAILER (9) COM QUANTIDADE
      *    E VALOR TOTAL PARA O BANCO CRITICAR O LOTE.
       FD  ARQUIVO-REMESSA.
       01  REMESSA-HEADER.
           05 REM-H-TIPO        PIC X(1).
           05 REM-H-DATA        PIC 9(8).
           05 REM-H-EMPRESA     PIC X(30).
       01  REMESSA-DETALHE.
           05 REM-D-TIPO        PIC X(1).
           05 REM-D-CODIGO      PIC 9(4).
           05 REM-D-BANCO       PIC 9(3).
           05 REM-D-AGENCIA     PIC 9(4).
           05 REM-D-CONTA       PIC 9(10).
           05 REM-D-CONTA-DV    PIC X(1).
           05 REM-D-VALOR       PIC 9(8)V99.
           05 REM-D-NOME        PIC X(20).
           05 REM-D-CPF         PIC 9(11).
       01  REMESSA-TRAILER.
           05 REM-T-TIPO        PIC X(1).
           05 REM-T-QTD         PIC 9(6).
           05 REM-T-TOTAL       PIC 9(10)V99.

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
       77 WRK-PERIODO-FECHADO                PIC A(1) VALUE "N".
      *    PERCENTUAL DO ADIANTAMENTO SOBRE O SALARIO BASE.
       77 WRK-PERC-ADIANTAMENTO              PIC 9V99 VALUE 0.40.
       77 WRK-ADIANTAMENTO                   PIC 9(6)V99 VALUE ZEROS.
       77 WRK-FIM-AFASTAMENTOS               PIC A(1) VALUE "N".
       77 WRK-AFASTADO                       PIC A(1) VALUE "N".
       77 WRK-MOTIVO                         PIC X(25) VALUE SPACES.
       77 WRK-REM-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-REM-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-QTD-AFASTADOS                  PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-AVISO                      PIC 9(4) VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC Z(3)9.
       77 WRK-SALARIO-EDITADO                PIC Z(5)9.99.
       77 WRK-ADIANTAMENTO-EDITADO           PIC Z(5)9.99.
       77 WRK-TOTAL-EDITADO                  PIC Z(9)9.99.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-PERIODO.
           DISPLAY 'ADIANTAMENTO QUINZENAL - COMPETENCIA ' WRK-PERIODO.

           PERFORM 0500-TESTA-PERIODO-FECHADO.
           IF WRK-PERIODO-FECHADO EQUAL "S"
               DISPLAY 'ADIANTAMENTO DA COMPETENCIA ' WRK-PERIODO
                   ' JA PAGO - RODADA NAO REPETIDA.'
               DISPLAY 'PARA REPROCESSAR, REABRA O PERIODO (TIPO Q) '
                   'COM O CONTROLE DE PERIODOS.'
               STOP RUN
           END-IF.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           OPEN I-O ARQUIVO-MOVIMENTOS.
           OPEN OUTPUT ARQUIVO-REMESSA.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ADIANTAMENTO QUINZENAL - COMPETENCIA " WRK-PERIODO
               " - CREDITO EM " WRK-DATA-ATUAL
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MATR NOME                 SALARIO BASE  ADIANTAMENTO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           PERFORM 6000-GRAVA-REMESSA-HEADER.

           PERFORM 1000-LE-FUNCIONARIO.
           PERFORM 2000-PROCESSA-FUNCIONARIO
               THRU 2000-PROCESSA-FUNCIONARIO-EXIT
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           PERFORM 6200-GRAVA-REMESSA-TRAILER.
           PERFORM 7000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-REMESSA.
           CLOSE ARQUIVO-RELATORIO.
           PERFORM 0600-FECHA-PERIODO.
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
      * PROTECAO CONTRA PAGAMENTO DUPLICADO: CONFERE NO CONTROLE DE     *
      * PERIODOS SE O ADIANTAMENTO (TIPO Q) DA COMPETENCIA JA FOI PAGO. *
      *----------------------------------------------------------------*
       0500-TESTA-PERIODO-FECHADO.
           MOVE "N" TO WRK-PERIODO-FECHADO.
           OPEN I-O ARQUIVO-PERIODOS.
           MOVE WRK-PERIODO TO PER-PERIODO.
           MOVE "Q" TO PER-TIPO.
           READ ARQUIVO-PERIODOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PER-FECHADO
                       MOVE "S" TO WRK-PERIODO-FECHADO
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PERIODOS.

      *----------------------------------------------------------------*
      * CARIMBA O ADIANTAMENTO DA COMPETENCIA COMO PAGO (FECHADO).      *
      *----------------------------------------------------------------*
       0600-FECHA-PERIODO.
           OPEN I-O ARQUIVO-PERIODOS.
           MOVE WRK-PERIODO TO PER-PERIODO.
           MOVE "Q" TO PER-TIPO.
           MOVE "F" TO PER-STATUS.
           MOVE WRK-DATA-ATUAL TO PER-DATA-FECHAMENTO.
           WRITE PERIODO-REGISTRO
               INVALID KEY
                   REWRITE PERIODO-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-PERIODOS.

       1000-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * ELEGIBILIDADE: ATIVO, JA ADMITIDO NA DATA DA RODADA, FORA DE    *
      * AVISO PREVIO E SEM AFASTAMENTO EM CURSO. QUEM NAO RECEBE TEM O  *
      * MOVIMENTO DE UMA RODADA ANTERIOR DO MES RETIRADO.               *
      *----------------------------------------------------------------*
       2000-PROCESSA-FUNCIONARIO.
           IF FUNCIONARIO-INATIVO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.
           IF FUNCIONARIO-DATA-ADMISSAO GREATER WRK-DATA-ATUAL
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           MOVE SPACES TO WRK-MOTIVO.
           IF FUNCIONARIO-DATA-DESLIGAMENTO IS NUMERIC
               AND FUNCIONARIO-DATA-DESLIGAMENTO GREATER ZEROS
               MOVE "EM AVISO PREVIO" TO WRK-MOTIVO
               ADD 1 TO WRK-QTD-AVISO
           ELSE
               PERFORM 2100-TESTA-AFASTAMENTO
               IF WRK-AFASTADO EQUAL "S"
                   MOVE "AFASTADO" TO WRK-MOTIVO
                   ADD 1 TO WRK-QTD-AFASTADOS
               END-IF
           END-IF.

           IF WRK-MOTIVO NOT EQUAL SPACES
               PERFORM 3900-RETIRA-MOVIMENTO
               MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING WRK-CODIGO-EDITADO " " FUNCIONARIO-NOME
                   " NAO PAGO - " WRK-MOTIVO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           COMPUTE WRK-ADIANTAMENTO ROUNDED EQUAL
               FUNCIONARIO-SALARIO-BASE * WRK-PERC-ADIANTAMENTO.
           IF WRK-ADIANTAMENTO EQUAL ZEROS
               GO TO 2000-PROCESSA-FUNCIONARIO-EXIT
           END-IF.

           PERFORM 3000-GRAVA-MOVIMENTO.
           PERFORM 6100-GRAVA-REMESSA-DETALHE.

           MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE FUNCIONARIO-SALARIO-BASE TO WRK-SALARIO-EDITADO.
           MOVE WRK-ADIANTAMENTO TO WRK-ADIANTAMENTO-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO " " FUNCIONARIO-NOME " "
               WRK-SALARIO-EDITADO "     " WRK-ADIANTAMENTO-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       2000-PROCESSA-FUNCIONARIO-EXIT.
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * AFASTAMENTO EM CURSO NA DATA DA RODADA (DATA FIM ZERADA = SEM   *
      * PREVISAO DE RETORNO).                                           *
      *----------------------------------------------------------------*
       2100-TESTA-AFASTAMENTO.
           MOVE "N" TO WRK-AFASTADO.
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
               IF AFA-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
                   OR AFA-DATA-INICIO GREATER WRK-DATA-ATUAL
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
               ELSE
                   IF AFA-DATA-FIM EQUAL ZEROS
                       OR AFA-DATA-FIM NOT LESS WRK-DATA-ATUAL
                       MOVE "S" TO WRK-AFASTADO
                       MOVE "S" TO WRK-FIM-AFASTAMENTOS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * MOVIMENTO "A" DA COMPETENCIA NA SEQUENCIA 94, DESCONTADO PELA   *
      * FOLHA MENSAL. REGRAVADO SE O PERIODO FOI REABERTO E REPROCESSADO*
      *----------------------------------------------------------------*
       3000-GRAVA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           MOVE "A" TO MOV-TIPO.
           MOVE 94 TO MOV-SEQUENCIA.
           MOVE ZEROS TO MOV-QUANTIDADE.
           MOVE WRK-ADIANTAMENTO TO MOV-VALOR.
           WRITE MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE MOVIMENTO-REGISTRO
           END-WRITE.

       3900-RETIRA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           MOVE "A" TO MOV-TIPO.
           MOVE 94 TO MOV-SEQUENCIA.
           READ ARQUIVO-MOVIMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE ARQUIVO-MOVIMENTOS RECORD
           END-READ.

      *----------------------------------------------------------------*
      * REMESSA DO ADIANTAMENTO, NO LAYOUT DA REMESSA DA FOLHA. O       *
      * CREDITO E NA DATA DA RODADA.                                    *
      *----------------------------------------------------------------*
       6000-GRAVA-REMESSA-HEADER.
           MOVE "0" TO REM-H-TIPO.
           MOVE WRK-DATA-ATUAL TO REM-H-DATA.
           MOVE "EMPRESA MODELO LTDA" TO REM-H-EMPRESA.
           WRITE REMESSA-HEADER.

       6100-GRAVA-REMESSA-DETALHE.
           MOVE "1" TO REM-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO REM-D-CODIGO.
           MOVE FUNCIONARIO-BANCO TO REM-D-BANCO.
           MOVE FUNCIONARIO-AGENCIA TO REM-D-AGENCIA.
           MOVE FUNCIONARIO-CONTA TO REM-D-CONTA.
           MOVE FUNCIONARIO-CONTA-DV TO REM-D-CONTA-DV.
           MOVE WRK-ADIANTAMENTO TO REM-D-VALOR.
           MOVE FUNCIONARIO-NOME TO REM-D-NOME.
           MOVE FUNCIONARIO-CPF TO REM-D-CPF.
           WRITE REMESSA-DETALHE.

           ADD 1 TO WRK-REM-QTD.
           ADD WRK-ADIANTAMENTO TO WRK-REM-TOTAL.

       6200-GRAVA-REMESSA-TRAILER.
           MOVE "9" TO REM-T-TIPO.
           MOVE WRK-REM-QTD TO REM-T-QTD.
           MOVE WRK-REM-TOTAL TO REM-T-TOTAL.
           WRITE REMESSA-TRAILER.
           PERFORM 6300-GRAVA-MANIFESTO.

      *----------------------------------------------------------------*
      * REGISTRO DE CONTROLE DA GERACAO NO MANIFESTO DE SAIDA, COMO A   *
      * REMESSA DA FOLHA: O BANCO CONFERE CONTAGEM E SOMA.              *
      *----------------------------------------------------------------*
       6300-GRAVA-MANIFESTO.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-MANIFESTO.
           MOVE SPACES TO MANIFESTO-REGISTRO.
           MOVE "remessa_adiantamento.dat" TO MAN-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO MAN-DATA.
           MOVE WRK-ERR-HORA TO MAN-HORA.
           MOVE WRK-REM-QTD TO MAN-QTD-REGISTROS.
           MOVE WRK-REM-TOTAL TO MAN-SOMA-VALOR.
           MOVE "N" TO MAN-ENVIADO.
           WRITE MANIFESTO-REGISTRO.
           CLOSE ARQUIVO-MANIFESTO.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE WRK-REM-TOTAL TO WRK-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNCIONARIOS NA REMESSA: " WRK-REM-QTD
               "   VALOR DA REMESSA: " WRK-TOTAL-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FORA DO ADIANTAMENTO - AFASTADOS: " WRK-QTD-AFASTADOS
               "   EM AVISO PREVIO: " WRK-QTD-AVISO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           DISPLAY 'ADIANTAMENTO QUINZENAL GRAVADO - FUNCIONARIOS: '
               WRK-REM-QTD.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
      * RETURN-CODE 8, SEM FECHAR O PERIODO DO ADIANTAMENTO.            *
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
           MOVE "ADIANTQZ" TO ERR-PROGRAMA.
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
