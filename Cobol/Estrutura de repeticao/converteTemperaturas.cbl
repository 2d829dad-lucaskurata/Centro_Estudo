      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteTemperaturas".
       AUTHOR. "LUCAS KURATA".
      *    CONVERSAO UNICA PARA AS ESTACOES METEOROLOGICAS: REGRAVA O
      *     HISTORICO DE CLIMA (TEMPERATURAS.DAT) COM O CODIGO DA
      *     ESTACAO EM CADA LEITURA. TODO O HISTORICO ANTIGO VEIO DE
      *     UM UNICO LOCAL, QUE PASSA A SER A ESTACAO INFORMADA AQUI;
      *     SE ELA AINDA NAO ESTIVER NO CADASTRO (ESTACOES.DAT), O
      *     PROGRAMA PEDE NOME, CIDADE E ALTITUDE E A CADASTRA.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, ANTES DA PRIMEIRA
      *     CAPTURA COM ESTACAO):
      *       1. RENOMEIE temperaturas.dat PARA temperaturas.old;
      *       2. RODE ESTE PROGRAMA E CONFIRA A CONTAGEM;
      *       3. CADASTRE AS DEMAIS ESTACOES NO CADASTRO DE ESTACOES;
      *       4. GUARDE O .old ATE VALIDAR O PRIMEIRO RESUMO MENSAL.
      *
      *     SEM O .old O HISTORICO NAO E TOCADO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL VELHO-TEMPERATURAS
           ASSIGN TO "temperaturas.old"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-TEMPERATURAS
           ASSIGN TO "temperaturas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ESTACOES
           ASSIGN TO "estacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EST-CODIGO
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    LEITURA NO LAYOUT ANTERIOR AS ESTACOES (19 BYTES).
       FD  VELHO-TEMPERATURAS.
       01  VELHA-LEITURA.
           05 VEL-DATA-LEITURA    PIC 9(8).
           05 VEL-TEMPERATURA     PIC 9(2)V9(2).
           05 VEL-CHUVA-MM        PIC 9(3)V9.
           05 VEL-UMIDADE         PIC 9(3).

       FD  ARQUIVO-TEMPERATURAS.
       01  LEITURA-TEMPERATURA.
           05 WRK-DATA-LEITURA    PIC 9(8).
           05 WRK-TEMPERATURA     PIC 9(2)V9(2).
           05 WRK-CHUVA-MM        PIC 9(3)V9.
           05 WRK-UMIDADE         PIC 9(3).
           05 WRK-ESTACAO         PIC 9(3).
           05 WRK-ORIGEM          PIC X(1).
               88 LEITURA-ESTIMADA VALUE "E".

       FD  ARQUIVO-ESTACOES.
           COPY "ESTACAO-METEOROLOGICA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-QTD-LEITURAS               PIC 9(6) VALUE ZEROS.
       77 WRK-ESTACAO-ANTIGA             PIC 9(3) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'CONVERSAO DO HISTORICO DE CLIMA PARA ESTACOES'.
           DISPLAY '(LE temperaturas.old E GRAVA temperaturas.dat)'.

           OPEN INPUT VELHO-TEMPERATURAS.
           PERFORM 1100-LE-VELHA-LEITURA.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY 'temperaturas.old AUSENTE OU VAZIO - HISTORICO '
                   'NAO TOCADO.'
               CLOSE VELHO-TEMPERATURAS
               STOP RUN
           END-IF.

           OPEN I-O ARQUIVO-ESTACOES.
           PERFORM 1000-DEFINE-ESTACAO.
           CLOSE ARQUIVO-ESTACOES.

           OPEN OUTPUT ARQUIVO-TEMPERATURAS.
           PERFORM 1200-COPIA-LEITURA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE VELHO-TEMPERATURAS.
           CLOSE ARQUIVO-TEMPERATURAS.

           DISPLAY 'temperaturas.old -> temperaturas.dat: '
               WRK-QTD-LEITURAS ' LEITURA(S) NA ESTACAO '
               WRK-ESTACAO-ANTIGA '.'.
           DISPLAY 'CONVERSAO CONCLUIDA - CONFIRA A CONTAGEM E GUARDE '
               'O .old ATE VALIDAR O PRIMEIRO RESUMO MENSAL.'.
           STOP RUN.

      *----------------------------------------------------------------*
      * ESTACAO QUE RECEBE O HISTORICO ANTIGO; CADASTRA SE PRECISO.     *
      *----------------------------------------------------------------*
       1000-DEFINE-ESTACAO.
           DISPLAY 'CODIGO DA ESTACAO DO HISTORICO ATUAL (001-999): '.
           ACCEPT WRK-ESTACAO-ANTIGA.
           IF WRK-ESTACAO-ANTIGA EQUAL ZEROS
               DISPLAY 'CODIGO DE ESTACAO INVALIDO.'
               PERFORM 1000-DEFINE-ESTACAO
           ELSE
               MOVE WRK-ESTACAO-ANTIGA TO EST-CODIGO
               READ ARQUIVO-ESTACOES
                   INVALID KEY
                       PERFORM 1050-CADASTRA-ESTACAO
                   NOT INVALID KEY
                       DISPLAY 'ESTACAO ' EST-CODIGO ' - ' EST-NOME
                           ' (' EST-CIDADE ')'
               END-READ
           END-IF.

       1050-CADASTRA-ESTACAO.
           DISPLAY 'ESTACAO NAO CADASTRADA - INFORME OS DADOS.'.
           MOVE WRK-ESTACAO-ANTIGA TO EST-CODIGO.
           DISPLAY 'NOME DA ESTACAO: '.
           ACCEPT EST-NOME.
           DISPLAY 'CIDADE: '.
           ACCEPT EST-CIDADE.
           DISPLAY 'ALTITUDE (METROS): '.
           ACCEPT EST-ALTITUDE.
           WRITE ESTACAO-REGISTRO.
           DISPLAY 'ESTACAO INCLUIDA.'.

       1100-LE-VELHA-LEITURA.
           READ VELHO-TEMPERATURAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-COPIA-LEITURA.
           MOVE VEL-DATA-LEITURA TO WRK-DATA-LEITURA.
           MOVE VEL-TEMPERATURA TO WRK-TEMPERATURA.
           MOVE VEL-CHUVA-MM TO WRK-CHUVA-MM.
           MOVE VEL-UMIDADE TO WRK-UMIDADE.
           MOVE WRK-ESTACAO-ANTIGA TO WRK-ESTACAO.
           MOVE "O" TO WRK-ORIGEM.
           WRITE LEITURA-TEMPERATURA.
           ADD 1 TO WRK-QTD-LEITURAS.
           PERFORM 1100-LE-VELHA-LEITURA.
