      *     ABAIXO DO MINIMO) GERA UMA LINHA DE ALERTA EM
      *     ALERTAS_CLIMA.LOG, QUE O PAINEL DE OPERACOES (PROG66)
      *     MOSTRA NA MANHA SEGUINTE - A DEFESA CIVIL COBRA ISSO.
      *     CADA LEITURA E DE UMA ESTACAO DO CADASTRO DE ESTACOES
      *     (ESTACOES.DAT): O OPERADOR INFORMA A ESTACAO E DIGITA AS
      *     LEITURAS DELA; A DATA DUPLICADA E CONFERIDA POR ESTACAO.
      *     DIA QUE SO TEM ESTIMATIVA DO PREENCHIMENTO DE LACUNAS E
      *     SUBSTITUIDO PELA LEITURA REAL SEM PERGUNTA; A ESTIMATIVA
      *     SUBSTITUIDA FICA NO LOG DE CORRECOES.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           SELECT OPTIONAL ARQUIVO-ALERTAS
           ASSIGN TO "alertas_clima.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ESTACOES
           ASSIGN TO "estacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EST-CODIGO
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
           05 WRK-TEMPERATURA     PIC 9(2)V9(2).
           05 WRK-CHUVA-MM        PIC 9(3)V9.
           05 WRK-UMIDADE         PIC 9(3).
           05 WRK-ESTACAO         PIC 9(3).
           05 WRK-ORIGEM          PIC X(1).
               88 LEITURA-ESTIMADA VALUE "E".

       FD  ARQUIVO-CORRECOES.
       01  LINHA-CORRECAO PIC X(120).

      *    LIMIARES DE ALERTA, MANTIDOS PELO OPERADOR NO ARQUIVO DE
      *    PARAMETROS (SEM ARQUIVO, VALEM OS PADROES EMBUTIDOS).
       FD  ARQUIVO-ALERTAS.
       01  LINHA-ALERTA PIC X(80).

       FD  ARQUIVO-ESTACOES.
           COPY "ESTACAO-METEOROLOGICA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-DATA-VALIDA              PIC A(1) VALUE "N".
       77 WRK-DUPLICADA                PIC A(1) VALUE "N".
       77 WRK-TEMP-ANTIGA              PIC 9(2)V9(2) VALUE ZEROS.
       77 WRK-CHUVA-ANTIGA             PIC 9(3)V9 VALUE ZEROS.
       77 WRK-UMIDADE-ANTIGA           PIC 9(3) VALUE ZEROS.
       77 WRK-ORIGEM-ANTIGA            PIC X(1) VALUE SPACES.
       77 WRK-CHUVA-ANTIGA-EDITADA     PIC ZZ9,9.
       77 WRK-CORRIGIR                 PIC A(1) VALUE "N".
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-DATA-HOJE                PIC 9(8) VALUE ZEROS.
       77 WRK-IDX                      PIC 9(4) VALUE ZEROS.
       77 WRK-TEMP-ANTIGA-EDITADA      PIC Z9,99.
       77 WRK-TEMP-NOVA-EDITADA        PIC Z9,99.
       77 WRK-ESTACAO-DIGITADA         PIC 9(3) VALUE ZEROS.
       77 WRK-ESTACAO-VALIDA           PIC A(1) VALUE "N".

      *    IMAGEM DO ARQUIVO EM MEMORIA PARA A REGRAVACAO DE UMA
      *    CORRECAO (O ARQUIVO E SEQUENCIAL - A TROCA DE UMA LINHA
               10 WRK-TAB-TEMP          PIC 9(2)V9(2).
               10 WRK-TAB-CHUVA         PIC 9(3)V9.
               10 WRK-TAB-UMIDADE       PIC 9(3).
               10 WRK-TAB-ESTACAO       PIC 9(3).
               10 WRK-TAB-ORIGEM        PIC X(1).

      *=================================================================
       PROCEDURE                                       DIVISION.
       0000-MAINLINE.
           PERFORM 0500-CARREGA-PARAMETROS.
           DISPLAY 'CAPTURA DAS OBSERVACOES DIARIAS DO CLIMA'.
           PERFORM 0600-PEDE-ESTACAO.

           PERFORM 0700-CAPTURA-ESTACAO
               UNTIL WRK-ESTACAO-DIGITADA EQUAL ZEROS.

           STOP RUN.

      *----------------------------------------------------------------*
      * PEDE A ESTACAO ATE VIR UMA CADASTRADA OU O ZERO DE ENCERRAR.    *
      *----------------------------------------------------------------*
       0600-PEDE-ESTACAO.
           MOVE "N" TO WRK-ESTACAO-VALIDA.
           PERFORM 0610-VALIDA-ESTACAO
               UNTIL WRK-ESTACAO-VALIDA EQUAL "S".

       0610-VALIDA-ESTACAO.
           DISPLAY 'ESTACAO DA LEITURA (CODIGO, 0 ENCERRA): '.
           ACCEPT WRK-ESTACAO-DIGITADA.
           IF WRK-ESTACAO-DIGITADA EQUAL ZEROS
               MOVE "S" TO WRK-ESTACAO-VALIDA
           ELSE
               OPEN INPUT ARQUIVO-ESTACOES
               MOVE WRK-ESTACAO-DIGITADA TO EST-CODIGO
               READ ARQUIVO-ESTACOES
                   INVALID KEY
                       DISPLAY 'ESTACAO NAO CADASTRADA - CADASTRE A '
                           'ESTACAO ANTES DE CAPTURAR AS LEITURAS.'
                   NOT INVALID KEY
                       MOVE "S" TO WRK-ESTACAO-VALIDA
                       DISPLAY 'ESTACAO ' EST-CODIGO ' - ' EST-NOME
                           ' (' EST-CIDADE ')'
               END-READ
               CLOSE ARQUIVO-ESTACOES
           END-IF.

      *----------------------------------------------------------------*
      * LEITURAS DA ESTACAO INFORMADA ATE A DATA ZERO; DEPOIS PEDE A    *
      * PROXIMA ESTACAO.                                                *
      *----------------------------------------------------------------*
       0700-CAPTURA-ESTACAO.
           DISPLAY 'DATA DA LEITURA (AAAAMMDD, 0 ENCERRA): '.
           ACCEPT WRK-DATA-DIGITADA.

           PERFORM 1000-PROCESSA-LEITURA
               UNTIL WRK-DATA-DIGITADA EQUAL ZEROS.

           PERFORM 0600-PEDE-ESTACAO.

       1000-PROCESSA-LEITURA.
           PERFORM 1100-VALIDA-DATA.

      *----------------------------------------------------------------*
      * CARREGA O ARQUIVO NO QUADRO E VERIFICA SE A DATA JA TEM         *
      * LEITURA REGISTRADA NA ESTACAO, GUARDANDO O VALOR ANTIGO.        *
      *----------------------------------------------------------------*
       2000-VERIFICA-DUPLICATA.
           MOVE "N" TO WRK-DUPLICADA.
      *    CORRECAO E RECUSADA (A REGRAVACAO PERDERIA O EXCEDENTE).
       2200-CARREGA-LEITURA.
           IF WRK-DATA-LEITURA EQUAL WRK-DATA-DIGITADA
               AND WRK-ESTACAO EQUAL WRK-ESTACAO-DIGITADA
               MOVE "S" TO WRK-DUPLICADA
               MOVE WRK-TEMPERATURA TO WRK-TEMP-ANTIGA
               MOVE WRK-CHUVA-MM TO WRK-CHUVA-ANTIGA
               MOVE WRK-UMIDADE TO WRK-UMIDADE-ANTIGA
               MOVE WRK-ORIGEM TO WRK-ORIGEM-ANTIGA
           END-IF.

           IF WRK-QTD-LEITURAS LESS 2000
                   WRK-TAB-CHUVA (WRK-QTD-LEITURAS)
               MOVE WRK-UMIDADE TO
                   WRK-TAB-UMIDADE (WRK-QTD-LEITURAS)
               MOVE WRK-ESTACAO TO
                   WRK-TAB-ESTACAO (WRK-QTD-LEITURAS)
               MOVE WRK-ORIGEM TO
                   WRK-TAB-ORIGEM (WRK-QTD-LEITURAS)
           ELSE
               MOVE "S" TO WRK-QUADRO-ESTOURADO
           END-IF.
      *----------------------------------------------------------------*
      * DATA JA REGISTRADA: SO GRAVA COM A OPCAO EXPLICITA DE           *
      * CORRECAO, QUE DEIXA O VALOR ANTIGO NO LOG DE CORRECOES E        *
      * REGRAVA O ARQUIVO COM O VALOR NOVO. ESTIMATIVA E SUBSTITUIDA    *
      * SEM PERGUNTA PELA LEITURA REAL QUE CHEGA DEPOIS.                *
      *----------------------------------------------------------------*
       3000-TRATA-DUPLICATA.
           MOVE WRK-TEMP-ANTIGA TO WRK-TEMP-ANTIGA-EDITADA.
           IF WRK-ORIGEM-ANTIGA EQUAL "E"
               DISPLAY 'A ESTACAO ' WRK-ESTACAO-DIGITADA ' TEM '
                   'ESTIMATIVA PARA ' WRK-DATA-DIGITADA
                   ' (TEMPERATURA ' WRK-TEMP-ANTIGA-EDITADA
                   ') - SUBSTITUIDA PELA LEITURA REAL.'
               MOVE "S" TO WRK-CORRIGIR
           ELSE
               DISPLAY 'JA EXISTE LEITURA DA ESTACAO '
                   WRK-ESTACAO-DIGITADA ' PARA ' WRK-DATA-DIGITADA
                   ' COM TEMPERATURA ' WRK-TEMP-ANTIGA-EDITADA '.'
               DISPLAY 'CORRIGIR O VALOR REGISTRADO? (S/N)'
               ACCEPT WRK-CORRIGIR
           END-IF.

           IF WRK-CORRIGIR EQUAL 'S' OR WRK-CORRIGIR EQUAL 's'
               IF WRK-QUADRO-ESTOURADO EQUAL "S"

           OPEN EXTEND ARQUIVO-CORRECOES.
           MOVE SPACES TO LINHA-CORRECAO.
           IF WRK-ORIGEM-ANTIGA EQUAL "E"
               MOVE WRK-CHUVA-ANTIGA TO WRK-CHUVA-ANTIGA-EDITADA
               STRING WRK-DATA-HOJE
                      " ESTIMATIVA DE " WRK-DATA-DIGITADA
                      " (TEMP " WRK-TEMP-ANTIGA-EDITADA
                      " CHUVA " WRK-CHUVA-ANTIGA-EDITADA
                      " UMID " WRK-UMIDADE-ANTIGA
                      ") SUBSTITUIDA PELA LEITURA REAL "
                      WRK-TEMP-NOVA-EDITADA
                      " ESTACAO " WRK-ESTACAO-DIGITADA
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
           ELSE
               STRING WRK-DATA-HOJE
                      " CORRECAO DA LEITURA DE " WRK-DATA-DIGITADA
                      " DE " WRK-TEMP-ANTIGA-EDITADA
                      " PARA " WRK-TEMP-NOVA-EDITADA
                      " ESTACAO " WRK-ESTACAO-DIGITADA
                   DELIMITED BY SIZE INTO LINHA-CORRECAO
           END-IF.
           WRITE LINHA-CORRECAO.
           CLOSE ARQUIVO-CORRECOES.

       3300-REGRAVA-LEITURA.
           ADD 1 TO WRK-IDX.
           MOVE WRK-TAB-DATA (WRK-IDX) TO WRK-DATA-LEITURA.
           MOVE WRK-TAB-ESTACAO (WRK-IDX) TO WRK-ESTACAO.
           IF WRK-TAB-DATA (WRK-IDX) EQUAL WRK-DATA-DIGITADA
               AND WRK-TAB-ESTACAO (WRK-IDX) EQUAL WRK-ESTACAO-DIGITADA
               MOVE WRK-TEMP-DIGITADA TO WRK-TEMPERATURA
               MOVE WRK-CHUVA-DIGITADA TO WRK-CHUVA-MM
               MOVE WRK-UMIDADE-DIGITADA TO WRK-UMIDADE
               MOVE "O" TO WRK-ORIGEM
           ELSE
               MOVE WRK-TAB-TEMP (WRK-IDX) TO WRK-TEMPERATURA
               MOVE WRK-TAB-CHUVA (WRK-IDX) TO WRK-CHUVA-MM
               MOVE WRK-TAB-UMIDADE (WRK-IDX) TO WRK-UMIDADE
               MOVE WRK-TAB-ORIGEM (WRK-IDX) TO WRK-ORIGEM
           END-IF.
           WRITE LEITURA-TEMPERATURA.

           MOVE WRK-TEMP-DIGITADA TO WRK-TEMPERATURA.
           MOVE WRK-CHUVA-DIGITADA TO WRK-CHUVA-MM.
           MOVE WRK-UMIDADE-DIGITADA TO WRK-UMIDADE.
           MOVE WRK-ESTACAO-DIGITADA TO WRK-ESTACAO.
           MOVE "O" TO WRK-ORIGEM.
           WRITE LEITURA-TEMPERATURA.
           CLOSE ARQUIVO-TEMPERATURAS.
           DISPLAY 'LEITURA GRAVADA PARA ' WRK-DATA-DIGITADA '.'.
               STRING WRK-DATA-DIGITADA
                      " ALERTA DE CHUVA: " WRK-CHUVA-EDITADA
                      " MM EM 24H (LIMITE " WRK-CHUVA-LIMITE ")"
                      " ESTACAO " WRK-ESTACAO-DIGITADA
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
               CLOSE ARQUIVO-ALERTAS
               STRING WRK-DATA-DIGITADA
                      " ALERTA DE UMIDADE: " WRK-UMIDADE-DIGITADA
                      "% (MINIMO " WRK-UMIDADE-MINIMA "%)"
                      " ESTACAO " WRK-ESTACAO-DIGITADA
                   DELIMITED BY SIZE INTO LINHA-ALERTA
               WRITE LINHA-ALERTA
               CLOSE ARQUIVO-ALERTAS
