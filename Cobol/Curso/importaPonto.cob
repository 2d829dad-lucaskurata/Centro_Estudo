      *     COMPARECIMENTO EM MOVIMENTOS "F" EM MOVIMENTOS_FOLHA.DAT,
      *     NA SEQUENCIA 90 (RESERVADA A IMPORTACAO - REIMPORTAR
      *     SUBSTITUI O MOVIMENTO, SEM MEXER NOS LANCAMENTOS MANUAIS
      *     DO PROG52). QUEM OCUPA CARGO NO REGIME DE BANCO DE HORAS
      *     (PROG71) NAO RECEBE O MOVIMENTO "H": AS HORAS ALEM DA
      *     JORNADA DE CADA DIA VIRAM CREDITO NO BANCO_HORAS.DAT, NA
      *     MESMA SEQUENCIA 90 (REIMPORTAR REFAZ OS CREDITOS DO MES).
      *     AS HORAS BATIDAS ENTRE 22H E 5H DE QUEM OCUPA CARGO COM
      *     ADICIONAL NOTURNO (PROG71) VIRAM UM MOVIMENTO "N" NA
      *     SEQUENCIA 90, PAGO PELA FOLHA (008) COM O PERCENTUAL DO
      *     CARGO. BATIDAS IMPARES, CODIGOS DESCONHECIDOS E
      *     BATIDAS DE INATIVO SAEM NA LISTA DE EXCECOES PARA O
      *     OPERADOR RESOLVER (PONTO_EXCECOES.LST).
       ENVIRONMENT DIVISION.
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARGOS
           ASSIGN TO "cargos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARGO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-BANCO-HORAS
           ASSIGN TO "banco_horas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BANCO-HORAS-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-EXCECOES
           ASSIGN TO "ponto_excecoes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-REGISTRO.cpy".

       FD  ARQUIVO-BANCO-HORAS.
           COPY "BANCO-HORAS.cpy".

       FD  ARQUIVO-EXCECOES.
       01  LINHA-EXCECAO PIC X(80).

       77  WRK-QTD-EXCECOES    PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-MOV-H       PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-MOV-F       PIC 9(4) VALUE ZEROS.
      *    REGIME DE HORAS DO FUNCIONARIO CORRENTE (PELO CARGO) E
      *    APOIO DOS CREDITOS DIARIOS DO BANCO DE HORAS.
       77  WRK-NO-BANCO-HORAS  PIC A(1) VALUE "N".
       77  WRK-HORAS-DIA       PIC 9(3)V99 VALUE ZEROS.
       77  WRK-FIM-BANCO       PIC A(1) VALUE "N".
       77  WRK-QTD-CREDITOS    PIC 9(4) VALUE ZEROS.
      *    HORARIO NOTURNO (22H AS 5H, EM MINUTOS DESDE A MEIA-NOITE)
      *    E MINUTOS NOTURNOS DO MES DO FUNCIONARIO CORRENTE.
       77  WRK-INICIO-NOTURNO  PIC 9(4) VALUE 1320.
       77  WRK-FIM-NOTURNO     PIC 9(4) VALUE 300.
       77  WRK-TEM-NOTURNO     PIC A(1) VALUE "N".
       77  WRK-MIN-NOTURNOS    PIC 9(5) VALUE ZEROS.
       77  WRK-HORAS-NOTURNAS  PIC 9(3)V99 VALUE ZEROS.
       77  WRK-QTD-MOV-N       PIC 9(4) VALUE ZEROS.

      *    BATIDAS DO DIA CORRENTE, EM MINUTOS DESDE A MEIA-NOITE,
      *    PARA FECHAR OS PARES ENTRADA/SAIDA NA QUEBRA DE DIA.
           OPEN INPUT ARQUIVO-BATIDAS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-MOVIMENTOS.
           OPEN INPUT ARQUIVO-CARGOS.
           OPEN I-O ARQUIVO-BANCO-HORAS.
           OPEN OUTPUT ARQUIVO-EXCECOES.

           MOVE SPACES TO LINHA-EXCECAO.
           DISPLAY "IMPORTACAO CONCLUIDA - MOVIMENTOS H: "
               WRK-QTD-MOV-H "  MOVIMENTOS F: " WRK-QTD-MOV-F
               "  EXCECOES: " WRK-QTD-EXCECOES.
           DISPLAY "MOVIMENTOS DE HORAS NOTURNAS (N): " WRK-QTD-MOV-N.
           DISPLAY "CREDITOS DIARIOS NO BANCO DE HORAS: "
               WRK-QTD-CREDITOS.

           CLOSE ARQUIVO-BATIDAS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-CARGOS.
           CLOSE ARQUIVO-BANCO-HORAS.
           CLOSE ARQUIVO-EXCECOES.
           STOP RUN.

           MOVE ZEROS TO WRK-QTD-BATIDAS-DIA.
           MOVE ZEROS TO WRK-DIAS-PRESENTES.
           MOVE ZEROS TO WRK-HORAS-EXTRAS.
           MOVE ZEROS TO WRK-MIN-NOTURNOS.

           MOVE "N" TO WRK-FUNC-VALIDO.
           MOVE BAT-CODIGO TO FUNCIONARIO-CODIGO.
                   END-IF
           END-READ.

           MOVE "N" TO WRK-NO-BANCO-HORAS.
           MOVE "N" TO WRK-TEM-NOTURNO.
           IF WRK-FUNC-VALIDO EQUAL "S"
               MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO
               READ ARQUIVO-CARGOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CARGO-BANCO-HORAS
                           MOVE "S" TO WRK-NO-BANCO-HORAS
                       END-IF
                       IF CARGO-PERC-NOTURNO GREATER ZEROS
                           MOVE "S" TO WRK-TEM-NOTURNO
                       END-IF
               END-READ
           END-IF.
           IF WRK-NO-BANCO-HORAS EQUAL "S"
               PERFORM LIMPA-CREDITOS-IMPORTADOS
           END-IF.

      *    REIMPORTACAO: OS CREDITOS DA IMPORTACAO (SEQUENCIA 90) JA
      *     GRAVADOS NO MES PARA O FUNCIONARIO SAO RETIRADOS ANTES DE
      *     APURAR DE NOVO; DEBITOS E PAGAMENTOS NAO SAO TOCADOS.
       LIMPA-CREDITOS-IMPORTADOS.
           MOVE "N" TO WRK-FIM-BANCO.
           MOVE WRK-CODIGO-ANT TO BH-CODIGO.
           COMPUTE BH-DATA EQUAL WRK-PERIODO * 100.
           MOVE ZEROS TO BH-SEQUENCIA.
           START ARQUIVO-BANCO-HORAS KEY IS NOT LESS BANCO-HORAS-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-BANCO
           END-START.
           PERFORM LE-CREDITO-IMPORTADO
               UNTIL WRK-FIM-BANCO EQUAL "S".

       LE-CREDITO-IMPORTADO.
           READ ARQUIVO-BANCO-HORAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-BANCO
           END-READ.
           IF WRK-FIM-BANCO NOT EQUAL "S"
               IF BH-CODIGO NOT EQUAL WRK-CODIGO-ANT
                   OR BH-DATA (1:6) NOT EQUAL WRK-PERIODO
                   MOVE "S" TO WRK-FIM-BANCO
               ELSE
                   IF BH-CREDITO AND BH-SEQUENCIA EQUAL 90
                       DELETE ARQUIVO-BANCO-HORAS RECORD
                   END-IF
               END-IF
           END-IF.

       GUARDA-BATIDA.
           IF WRK-FUNC-VALIDO NOT EQUAL "S"
               GO TO GUARDA-BATIDA-FIM

           ADD 1 TO WRK-DIAS-PRESENTES.
           IF WRK-MINUTOS-DIA GREATER 480
               COMPUTE WRK-HORAS-DIA ROUNDED EQUAL
                   (WRK-MINUTOS-DIA - 480) / 60
               IF WRK-NO-BANCO-HORAS EQUAL "S"
                   PERFORM GRAVA-CREDITO-BANCO
               ELSE
                   ADD WRK-HORAS-DIA TO WRK-HORAS-EXTRAS
               END-IF
           END-IF.

       FECHA-DIA-FIM.
           EXIT.

      *    CREDITO DO DIA NO BANCO DE HORAS, NA SEQUENCIA 90 DA
      *     IMPORTACAO.
       GRAVA-CREDITO-BANCO.
           MOVE WRK-CODIGO-ANT TO BH-CODIGO.
           MOVE WRK-DATA-ANT TO BH-DATA.
           MOVE 90 TO BH-SEQUENCIA.
           MOVE "C" TO BH-TIPO.
           MOVE WRK-HORAS-DIA TO BH-HORAS.
           MOVE "IMPORTACAO DO PONTO" TO BH-HISTORICO.
           WRITE BANCO-HORAS-REGISTRO
               INVALID KEY
                   REWRITE BANCO-HORAS-REGISTRO
           END-WRITE.
           ADD 1 TO WRK-QTD-CREDITOS.

       SOMA-PAR-DE-BATIDAS.
           ADD 1 TO WRK-IDX.
           MOVE WRK-BATIDA-MIN (WRK-IDX) TO WRK-MIN-ENTRADA.
           IF WRK-MIN-SAIDA GREATER WRK-MIN-ENTRADA
               COMPUTE WRK-MINUTOS-DIA EQUAL WRK-MINUTOS-DIA +
                   (WRK-MIN-SAIDA - WRK-MIN-ENTRADA)
               IF WRK-TEM-NOTURNO EQUAL "S"
                   PERFORM SOMA-MINUTOS-NOTURNOS
               END-IF
           END-IF.

      *    PARTE DO PAR ENTRADA/SAIDA QUE CAI NO HORARIO NOTURNO: DA
      *     MEIA-NOITE AS 5H E DAS 22H A MEIA-NOITE.
       SOMA-MINUTOS-NOTURNOS.
           IF WRK-MIN-ENTRADA LESS WRK-FIM-NOTURNO
               IF WRK-MIN-SAIDA LESS WRK-FIM-NOTURNO
                   COMPUTE WRK-MIN-NOTURNOS EQUAL WRK-MIN-NOTURNOS +
                       (WRK-MIN-SAIDA - WRK-MIN-ENTRADA)
               ELSE
                   COMPUTE WRK-MIN-NOTURNOS EQUAL WRK-MIN-NOTURNOS +
                       (WRK-FIM-NOTURNO - WRK-MIN-ENTRADA)
               END-IF
           END-IF.
           IF WRK-MIN-SAIDA GREATER WRK-INICIO-NOTURNO
               IF WRK-MIN-ENTRADA GREATER WRK-INICIO-NOTURNO
                   COMPUTE WRK-MIN-NOTURNOS EQUAL WRK-MIN-NOTURNOS +
                       (WRK-MIN-SAIDA - WRK-MIN-ENTRADA)
               ELSE
                   COMPUTE WRK-MIN-NOTURNOS EQUAL WRK-MIN-NOTURNOS +
                       (WRK-MIN-SAIDA - WRK-INICIO-NOTURNO)
               END-IF
           END-IF.

      *    FECHA O FUNCIONARIO CORRENTE: HORAS EXTRAS DO MES VIRAM UM
      *     MOVIMENTO "H" E OS DIAS UTEIS SEM COMPARECIMENTO VIRAM UM
      *     MOVIMENTO "F", AMBOS NA SEQUENCIA 90 DA IMPORTACAO. AS
      *     HORAS NOTURNAS DO MES VIRAM O MOVIMENTO "N".
       FECHA-FUNCIONARIO.
           IF WRK-FUNC-VALIDO NOT EQUAL "S"
               GO TO FECHA-FUNCIONARIO-FIM
               ADD 1 TO WRK-QTD-MOV-F
           END-IF.

           IF WRK-MIN-NOTURNOS GREATER ZEROS
               COMPUTE WRK-HORAS-NOTURNAS ROUNDED EQUAL
                   WRK-MIN-NOTURNOS / 60
               MOVE WRK-PERIODO TO MOV-PERIODO
               MOVE WRK-CODIGO-ANT TO MOV-CODIGO
               MOVE "N" TO MOV-TIPO
               MOVE 90 TO MOV-SEQUENCIA
               MOVE WRK-HORAS-NOTURNAS TO MOV-QUANTIDADE
               MOVE ZEROS TO MOV-VALOR
               PERFORM GRAVA-MOVIMENTO
               ADD 1 TO WRK-QTD-MOV-N
           END-IF.

       FECHA-FUNCIONARIO-FIM.
           EXIT.

