       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG113.
      *    AVISOS SEMANAIS AOS RESPONSAVEIS DOS ALUNOS MATRICULADOS NO
      *     ANO CORRENTE, RODADO UMA VEZ POR SEMANA PELA SECRETARIA:
      *     - FREQUENCIA: FALTAS A PARTIR DE 20% DAS AULAS DO ANO EM
      *       PRESENCAS.DAT (O BOLETIM REPROVA ACIMA DE 25%), DEPOIS
      *       DE PELO MENOS 10 AULAS;
      *     - NOTAS: MATERIA DO ANO EM TURMA.DAT COM MEDIA DAS NOTAS
      *       JA LANCADAS (NOTA ZERADA = AINDA NAO LANCADA) ABAIXO DE
      *       7, SALVO SE A RECUPERACAO JA DEU MEDIA FINAL 5;
      *     - MENSALIDADES: COBRANCA ABERTA E VENCIDA EM
      *       MENSALIDADES.DAT (SO O RESPONSAVEL FINANCEIRO, OU TODOS
      *       SE O ALUNO NAO TEM FINANCEIRO MARCADO).
      *     CADA RESPONSAVEL RECEBE UM AVISO SO COM TODOS OS MOTIVOS
      *     DO ALUNO: COM E-MAIL, UMA LINHA NO EXTRATO PARA A MALA
      *     DIRETA (AVISOS_RESPONSAVEIS_EMAIL.TXT, CAMPOS SEPARADOS
      *     POR ";"); SEM E-MAIL, UMA CARTA EM CARTAS_RESPONSAVEIS.LST.
      *     TODO AVISO ENTRA NO REGISTRO DE CONTATOS
      *     (CONTATOS_RESPONSAVEIS.DAT) COMO PROVA DE QUE A FAMILIA
      *     FOI AVISADA; ALUNO COM AVISO E SEM RESPONSAVEL CADASTRADO
      *     (PROG111) SAI NO RESUMO AVISOS_RESPONSAVEIS.LST PARA A
      *     SECRETARIA LIGAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-MATRICULAS
           ASSIGN TO "matriculas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MATRICULA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ALUNO
           ASSIGN TO "alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-RA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PRESENCAS
           ASSIGN TO "presencas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TURMA
           ASSIGN TO "turma.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MENSALIDADES
           ASSIGN TO "mensalidades.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MENSALIDADE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-RESPONSAVEIS
           ASSIGN TO "responsaveis_alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPONSAVEL-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-CARTAS
           ASSIGN TO "cartas_responsaveis.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-EMAILS
           ASSIGN TO "avisos_responsaveis_email.txt"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RESUMO
           ASSIGN TO "avisos_responsaveis.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONTATOS
           ASSIGN TO "contatos_responsaveis.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MATRICULAS.
           COPY "MATRICULA-REGISTRO.cpy".

       FD  ARQUIVO-ALUNO.
       01  WRK-ALUNO.
           05 WRK-NOME  PIC A(20).
           05 FILLER    PIC X(1).
           05 WRK-IDADE PIC 9(2).
           05 FILLER    PIC X(1).
           05 WRK-RA    PIC 9(7).
           05 FILLER    PIC X.
           05 DADOSPESSOAIS.
               10 WRK-ENDERECO   PIC A(17).
               10 FILLER         PIC X.
               10 WRK-RG         PIC 9(9).

       FD  ARQUIVO-PRESENCAS.
           COPY "PRESENCA-REGISTRO.cpy".

       FD  ARQUIVO-TURMA.
           COPY "TURMA-REGISTRO.cpy".

       FD  ARQUIVO-MENSALIDADES.
           COPY "MENSALIDADE-REGISTRO.cpy".

       FD  ARQUIVO-RESPONSAVEIS.
           COPY "RESPONSAVEL-ALUNO.cpy".

       FD  ARQUIVO-CARTAS.
       01  LINHA-CARTA PIC X(80).

       FD  ARQUIVO-EMAILS.
       01  LINHA-EMAIL PIC X(200).

       FD  ARQUIVO-RESUMO.
       01  LINHA-RESUMO PIC X(80).

       FD  ARQUIVO-CONTATOS.
           COPY "CONTATO-RESPONSAVEL.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-FIM-RESPONSAVEIS PIC A(1) VALUE "N".
       77  WRK-DATA-HOJE       PIC 9(8) VALUE ZEROS.
       77  WRK-HORA-AGORA      PIC 9(8) VALUE ZEROS.
       77  WRK-ANO             PIC 9(4) VALUE ZEROS.
       77  WRK-RA-BUSCA        PIC 9(7) VALUE ZEROS.
       77  WRK-IDX             PIC 9(3) VALUE ZEROS.
       77  WRK-QTD-ALUNOS      PIC 9(3) VALUE ZEROS.
       77  WRK-ALUNO-ACHADO    PIC A(1) VALUE "N".
       77  WRK-TOTAL           PIC 9(3) VALUE ZEROS.
       77  WRK-QTD-NOTAS       PIC 9(1) VALUE ZEROS.
       77  WRK-MEDIA           PIC 9(2)V99 VALUE ZEROS.
       77  WRK-MEDIA-FINAL     PIC 9(2)V99 VALUE ZEROS.
       77  WRK-PERC-FALTAS     PIC 9(3)V99 VALUE ZEROS.
       77  WRK-PERC-ALERTA     PIC 9(3)V99 VALUE 20.
       77  WRK-MIN-AULAS       PIC 9(3) VALUE 10.

       77  WRK-AVISA-FALTAS    PIC A(1) VALUE "N".
       77  WRK-AVISA-NOTAS     PIC A(1) VALUE "N".
       77  WRK-AVISA-MENSALIDADE PIC A(1) VALUE "N".
       77  WRK-TEM-FINANCEIRO  PIC A(1) VALUE "N".
       77  WRK-QTD-RESPONSAVEIS PIC 9(1) VALUE ZEROS.

       77  WRK-QTD-AVISADOS    PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-CARTAS      PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-EMAILS      PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-SEM-RESPONSAVEL PIC 9(4) VALUE ZEROS.

       77  WRK-PERC-EDITADO    PIC ZZ9.99.
       77  WRK-VALOR-EDITADO   PIC ZZZZZZ9.99.
       77  WRK-MEIO-EDITADO    PIC X(6) VALUE SPACES.
       77  WRK-EML-MENS-QTD    PIC 9(2) VALUE ZEROS.

      *    QUADRO DOS MATRICULADOS DO ANO COM O APURADO DE FALTAS,
      *    MATERIAS ABAIXO DA MEDIA E MENSALIDADES VENCIDAS.
       01  WRK-QUADRO-AVISOS.
           05 WRK-AVI-ITEM OCCURS 500 TIMES.
               10 WRK-AVI-RA            PIC 9(7).
               10 WRK-AVI-TURMA         PIC X(5).
               10 WRK-AVI-AULAS         PIC 9(3).
               10 WRK-AVI-FALTAS        PIC 9(3).
               10 WRK-AVI-MATERIAS      PIC 9(2).
               10 WRK-AVI-MENS-QTD      PIC 9(2).
               10 WRK-AVI-MENS-VALOR    PIC 9(7)V99.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO.

           DISPLAY "AVISOS SEMANAIS AOS RESPONSAVEIS - ANO " WRK-ANO.

           OPEN OUTPUT ARQUIVO-CARTAS.
           OPEN OUTPUT ARQUIVO-EMAILS.
           OPEN OUTPUT ARQUIVO-RESUMO.
           OPEN EXTEND ARQUIVO-CONTATOS.

           MOVE SPACES TO LINHA-RESUMO.
           STRING "AVISOS AOS RESPONSAVEIS - SEMANA DE " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

           MOVE SPACES TO LINHA-EMAIL.
           STRING "EMAIL;RESPONSAVEL;RA;ALUNO;TURMA;FALTAS;AULAS;"
                  "PERC_FALTAS;MATERIAS_ABAIXO_MEDIA;"
                  "MENSALIDADES_VENCIDAS;VALOR_VENCIDO"
               DELIMITED BY SIZE INTO LINHA-EMAIL.
           WRITE LINHA-EMAIL.

           OPEN INPUT ARQUIVO-MATRICULAS.
           PERFORM CARREGA-MATRICULAS.
           CLOSE ARQUIVO-MATRICULAS.

           PERFORM APURA-FREQUENCIA.
           PERFORM APURA-NOTAS.
           PERFORM APURA-MENSALIDADES.

           OPEN INPUT ARQUIVO-ALUNO.
           OPEN INPUT ARQUIVO-RESPONSAVEIS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM AVISA-ALUNO THRU AVISA-ALUNO-FIM
               UNTIL WRK-IDX NOT LESS WRK-QTD-ALUNOS.
           CLOSE ARQUIVO-ALUNO.
           CLOSE ARQUIVO-RESPONSAVEIS.

           MOVE SPACES TO LINHA-RESUMO.
           STRING "ALUNOS AVISADOS: " WRK-QTD-AVISADOS
                  "  CARTAS: " WRK-QTD-CARTAS
                  "  E-MAILS: " WRK-QTD-EMAILS
                  "  SEM RESPONSAVEL: " WRK-QTD-SEM-RESPONSAVEL
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.

           CLOSE ARQUIVO-CARTAS.
           CLOSE ARQUIVO-EMAILS.
           CLOSE ARQUIVO-RESUMO.
           CLOSE ARQUIVO-CONTATOS.

           DISPLAY "ALUNOS AVISADOS: " WRK-QTD-AVISADOS
               "  CARTAS: " WRK-QTD-CARTAS
               "  E-MAILS: " WRK-QTD-EMAILS
               "  SEM RESPONSAVEL: " WRK-QTD-SEM-RESPONSAVEL.
           STOP RUN.

      *    CARREGA OS MATRICULADOS DO ANO NO QUADRO.
       CARREGA-MATRICULAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO TO MAT-ANO.
           MOVE ZEROS TO MAT-RA.
           START ARQUIVO-MATRICULAS KEY IS NOT LESS MATRICULA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM LE-MATRICULA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-MATRICULA.
           READ ARQUIVO-MATRICULAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               IF MAT-ANO EQUAL WRK-ANO
                   IF WRK-QTD-ALUNOS LESS 500
                       ADD 1 TO WRK-QTD-ALUNOS
                       MOVE MAT-RA TO WRK-AVI-RA (WRK-QTD-ALUNOS)
                       MOVE MAT-TURMA TO WRK-AVI-TURMA (WRK-QTD-ALUNOS)
                       MOVE ZEROS TO WRK-AVI-AULAS (WRK-QTD-ALUNOS)
                       MOVE ZEROS TO WRK-AVI-FALTAS (WRK-QTD-ALUNOS)
                       MOVE ZEROS TO WRK-AVI-MATERIAS (WRK-QTD-ALUNOS)
                       MOVE ZEROS TO WRK-AVI-MENS-QTD (WRK-QTD-ALUNOS)
                       MOVE ZEROS TO
                           WRK-AVI-MENS-VALOR (WRK-QTD-ALUNOS)
                   ELSE
                       DISPLAY "QUADRO DE ALUNOS CHEIO - RA "
                           MAT-RA " FORA DOS AVISOS."
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

       LOCALIZA-ALUNO.
           MOVE "N" TO WRK-ALUNO-ACHADO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM PROCURA-ALUNO
               UNTIL WRK-ALUNO-ACHADO EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-ALUNOS.

       PROCURA-ALUNO.
           ADD 1 TO WRK-IDX.
           IF WRK-AVI-RA (WRK-IDX) EQUAL WRK-RA-BUSCA
               MOVE "S" TO WRK-ALUNO-ACHADO
           END-IF.

      *    AULAS E FALTAS DO ANO POR ALUNO.
       APURA-FREQUENCIA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PRESENCAS.
           PERFORM LE-PRESENCA.
           PERFORM AVALIA-PRESENCA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-PRESENCAS.

       LE-PRESENCA.
           READ ARQUIVO-PRESENCAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       AVALIA-PRESENCA.
           IF FRE-DATA (1:4) EQUAL WRK-ANO
               MOVE FRE-RA TO WRK-RA-BUSCA
               PERFORM LOCALIZA-ALUNO
               IF WRK-ALUNO-ACHADO EQUAL "S"
                   ADD 1 TO WRK-AVI-AULAS (WRK-IDX)
                   IF ALUNO-FALTOU
                       ADD 1 TO WRK-AVI-FALTAS (WRK-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-PRESENCA.

      *    MATERIAS ABAIXO DA MEDIA: MEDIA DAS NOTAS JA LANCADAS MENOR
      *     QUE 7, A NAO SER QUE A RECUPERACAO LANCADA TENHA LEVADO A
      *     MEDIA FINAL A 5 (MESMO CRITERIO DO BOLETIM).
       APURA-NOTAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TURMA.
           PERFORM LE-TURMA.
           PERFORM AVALIA-NOTAS UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-TURMA.

       LE-TURMA.
           READ ARQUIVO-TURMA
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       AVALIA-NOTAS.
           IF TMA-ANO EQUAL WRK-ANO
               MOVE TMA-RA TO WRK-RA-BUSCA
               PERFORM LOCALIZA-ALUNO
               IF WRK-ALUNO-ACHADO EQUAL "S"
                   PERFORM CALCULA-MEDIA
                   IF WRK-QTD-NOTAS GREATER ZEROS
                       AND WRK-MEDIA LESS 7
                       IF RECUPERACAO-LANCADA
                           COMPUTE WRK-MEDIA-FINAL ROUNDED EQUAL
                               (WRK-MEDIA + TMA-NOTA-RECUPERACAO) / 2
                           IF WRK-MEDIA-FINAL LESS 5
                               ADD 1 TO WRK-AVI-MATERIAS (WRK-IDX)
                           END-IF
                       ELSE
                           ADD 1 TO WRK-AVI-MATERIAS (WRK-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM LE-TURMA.

       CALCULA-MEDIA.
           MOVE ZEROS TO WRK-TOTAL.
           MOVE ZEROS TO WRK-QTD-NOTAS.
           MOVE ZEROS TO WRK-MEDIA.
           IF TMA-NOTA1 GREATER ZEROS
               ADD TMA-NOTA1 TO WRK-TOTAL
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           IF TMA-NOTA2 GREATER ZEROS
               ADD TMA-NOTA2 TO WRK-TOTAL
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           IF TMA-NOTA3 GREATER ZEROS
               ADD TMA-NOTA3 TO WRK-TOTAL
               ADD 1 TO WRK-QTD-NOTAS
           END-IF.
           IF WRK-QTD-NOTAS GREATER ZEROS
               DIVIDE WRK-TOTAL BY WRK-QTD-NOTAS GIVING WRK-MEDIA
           END-IF.

      *    COBRANCAS ABERTAS E JA VENCIDAS DOS MATRICULADOS DO ANO, DE
      *     QUALQUER COMPETENCIA.
       APURA-MENSALIDADES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MENSALIDADES.
           PERFORM LE-MENSALIDADE.
           PERFORM AVALIA-MENSALIDADE UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-MENSALIDADES.

       LE-MENSALIDADE.
           READ ARQUIVO-MENSALIDADES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       AVALIA-MENSALIDADE.
           IF MENSALIDADE-ABERTA
               AND MEN-VENCIMENTO LESS WRK-DATA-HOJE
               MOVE MEN-RA TO WRK-RA-BUSCA
               PERFORM LOCALIZA-ALUNO
               IF WRK-ALUNO-ACHADO EQUAL "S"
                   ADD 1 TO WRK-AVI-MENS-QTD (WRK-IDX)
                   ADD MEN-VALOR TO WRK-AVI-MENS-VALOR (WRK-IDX)
               END-IF
           END-IF.
           PERFORM LE-MENSALIDADE.

      *    UM ALUNO DO QUADRO: MOTIVOS DE AVISO E, HAVENDO ALGUM, UM
      *     AVISO PARA CADA RESPONSAVEL CADASTRADO.
       AVISA-ALUNO.
           ADD 1 TO WRK-IDX.
           MOVE "N" TO WRK-AVISA-FALTAS.
           MOVE "N" TO WRK-AVISA-NOTAS.
           MOVE "N" TO WRK-AVISA-MENSALIDADE.
           MOVE ZEROS TO WRK-PERC-FALTAS.

           IF WRK-AVI-AULAS (WRK-IDX) NOT LESS WRK-MIN-AULAS
               COMPUTE WRK-PERC-FALTAS ROUNDED EQUAL
                   (WRK-AVI-FALTAS (WRK-IDX) * 100) /
                   WRK-AVI-AULAS (WRK-IDX)
               IF WRK-PERC-FALTAS NOT LESS WRK-PERC-ALERTA
                   MOVE "S" TO WRK-AVISA-FALTAS
               END-IF
           END-IF.
           IF WRK-AVI-MATERIAS (WRK-IDX) GREATER ZEROS
               MOVE "S" TO WRK-AVISA-NOTAS
           END-IF.
           IF WRK-AVI-MENS-QTD (WRK-IDX) GREATER ZEROS
               MOVE "S" TO WRK-AVISA-MENSALIDADE
           END-IF.

           IF WRK-AVISA-FALTAS EQUAL "N" AND WRK-AVISA-NOTAS EQUAL "N"
               AND WRK-AVISA-MENSALIDADE EQUAL "N"
               GO TO AVISA-ALUNO-FIM
           END-IF.

           MOVE WRK-AVI-RA (WRK-IDX) TO WRK-RA.
           READ ARQUIVO-ALUNO
               INVALID KEY
                   MOVE "*** SEM CADASTRO ***" TO WRK-NOME
           END-READ.

           MOVE ZEROS TO WRK-QTD-RESPONSAVEIS.
           MOVE "N" TO WRK-TEM-FINANCEIRO.
           PERFORM POSICIONA-RESPONSAVEIS.
           PERFORM CONTA-RESPONSAVEL
               UNTIL WRK-FIM-RESPONSAVEIS EQUAL "S".

           IF WRK-QTD-RESPONSAVEIS EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-RESPONSAVEL
               MOVE SPACES TO LINHA-RESUMO
               STRING "  RA " WRK-AVI-RA (WRK-IDX)
                      " " WRK-AVI-TURMA (WRK-IDX)
                      " " WRK-NOME
                      " SEM RESPONSAVEL CADASTRADO - LIGAR"
                   DELIMITED BY SIZE INTO LINHA-RESUMO
               WRITE LINHA-RESUMO
               GO TO AVISA-ALUNO-FIM
           END-IF.

           ADD 1 TO WRK-QTD-AVISADOS.
           PERFORM POSICIONA-RESPONSAVEIS.
           PERFORM AVISA-RESPONSAVEL
               UNTIL WRK-FIM-RESPONSAVEIS EQUAL "S".

       AVISA-ALUNO-FIM.
           EXIT.

       POSICIONA-RESPONSAVEIS.
           MOVE "N" TO WRK-FIM-RESPONSAVEIS.
           MOVE WRK-AVI-RA (WRK-IDX) TO RSP-RA.
           MOVE ZEROS TO RSP-SEQ.
           START ARQUIVO-RESPONSAVEIS KEY IS NOT LESS RESPONSAVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-RESPONSAVEIS
           END-START.
           IF WRK-FIM-RESPONSAVEIS NOT EQUAL "S"
               PERFORM LE-RESPONSAVEL
           END-IF.

       LE-RESPONSAVEL.
           READ ARQUIVO-RESPONSAVEIS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-RESPONSAVEIS
           END-READ.
           IF WRK-FIM-RESPONSAVEIS NOT EQUAL "S"
               AND RSP-RA NOT EQUAL WRK-AVI-RA (WRK-IDX)
               MOVE "S" TO WRK-FIM-RESPONSAVEIS
           END-IF.

       CONTA-RESPONSAVEL.
           ADD 1 TO WRK-QTD-RESPONSAVEIS.
           IF RESPONSAVEL-FINANCEIRO
               MOVE "S" TO WRK-TEM-FINANCEIRO
           END-IF.
           PERFORM LE-RESPONSAVEL.

      *    MOTIVOS DESTE RESPONSAVEL: FREQUENCIA E NOTAS PARA TODOS,
      *     MENSALIDADE SO PARA O FINANCEIRO (OU PARA TODOS SE O ALUNO
      *     NAO TEM FINANCEIRO MARCADO).
       AVISA-RESPONSAVEL.
           MOVE WRK-AVISA-FALTAS TO CTR-MOTIVO-FALTAS.
           MOVE WRK-AVISA-NOTAS TO CTR-MOTIVO-NOTAS.
           MOVE "N" TO CTR-MOTIVO-MENSALIDADE.
           IF WRK-AVISA-MENSALIDADE EQUAL "S"
               IF RESPONSAVEL-FINANCEIRO
                   OR WRK-TEM-FINANCEIRO EQUAL "N"
                   MOVE "S" TO CTR-MOTIVO-MENSALIDADE
               END-IF
           END-IF.

           IF CTR-MOTIVO-FALTAS EQUAL "S" OR CTR-MOTIVO-NOTAS EQUAL "S"
               OR CTR-MOTIVO-MENSALIDADE EQUAL "S"
               IF RSP-EMAIL NOT EQUAL SPACES
                   PERFORM GRAVA-EMAIL
               ELSE
                   PERFORM IMPRIME-CARTA
               END-IF
               PERFORM REGISTRA-CONTATO
           END-IF.
           PERFORM LE-RESPONSAVEL.

      *    LINHA DA MALA DIRETA: MOTIVO QUE NAO E DESTE RESPONSAVEL
      *     SAI ZERADO.
       GRAVA-EMAIL.
           ADD 1 TO WRK-QTD-EMAILS.
           MOVE "E" TO CTR-MEIO.
           MOVE RSP-EMAIL TO CTR-DESTINO.
           MOVE "E-MAIL" TO WRK-MEIO-EDITADO.

           MOVE ZEROS TO WRK-PERC-EDITADO.
           IF CTR-MOTIVO-FALTAS EQUAL "S"
               MOVE WRK-PERC-FALTAS TO WRK-PERC-EDITADO
           END-IF.
           MOVE ZEROS TO WRK-VALOR-EDITADO.
           MOVE ZEROS TO WRK-EML-MENS-QTD.
           IF CTR-MOTIVO-MENSALIDADE EQUAL "S"
               MOVE WRK-AVI-MENS-VALOR (WRK-IDX) TO WRK-VALOR-EDITADO
               MOVE WRK-AVI-MENS-QTD (WRK-IDX) TO WRK-EML-MENS-QTD
           END-IF.

           MOVE SPACES TO LINHA-EMAIL.
           STRING RSP-EMAIL DELIMITED BY SPACE
                  ";" DELIMITED BY SIZE
                  RSP-NOME DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WRK-AVI-RA (WRK-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-NOME DELIMITED BY "  "
                  ";" DELIMITED BY SIZE
                  WRK-AVI-TURMA (WRK-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-AVI-FALTAS (WRK-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-AVI-AULAS (WRK-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-PERC-EDITADO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-AVI-MATERIAS (WRK-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-EML-MENS-QTD DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-VALOR-EDITADO DELIMITED BY SIZE
               INTO LINHA-EMAIL.
           WRITE LINHA-EMAIL.

      *    CARTA PARA O ENDERECO DO RESPONSAVEL, COM TODOS OS MOTIVOS
      *     DELE; AS CARTAS SAEM SEPARADAS POR UMA LINHA TRACEJADA.
       IMPRIME-CARTA.
           ADD 1 TO WRK-QTD-CARTAS.
           MOVE "C" TO CTR-MEIO.
           MOVE SPACES TO CTR-DESTINO.
           STRING "CEP " RSP-CEP " " RSP-CIDADE " " RSP-UF
               DELIMITED BY SIZE INTO CTR-DESTINO.
           MOVE "CARTA" TO WRK-MEIO-EDITADO.

           MOVE SPACES TO LINHA-CARTA.
           STRING "AVISO DA ESCOLA AOS RESPONSAVEIS"
                  "                  DATA: " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           STRING "A/C " RSP-NOME " (" RSP-PARENTESCO ")"
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "    " RSP-ENDERECO
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           STRING "    " RSP-CIDADE " - " RSP-UF "   CEP " RSP-CEP
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           STRING "ALUNO(A): " WRK-NOME "  RA " WRK-AVI-RA (WRK-IDX)
                  "  TURMA " WRK-AVI-TURMA (WRK-IDX)
               DELIMITED BY SIZE INTO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "PREZADO(A) RESPONSAVEL, INFORMAMOS QUE:"
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.

           IF CTR-MOTIVO-FALTAS EQUAL "S"
               MOVE WRK-PERC-FALTAS TO WRK-PERC-EDITADO
               MOVE SPACES TO LINHA-CARTA
               STRING "  - FREQUENCIA: " WRK-AVI-FALTAS (WRK-IDX)
                      " FALTA(S) EM " WRK-AVI-AULAS (WRK-IDX)
                      " AULA(S) NO ANO (" WRK-PERC-EDITADO "%)."
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
               MOVE "    COM MAIS DE 25% DE FALTAS O ALUNO E REPROVADO."
                   TO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF.
           IF CTR-MOTIVO-NOTAS EQUAL "S"
               MOVE SPACES TO LINHA-CARTA
               STRING "  - NOTAS: " WRK-AVI-MATERIAS (WRK-IDX)
                      " MATERIA(S) COM MEDIA ABAIXO DE 7 ATE AGORA."
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF.
           IF CTR-MOTIVO-MENSALIDADE EQUAL "S"
               MOVE WRK-AVI-MENS-VALOR (WRK-IDX) TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-CARTA
               STRING "  - MENSALIDADES: " WRK-AVI-MENS-QTD (WRK-IDX)
                      " VENCIDA(S) EM ABERTO, TOTAL "
                      WRK-VALOR-EDITADO "."
                   DELIMITED BY SIZE INTO LINHA-CARTA
               WRITE LINHA-CARTA
           END-IF.

           MOVE SPACES TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE "PEDIMOS QUE ENTRE EM CONTATO COM A SECRETARIA."
               TO LINHA-CARTA.
           WRITE LINHA-CARTA.
           MOVE ALL "-" TO LINHA-CARTA.
           WRITE LINHA-CARTA.

      *    PROVA DO AVISO NO REGISTRO DE CONTATOS E LINHA NO RESUMO
      *     (MOTIVOS F = FREQUENCIA, N = NOTAS, M = MENSALIDADE).
       REGISTRA-CONTATO.
           MOVE WRK-DATA-HOJE TO CTR-DATA.
           MOVE WRK-HORA-AGORA (1:6) TO CTR-HORA.
           MOVE RSP-RA TO CTR-RA.
           MOVE RSP-SEQ TO CTR-SEQ-RESPONSAVEL.
           MOVE RSP-NOME TO CTR-NOME-RESPONSAVEL.
           WRITE CONTATO-RESPONSAVEL-REGISTRO.

           MOVE SPACES TO LINHA-RESUMO.
           STRING "  RA " RSP-RA " " WRK-AVI-TURMA (WRK-IDX)
                  " RESP " RSP-SEQ " " RSP-NOME
                  " " WRK-MEIO-EDITADO
                  " F" CTR-MOTIVO-FALTAS
                  " N" CTR-MOTIVO-NOTAS
                  " M" CTR-MOTIVO-MENSALIDADE
               DELIMITED BY SIZE INTO LINHA-RESUMO.
           WRITE LINHA-RESUMO.
