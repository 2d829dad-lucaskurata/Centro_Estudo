      *     NO LANCAMENTO DE NOTAS. RA CORRIGIDO SEM MATRICULA E
      *     MATRICULADO SEM PROVA SAEM NA LISTA DE DIVERGENCIAS.
      *     LOTE SEM CABECALHO CONTINUA SO LISTANDO O RESULTADO.
      *     PROVA COM VERSOES EMBARALHADAS (A, B, C...): A LETRA DA
      *     VERSAO VEM NA POSICAO 31 DE CADA CARTAO (EM BRANCO = A) E
      *     O GABARITO DE CADA VERSAO VEM DE GABARITOS_VERSOES.DAT,
      *     PELA PROVA DO CABECALHO, LEVANDO CADA POSICAO DO CARTAO A
      *     QUESTAO MESTRA. NOTA E ANALISE POR QUESTAO SAEM SOBRE A
      *     QUESTAO MESTRA, COM A MEDIA DE CADA VERSAO. PROVA SEM
      *     GABARITO NO ARQUIVO USA O GABARITO FIXO COMO VERSAO A.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ASSIGN TO "gabaritos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-GABARITOS-VERSOES
           ASSIGN TO "gabaritos_versoes.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RESULTADO
           ASSIGN TO "resultado_prova.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
           05 WRK-R8             PIC A(1).
           05 WRK-R9             PIC A(1).
           05 WRK-R10            PIC A(1).
           05 WRK-VERSAO-CARTAO  PIC X(1).
      *    VISAO DO MESMO CARTAO COM O RA NAS 7 PRIMEIRAS POSICOES
      *    (LOTES COM CABECALHO) E VISAO DO CARTAO DE CABECALHO.
       01  CANDIDATO-IDENTIFICADO.
           05 GAB-RA             PIC 9(7).
           05 FILLER             PIC X(24).
       01  GABARITO-CABECALHO.
           05 CAB-MARCA          PIC X(1).
           05 CAB-ANO            PIC 9(4).
           05 CAB-MATERIA        PIC 9(3).
           05 CAB-SLOT           PIC 9(1).
           05 FILLER             PIC X(22).
      *    VISAO DAS RESPOSTAS DO CARTAO POR POSICAO, PARA A CORRECAO
      *    PELO GABARITO DA VERSAO.
       01  CANDIDATO-RESPOSTAS.
           05 FILLER             PIC X(20).
           05 WRK-RESPOSTA       PIC A(1) OCCURS 10 TIMES.
           05 FILLER             PIC X(1).

       FD  ARQUIVO-GABARITOS-VERSOES.
           COPY "GABARITO-VERSAO.cpy".

       FD  ARQUIVO-RESULTADO.
       01  LINHA-RESULTADO PIC X(80).
       01  SORT-CANDIDATO-REGISTRO.
           05 SORT-NOTAS   PIC 9(2).
           05 SORT-NOME    PIC A(20).
           05 SORT-VERSAO  PIC X(1).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *    GABARITO FIXO, USADO COMO VERSAO A QUANDO A PROVA NAO TEM
      *    GABARITO EM GABARITOS_VERSOES.DAT.
       01 WRK-GABARITO-PADRAO.
           05 FILLER                   PIC X(10) VALUE 'ABBACDADEA'.
       01 WRK-GABARITO-PADRAO-R REDEFINES WRK-GABARITO-PADRAO.
           05 WRK-RESPOSTA-PADRAO      PIC A(1) OCCURS 10 TIMES.
       77 WRK-NOTAS                    PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO              PIC A(1) VALUE "N".
       77 WRK-QTD-CANDIDATOS           PIC 9(3) VALUE ZEROS.
       77 WRK-SOMA-NOTAS               PIC 9(5) VALUE ZEROS.
       77 WRK-MEDIA-TURMA              PIC 9(2)V99 VALUE ZEROS.
       77 WRK-MEDIA-EDITADA            PIC Z9.99.
       77 WRK-FIM-SORT                 PIC A(1) VALUE "N".
       77 WRK-POSICAO                  PIC 9(3) VALUE ZEROS.

               10 WRK-Q-ACERTOS        PIC 9(3) VALUE ZEROS.
               10 WRK-Q-ERROS          PIC 9(3) VALUE ZEROS.

      *    GABARITOS DAS VERSOES DA PROVA: POR POSICAO DO CARTAO, A
      *    QUESTAO MESTRA E A RESPOSTA CERTA, COM OS TOTAIS DA VERSAO.
      *    CARTAO COM VERSAO SEM GABARITO NAO E CORRIGIDO E SAI NA
      *    LISTA DE REJEITADOS.
       77 WRK-FIM-VERSOES              PIC A(1) VALUE "N".
       77 WRK-QTD-VERSOES              PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-VERSAO               PIC 9(2) VALUE ZEROS.
       77 WRK-VERSAO-BUSCA             PIC X(1) VALUE SPACE.
       77 WRK-VERSAO-ACHADA            PIC A(1) VALUE "N".
       77 WRK-VERSAO-VALIDA            PIC A(1) VALUE "S".
       77 WRK-IDX-POSICAO              PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS           PIC 9(3) VALUE ZEROS.
       77 WRK-IDX-REJEITADO            PIC 9(3) VALUE ZEROS.
       01 WRK-QUADRO-VERSOES.
           05 WRK-VRS-ITEM OCCURS 10 TIMES.
               10 WRK-VRS-LETRA        PIC X(1).
               10 WRK-VRS-CANDIDATOS   PIC 9(3).
               10 WRK-VRS-SOMA         PIC 9(5).
               10 WRK-VRS-POSICAO OCCURS 10 TIMES.
                   15 WRK-VRS-MESTRE   PIC 9(2).
                   15 WRK-VRS-RESPOSTA PIC A(1).
       01 WRK-MESTRES-USADOS.
           05 WRK-MESTRE-USADO         PIC 9(1) OCCURS 10 TIMES.
       01 WRK-QUADRO-REJEITADOS.
           05 WRK-REJ-ITEM OCCURS 50 TIMES.
               10 WRK-REJ-NOME         PIC A(20).
               10 WRK-REJ-VERSAO       PIC X(1).

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
               OUTPUT PROCEDURE IS 2500-IMPRIME-RANKING.

           PERFORM 3000-IMPRIME-MEDIA-TURMA.
           IF WRK-QTD-VERSOES GREATER 1
               PERFORM 3500-IMPRIME-MEDIA-VERSOES
           END-IF.
           PERFORM 4000-IMPRIME-ANALISE-QUESTOES.
           IF WRK-QTD-REJEITADOS GREATER 0
               PERFORM 4500-LISTA-REJEITADOS
           END-IF.

           IF WRK-TEM-CABECALHO EQUAL "S"
               PERFORM 5000-POSTA-NOTAS
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

      *----------------------------------------------------------------*
      * CARREGA OS GABARITOS DAS VERSOES DA PROVA DO CABECALHO. VERSAO  *
      * CUJAS POSICOES NAO LEVAM A CADA QUESTAO MESTRA UMA SO VEZ, OU   *
      * COM RESPOSTA EM BRANCO, E RECUSADA E SEUS CARTOES SAEM COMO     *
      * REJEITADOS.                                                     *
      *----------------------------------------------------------------*
       1100-CARREGA-GABARITOS.
           MOVE "N" TO WRK-FIM-VERSOES.
           OPEN INPUT ARQUIVO-GABARITOS-VERSOES.
           PERFORM 1110-LE-GABARITO-VERSAO.
           PERFORM 1200-GUARDA-VERSAO THRU 1200-GUARDA-VERSAO-FIM
               UNTIL WRK-FIM-VERSOES EQUAL "S".
           CLOSE ARQUIVO-GABARITOS-VERSOES.

       1110-LE-GABARITO-VERSAO.
           READ ARQUIVO-GABARITOS-VERSOES
               AT END
                   MOVE "S" TO WRK-FIM-VERSOES
           END-READ.

       1200-GUARDA-VERSAO.
           IF GBV-ANO NOT EQUAL WRK-ANO-PROVA
               OR GBV-MATERIA NOT EQUAL WRK-MATERIA-PROVA
               OR GBV-SLOT NOT EQUAL WRK-SLOT-PROVA
               GO TO 1200-GUARDA-VERSAO-PROXIMA
           END-IF.

           MOVE GBV-VERSAO TO WRK-VERSAO-BUSCA.
           PERFORM 2050-PROCURA-VERSAO.
           IF WRK-VERSAO-ACHADA EQUAL "S"
               DISPLAY 'GABARITO DA VERSAO ' GBV-VERSAO
                   ' EM DUPLICIDADE - MANTIDO O PRIMEIRO.'
               GO TO 1200-GUARDA-VERSAO-PROXIMA
           END-IF.

           MOVE ZEROS TO WRK-MESTRES-USADOS.
           MOVE "S" TO WRK-VERSAO-VALIDA.
           MOVE ZEROS TO WRK-IDX-POSICAO.
           PERFORM 1300-VALIDA-POSICAO
               UNTIL WRK-IDX-POSICAO NOT LESS 10.
           IF WRK-VERSAO-VALIDA NOT EQUAL "S"
               OR GBV-VERSAO EQUAL SPACE
               DISPLAY 'GABARITO DA VERSAO ' GBV-VERSAO
                   ' INVALIDO - VERSAO RECUSADA.'
               GO TO 1200-GUARDA-VERSAO-PROXIMA
           END-IF.

           IF WRK-QTD-VERSOES NOT LESS 10
               DISPLAY 'QUADRO DE VERSOES CHEIO - VERSAO ' GBV-VERSAO
                   ' RECUSADA.'
               GO TO 1200-GUARDA-VERSAO-PROXIMA
           END-IF.

           ADD 1 TO WRK-QTD-VERSOES.
           MOVE GBV-VERSAO TO WRK-VRS-LETRA (WRK-QTD-VERSOES).
           MOVE ZEROS TO WRK-VRS-CANDIDATOS (WRK-QTD-VERSOES).
           MOVE ZEROS TO WRK-VRS-SOMA (WRK-QTD-VERSOES).
           MOVE ZEROS TO WRK-IDX-POSICAO.
           PERFORM 1250-COPIA-POSICAO
               UNTIL WRK-IDX-POSICAO NOT LESS 10.

       1200-GUARDA-VERSAO-PROXIMA.
           PERFORM 1110-LE-GABARITO-VERSAO.

       1200-GUARDA-VERSAO-FIM.
           EXIT.

       1250-COPIA-POSICAO.
           ADD 1 TO WRK-IDX-POSICAO.
           MOVE GBV-QUESTAO-MESTRE (WRK-IDX-POSICAO) TO
               WRK-VRS-MESTRE (WRK-QTD-VERSOES, WRK-IDX-POSICAO).
           MOVE GBV-RESPOSTA (WRK-IDX-POSICAO) TO
               WRK-VRS-RESPOSTA (WRK-QTD-VERSOES, WRK-IDX-POSICAO).

       1300-VALIDA-POSICAO.
           ADD 1 TO WRK-IDX-POSICAO.
           IF GBV-QUESTAO-MESTRE (WRK-IDX-POSICAO) NOT NUMERIC
               OR GBV-QUESTAO-MESTRE (WRK-IDX-POSICAO) LESS 1
               OR GBV-QUESTAO-MESTRE (WRK-IDX-POSICAO) GREATER 10
               OR GBV-RESPOSTA (WRK-IDX-POSICAO) EQUAL SPACE
               MOVE "N" TO WRK-VERSAO-VALIDA
           ELSE
               MOVE GBV-QUESTAO-MESTRE (WRK-IDX-POSICAO) TO
                   WRK-IDX-QUESTAO
               IF WRK-MESTRE-USADO (WRK-IDX-QUESTAO) NOT EQUAL 0
                   MOVE "N" TO WRK-VERSAO-VALIDA
               ELSE
                   MOVE 1 TO WRK-MESTRE-USADO (WRK-IDX-QUESTAO)
               END-IF
           END-IF.

      *    PROVA SEM GABARITO NO ARQUIVO (OU LOTE SEM CABECALHO): O
      *    GABARITO FIXO VIRA A VERSAO A, NA ORDEM DA PROVA MESTRA.
       1400-CARREGA-GABARITO-PADRAO.
           MOVE 1 TO WRK-QTD-VERSOES.
           MOVE "A" TO WRK-VRS-LETRA (1).
           MOVE ZEROS TO WRK-VRS-CANDIDATOS (1).
           MOVE ZEROS TO WRK-VRS-SOMA (1).
           MOVE ZEROS TO WRK-IDX-POSICAO.
           PERFORM 1450-COPIA-POSICAO-PADRAO
               UNTIL WRK-IDX-POSICAO NOT LESS 10.

       1450-COPIA-POSICAO-PADRAO.
           ADD 1 TO WRK-IDX-POSICAO.
           MOVE WRK-IDX-POSICAO TO WRK-VRS-MESTRE (1, WRK-IDX-POSICAO).
           MOVE WRK-RESPOSTA-PADRAO (WRK-IDX-POSICAO) TO
               WRK-VRS-RESPOSTA (1, WRK-IDX-POSICAO).

      *----------------------------------------------------------------*
      * CORRIGE A PROVA DE CADA CANDIDATO CONTRA O GABARITO E ENVIA O   *
      * RESULTADO PARA O SORT, PARA QUE O RELATORIO SAIA RANQUEADO.     *
               MOVE CAB-MATERIA TO WRK-MATERIA-PROVA
               MOVE CAB-SLOT TO WRK-SLOT-PROVA
               OPEN INPUT ARQUIVO-MATRICULAS
               PERFORM 1100-CARREGA-GABARITOS
               PERFORM 1000-LE-CANDIDATO
           END-IF.

           IF WRK-QTD-VERSOES EQUAL ZEROS
               PERFORM 1400-CARREGA-GABARITO-PADRAO
           END-IF.

           PERFORM 2100-CORRIGE-PROVA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           IF WRK-TEM-CABECALHO EQUAL "S"
           CLOSE ARQUIVO-GABARITOS.

       2100-CORRIGE-PROVA.
           MOVE WRK-VERSAO-CARTAO TO WRK-VERSAO-BUSCA.
           IF WRK-VERSAO-BUSCA EQUAL SPACE
               MOVE "A" TO WRK-VERSAO-BUSCA
           END-IF.
           PERFORM 2050-PROCURA-VERSAO.

           IF WRK-VERSAO-ACHADA EQUAL "S"
               PERFORM 2200-PONTUA-PROVA
           ELSE
               PERFORM 2150-REJEITA-CARTAO
           END-IF.

           PERFORM 1000-LE-CANDIDATO.

       2050-PROCURA-VERSAO.
           MOVE "N" TO WRK-VERSAO-ACHADA.
           MOVE ZEROS TO WRK-IDX-VERSAO.
           PERFORM 2060-TESTA-VERSAO
               UNTIL WRK-VERSAO-ACHADA EQUAL "S"
               OR WRK-IDX-VERSAO NOT LESS WRK-QTD-VERSOES.

       2060-TESTA-VERSAO.
           ADD 1 TO WRK-IDX-VERSAO.
           IF WRK-VRS-LETRA (WRK-IDX-VERSAO) EQUAL WRK-VERSAO-BUSCA
               MOVE "S" TO WRK-VERSAO-ACHADA
           END-IF.

      *    VERSAO SEM GABARITO: O CARTAO NAO E CORRIGIDO NEM POSTADO E
      *    SAI NA LISTA DE REJEITADOS PARA O PROFESSOR CONFERIR.
       2150-REJEITA-CARTAO.
           DISPLAY 'CARTAO DE ' WRK-NOME-CANDIDATO ' COM VERSAO '
               WRK-VERSAO-BUSCA ' SEM GABARITO - NAO CORRIGIDO.'.
           IF WRK-QTD-REJEITADOS LESS 50
               ADD 1 TO WRK-QTD-REJEITADOS
               MOVE WRK-NOME-CANDIDATO TO
                   WRK-REJ-NOME (WRK-QTD-REJEITADOS)
               MOVE WRK-VERSAO-BUSCA TO
                   WRK-REJ-VERSAO (WRK-QTD-REJEITADOS)
           END-IF.

      *----------------------------------------------------------------*
      * CORRIGE O CARTAO PELO GABARITO DA VERSAO: CADA POSICAO E        *
      * CONFERIDA COM A RESPOSTA DA VERSAO E O ACERTO OU ERRO CONTA NA  *
      * QUESTAO MESTRA, PARA A ANALISE JUNTAR AS VERSOES.               *
      *----------------------------------------------------------------*
       2200-PONTUA-PROVA.
           MOVE ZEROS TO WRK-NOTAS.
           ADD 1 TO WRK-QTD-CANDIDATOS.

           MOVE ZEROS TO WRK-IDX-POSICAO.
           PERFORM 2210-CORRIGE-QUESTAO
               UNTIL WRK-IDX-POSICAO NOT LESS 10.

           ADD 1 TO WRK-VRS-CANDIDATOS (WRK-IDX-VERSAO).
           ADD WRK-NOTAS TO WRK-VRS-SOMA (WRK-IDX-VERSAO).
           ADD WRK-NOTAS TO WRK-SOMA-NOTAS.

           MOVE WRK-NOTAS TO SORT-NOTAS.
           MOVE WRK-NOME-CANDIDATO TO SORT-NOME.
           MOVE WRK-VERSAO-BUSCA TO SORT-VERSAO.
           RELEASE SORT-CANDIDATO-REGISTRO.

           IF WRK-TEM-CABECALHO EQUAL "S"
                   THRU 2300-GUARDA-PROVA-FIM
           END-IF.

       2210-CORRIGE-QUESTAO.
           ADD 1 TO WRK-IDX-POSICAO.
           MOVE WRK-VRS-MESTRE (WRK-IDX-VERSAO, WRK-IDX-POSICAO)
               TO WRK-IDX-QUESTAO.
           IF WRK-RESPOSTA (WRK-IDX-POSICAO) EQUAL
               WRK-VRS-RESPOSTA (WRK-IDX-VERSAO, WRK-IDX-POSICAO)
               ADD 1 TO WRK-NOTAS
               ADD 1 TO WRK-Q-ACERTOS (WRK-IDX-QUESTAO)
           ELSE
               ADD 1 TO WRK-Q-ERROS (WRK-IDX-QUESTAO)
           END-IF.

      *----------------------------------------------------------------*
      * GUARDA O RA E A NOTA PARA A POSTAGEM, VALIDANDO O RA CONTRA AS  *
                  " ACERTOS: "          DELIMITED BY SIZE
                  SORT-NOTAS            DELIMITED BY SIZE
               INTO LINHA-RESULTADO.
           IF WRK-QTD-VERSOES GREATER 1
               MOVE " VERSAO " TO LINHA-RESULTADO (46:8)
               MOVE SORT-VERSAO TO LINHA-RESULTADO (54:1)
           END-IF.
           WRITE LINHA-RESULTADO.

           PERFORM 2600-OBTEM-PROXIMO-CANDIDATO.
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

      *----------------------------------------------------------------*
      * MEDIA DE ACERTOS DE CADA VERSAO DA PROVA, PARA O PROFESSOR      *
      * CONFERIR SE AS VERSOES FICARAM EQUIVALENTES.                    *
      *----------------------------------------------------------------*
       3500-IMPRIME-MEDIA-VERSOES.
           MOVE ZEROS TO WRK-IDX-VERSAO.
           PERFORM 3510-IMPRIME-LINHA-VERSAO
               UNTIL WRK-IDX-VERSAO NOT LESS WRK-QTD-VERSOES.

       3510-IMPRIME-LINHA-VERSAO.
           ADD 1 TO WRK-IDX-VERSAO.
           MOVE ZEROS TO WRK-MEDIA-TURMA.
           IF WRK-VRS-CANDIDATOS (WRK-IDX-VERSAO) GREATER 0
               COMPUTE WRK-MEDIA-TURMA EQUAL
                   WRK-VRS-SOMA (WRK-IDX-VERSAO) /
                   WRK-VRS-CANDIDATOS (WRK-IDX-VERSAO)
           END-IF.

           MOVE WRK-MEDIA-TURMA TO WRK-MEDIA-EDITADA.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  VERSAO " WRK-VRS-LETRA (WRK-IDX-VERSAO) ": "
                  WRK-VRS-CANDIDATOS (WRK-IDX-VERSAO)
                  " CANDIDATOS  MEDIA DE ACERTOS: " WRK-MEDIA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

      *----------------------------------------------------------------*
      * ANALISE POR QUESTAO: TAXA DE ACERTO DE CADA QUESTAO DA PROVA,   *
      * COM ALERTA PARA AS QUESTOES COM APROVEITAMENTO ABAIXO DO        *
           END-IF.
           WRITE LINHA-RESULTADO.

      *----------------------------------------------------------------*
      * CARTOES NAO CORRIGIDOS POR TRAZEREM VERSAO SEM GABARITO.        *
      *----------------------------------------------------------------*
       4500-LISTA-REJEITADOS.
           MOVE SPACES TO LINHA-RESULTADO.
           MOVE "===========================================" TO
               LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           MOVE SPACES TO LINHA-RESULTADO.
           MOVE "CARTOES COM VERSAO SEM GABARITO - NAO CORRIGIDOS" TO
               LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           MOVE ZEROS TO WRK-IDX-REJEITADO.
           PERFORM 4510-LISTA-UM-REJEITADO
               UNTIL WRK-IDX-REJEITADO NOT LESS WRK-QTD-REJEITADOS.

       4510-LISTA-UM-REJEITADO.
           ADD 1 TO WRK-IDX-REJEITADO.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  " WRK-REJ-NOME (WRK-IDX-REJEITADO)
                  " VERSAO " WRK-REJ-VERSAO (WRK-IDX-REJEITADO)
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

      *----------------------------------------------------------------*
      * POSTA AS NOTAS EM TURMA.DAT PELA REGRAVACAO VIA .NOVO (ARQUIVO  *
      * LINE SEQUENTIAL): REGISTRO EXISTENTE DO RA E MATERIA RECEBE A   *
