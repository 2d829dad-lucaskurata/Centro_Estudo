      *     E O FECHAMENTO IMPRIME UM BOLETIM POR SECAO - VOTOS POR
      *     CANDIDATO, NULOS, COMPARECIMENTO E ABSTENCAO - MAIS O
      *     CONSOLIDADO DE COMPARECIMENTO POR SECAO PARA AUDITORIA.
      *     O CONSELHO (CARGO 3) ENTRA NA MESMA SESSAO QUANDO O
      *     CADASTRO DE CARGOS (CARGOS_ELEICAO.DAT) LHE DA VAGAS: CADA
      *     CANDIDATO PERTENCE A UMA CHAPA E O CARGO PROPORCIONAL E
      *     APURADO PELO QUOCIENTE ELEITORAL, QUOCIENTE PARTIDARIO E
      *     SOBRAS PELA MAIOR MEDIA, COM AS CADEIRAS DE CADA CHAPA PARA
      *     OS SEUS MAIS VOTADOS; O RELATORIO TRAZ O CALCULO INTEIRO.
      *     ANTES DE ABRIR A VOTACAO O ARQUIVO DE RESULTADOS E GRAVADO
      *     ZERADO E A ZERESIMA DE CADA SECAO E IMPRESSA A PARTIR DELE
      *     (ZERESIMA.LST); NO FECHAMENTO CADA BOLETIM DE SECAO LEVA O
      *     TOTAL DE CONTROLE E O CODIGO DE VERIFICACAO DOS SEUS VOTOS,
      *     LACRADOS EM BOLETINS_SECAO.DAT PARA A CONFERENCIA
      *     (CONFERENCIABOLETINS).
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           RECORD KEY IS CANDIDATO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARGOS
           ASSIGN TO "cargos_eleicao.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CGE-CARGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RESULTADOS-VOTACAO
           ASSIGN TO "resultados_votacao.dat"
           ORGANIZATION IS INDEXED
           ASSIGN TO "resultado_eleicao.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ZERESIMA
           ASSIGN TO "zeresima.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-BOLETINS
           ASSIGN TO "boletins_secao.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BOL-SECAO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ELEITORES
           ASSIGN TO "eleitores.dat"
           ORGANIZATION IS INDEXED
               10 CAND-CARGO  PIC 9(1).
               10 CAND-CODIGO PIC 9(2).
           05 CAND-NOME   PIC A(10).
      *        CHAPA (OU PARTIDO) DO CANDIDATO A CARGO PROPORCIONAL;
      *        EM BRANCO NOS CARGOS MAJORITARIOS.
           05 CAND-PARTIDO PIC X(6).

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-ELEICAO.cpy".

       FD  ARQUIVO-RESULTADOS-VOTACAO.
           COPY "RESULTADO-VOTACAO.cpy".

       FD  ARQUIVO-RESULTADO.
       01  LINHA-RESULTADO PIC X(80).

       FD  ARQUIVO-ZERESIMA.
       01  LINHA-ZERESIMA PIC X(80).

       FD  ARQUIVO-BOLETINS.
           COPY "BOLETIM-SECAO.cpy".

       FD  ARQUIVO-ELEITORES.
           COPY "ELEITOR-REGISTRO.cpy".

       77 WRK-VOTOS-EDITADO            PIC ZZZ9.
       77 WRK-FIM-CANDIDATOS           PIC A(1) VALUE "N".
       77 WRK-FIM-RESULTADOS           PIC A(1) VALUE "N".
       77 WRK-FIM-CARGOS               PIC A(1) VALUE "N".

      *    CARGOS EM DISPUTA: NOME, TIPO (M = MAJORITARIO, P =
      *    PROPORCIONAL) E VAGAS. SEM CADASTRO VALEM PRESIDENTE E VICE
      *    MAJORITARIOS E O CONSELHO SEM VAGAS; A SESSAO VOTA OS CARGOS
      *    1 A WRK-QTD-CARGOS (3 QUANDO O CONSELHO TEM VAGAS E
      *    CANDIDATOS).
       77 WRK-QTD-CARGOS               PIC 9(1) VALUE 2.
       77 WRK-QTD-CONSELHO             PIC 9(2) VALUE ZEROS.
       01 WRK-CARGOS.
           05 WRK-CARGO-ITEM OCCURS 3 TIMES.
               10 WRK-CRG-NOME         PIC X(10).
               10 WRK-CRG-TIPO         PIC X(1).
               10 WRK-CRG-VAGAS        PIC 9(2).

      *    CARGO CORRENTE DA APURACAO (1 = PRESIDENTE, 2 = VICE) E O
      *    FILTRO DO SEGUNDO TURNO: ZERO APURA OS DOIS CARGOS, 1 OU 2
       77 WRK-QTD-ABSTENCOES           PIC 9(4) VALUE ZEROS.

       01  WRK-CANDIDATOS.
           05 CANDIDATO-ITEM OCCURS 1 TO 60 TIMES
               DEPENDING ON WRK-QTD-CANDIDATOS.
               10 WRK-CARGO-CANDIDATO  PIC 9(1) VALUE ZEROS.
               10 WRK-CODIGO-CANDIDATO PIC 9(2) VALUE ZEROS.
               10 WRK-NOME-CANDIDATO   PIC A(10).
               10 WRK-PARTIDO-CANDIDATO PIC X(6).
               10 WRK-CLASSIFICADO     PIC A(1) VALUE SPACE.
               10 WRK-VOTOS-CANDIDATO  PIC 9(4) VALUE ZEROS.
               10 WRK-CONCORRE         PIC A(1) VALUE "S".
               10 WRK-VOTOS-SECAO      OCCURS 9 TIMES
       77 WRK-SECAO-BOLETIM            PIC 9(2) VALUE ZEROS.
       77 WRK-VOTO-VALIDO              PIC A(1) VALUE "N".
       01 WRK-NULOS-POR-SECAO.
           05 WRK-NUL-CARGO OCCURS 3 TIMES.
               10 WRK-NUL-SECAO OCCURS 9 TIMES PIC 9(4) VALUE ZEROS.
       01 WRK-COMPARECIMENTO-SECAO.
           05 WRK-CMP-ITEM OCCURS 9 TIMES.
               10 WRK-CMP-VOTARAM      PIC 9(4) VALUE ZEROS.
               10 WRK-CMP-ABSTENCOES   PIC 9(4) VALUE ZEROS.

      *    APURACAO PROPORCIONAL: QUOCIENTE ELEITORAL (VOTOS VALIDOS /
      *    VAGAS, FRACAO ATE MEIA DESPREZADA E ACIMA DE MEIA
      *    ARREDONDADA PARA CIMA), QUOCIENTE PARTIDARIO (VOTOS DA CHAPA
      *    / QE, SEM FRACAO) E AS SOBRAS, UMA A UMA, PARA A MAIOR MEDIA
      *    (VOTOS DA CHAPA / (CADEIRAS JA OBTIDAS + 1)).
       77 WRK-VAGAS                    PIC 9(2) VALUE ZEROS.
       77 WRK-QUOCIENTE-ELEITORAL      PIC 9(5) VALUE ZEROS.
       77 WRK-RESTO-QE                 PIC 9(5) VALUE ZEROS.
       77 WRK-DOBRO-RESTO              PIC 9(5) VALUE ZEROS.
       77 WRK-CADEIRAS-QP              PIC 9(2) VALUE ZEROS.
       77 WRK-SOBRAS                   PIC 9(2) VALUE ZEROS.
       77 WRK-RODADA                   PIC 9(2) VALUE ZEROS.
       77 WRK-SEM-CANDIDATOS           PIC A(1) VALUE "N".
       77 WRK-MAIOR-MEDIA              PIC 9(5)V9(4) VALUE ZEROS.
       77 WRK-MEDIA-EDITADA            PIC ZZZZ9.9999.
       77 WRK-DIVISOR                  PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-MAIOR                PIC 9(2) VALUE ZEROS.
       77 WRK-ORDEM                    PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-PARTIDOS             PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-PARTIDO              PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-OUTRO                PIC 9(2) VALUE ZEROS.
       77 WRK-SIGLA-BUSCA              PIC X(6) VALUE SPACES.
       01 WRK-PARTIDOS.
           05 WRK-PARTIDO-ITEM OCCURS 20 TIMES.
               10 WRK-PRT-SIGLA        PIC X(6).
               10 WRK-PRT-VOTOS        PIC 9(5).
               10 WRK-PRT-CANDIDATOS   PIC 9(2).
               10 WRK-PRT-QP           PIC 9(5).
               10 WRK-PRT-SOBRAS       PIC 9(2).
               10 WRK-PRT-CADEIRAS     PIC 9(2).
               10 WRK-PRT-MEDIA        PIC 9(5)V9(4).
       01 WRK-PARTIDO-TROCA            PIC X(31).

      *    ZERESIMA: ELEITORES DO CADERNO POR SECAO (E OS QUE JA TEM
      *    MARCA DE VOTOU, QUE DEVEM SER ZERO) E O TOTAL DE VOTOS DE
      *    CADA SECAO LIDO DO ARQUIVO DE RESULTADOS ZERADO.
       77 WRK-SECAO-ZERESIMA           PIC 9(2) VALUE ZEROS.
       77 WRK-TOTAL-ZERESIMA           PIC 9(6) VALUE ZEROS.
       77 WRK-SECOES-NAO-ZERADAS       PIC 9(2) VALUE ZEROS.
       77 WRK-DATA-EMISSAO             PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-EMISSAO             PIC 9(8) VALUE ZEROS.
       01 WRK-CADERNO-SECAO.
           05 WRK-CAD-ITEM OCCURS 9 TIMES.
               10 WRK-CAD-ELEITORES    PIC 9(4) VALUE ZEROS.
               10 WRK-CAD-MARCADOS     PIC 9(4) VALUE ZEROS.

      *    LACRE DO BOLETIM (REGRA EM BOLETIM-SECAO.CPY): TOTAL DE
      *    CONTROLE E CODIGO DE VERIFICACAO DA SECAO, ACUMULADOS ITEM A
      *    ITEM (CARGO, CANDIDATO - ZERO PARA OS NULOS - E VOTOS).
       77 WRK-TOTAL-CONTROLE           PIC 9(6) VALUE ZEROS.
       77 WRK-CODIGO-VERIFICACAO       PIC 9(9) VALUE ZEROS.
       77 WRK-ACUMULADOR-LACRE         PIC 9(11) VALUE ZEROS.
       77 WRK-QUOCIENTE-LACRE          PIC 9(11) VALUE ZEROS.
       77 WRK-ITEM-CARGO               PIC 9(1) VALUE ZEROS.
       77 WRK-ITEM-CODIGO              PIC 9(2) VALUE ZEROS.
       77 WRK-ITEM-VOTOS               PIC 9(4) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           PERFORM 0300-CARREGA-CARGOS.
           PERFORM 1000-CARREGA-CANDIDATOS.

      *    ZERESIMA: O ARQUIVO DE RESULTADOS NASCE ZERADO E E IMPRESSO
      *    POR SECAO ANTES DO PRIMEIRO VOTO.
           PERFORM 3000-GRAVA-RESULTADOS-VOTACAO.
           PERFORM 0500-IMPRIME-ZERESIMA.

           OPEN OUTPUT ARQUIVO-RESULTADO.
           MOVE "PRIMEIRO TURNO" TO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           PERFORM 6000-VERIFICA-MAIORIA.
           MOVE 2 TO WRK-CARGO-CORRENTE.
           PERFORM 6000-VERIFICA-MAIORIA.
      *    CARGO PROPORCIONAL NAO TEM MAIORIA NEM SEGUNDO TURNO: AS
      *    CADEIRAS SAEM DA APURACAO PROPORCIONAL NO FECHAMENTO.
           IF WRK-QTD-CARGOS EQUAL 3
               AND WRK-CRG-TIPO (3) NOT EQUAL "P"
               MOVE 3 TO WRK-CARGO-CORRENTE
               PERFORM 6000-VERIFICA-MAIORIA
           END-IF.
           CLOSE ARQUIVO-ELEITORES.

           MOVE 1 TO WRK-CARGO-CORRENTE.
           MOVE 2 TO WRK-CARGO-CORRENTE.
           PERFORM 7000-DECLARA-VENCEDOR
               THRU 7000-DECLARA-VENCEDOR-FIM.
           IF WRK-QTD-CARGOS EQUAL 3
               MOVE 3 TO WRK-CARGO-CORRENTE
               PERFORM 7000-DECLARA-VENCEDOR
                   THRU 7000-DECLARA-VENCEDOR-FIM
           END-IF.

           PERFORM 5000-IMPRIME-COMPARECIMENTO.
           PERFORM 8000-IMPRIME-BOLETINS-SECAO.
           STOP RUN.

       0100-NOME-DO-CARGO.
           IF WRK-CARGO-CORRENTE GREATER ZEROS
               AND WRK-CARGO-CORRENTE NOT GREATER 3
               MOVE WRK-CRG-NOME (WRK-CARGO-CORRENTE) TO WRK-NOME-CARGO
           ELSE
               MOVE SPACES TO WRK-NOME-CARGO
           END-IF.

      *----------------------------------------------------------------*
      * ZERESIMA: PARA CADA SECAO COM ELEITORES NO CADERNO, OS          *
      * REGISTROS DA SECAO NO ARQUIVO DE RESULTADOS RECEM-GRAVADO -     *
      * NULOS E VOTOS DE CADA CANDIDATO, TODOS ZERO - COM O TOTAL DA    *
      * SECAO E OS ELEITORES JA MARCADOS COMO VOTOU. SECAO QUE NAO      *
      * ZERAR E APONTADA NA TELA ANTES DA VOTACAO.                      *
      *----------------------------------------------------------------*
       0500-IMPRIME-ZERESIMA.
           PERFORM 0510-CONTA-CADERNO.
           ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EMISSAO FROM TIME.
           MOVE ZEROS TO WRK-SECOES-NAO-ZERADAS.

           OPEN OUTPUT ARQUIVO-ZERESIMA.
           MOVE SPACES TO LINHA-ZERESIMA.
           STRING "ZERESIMA - EMITIDA EM " WRK-DATA-EMISSAO
                  " AS " WRK-HORA-EMISSAO (1:6)
               DELIMITED BY SIZE INTO LINHA-ZERESIMA.
           WRITE LINHA-ZERESIMA.

           MOVE ZEROS TO WRK-SECAO-ZERESIMA.
           PERFORM 0550-ZERESIMA-DA-SECAO
               THRU 0550-ZERESIMA-DA-SECAO-FIM
               UNTIL WRK-SECAO-ZERESIMA NOT LESS 9.

           MOVE SPACES TO LINHA-ZERESIMA.
           IF WRK-SECOES-NAO-ZERADAS EQUAL ZEROS
               MOVE "TODAS AS SECOES ZERADAS - VOTACAO LIBERADA."
                   TO LINHA-ZERESIMA
           ELSE
               STRING "ATENCAO: " WRK-SECOES-NAO-ZERADAS
                      " SECAO(OES) NAO ZERADA(S) - CONFIRA O CADERNO."
                   DELIMITED BY SIZE INTO LINHA-ZERESIMA
               DISPLAY 'ZERESIMA: ' WRK-SECOES-NAO-ZERADAS
                   ' SECAO(OES) NAO ZERADA(S) - CONFIRA zeresima.lst.'
           END-IF.
           WRITE LINHA-ZERESIMA.
           CLOSE ARQUIVO-ZERESIMA.
           DISPLAY 'ZERESIMA IMPRESSA EM zeresima.lst.'.

       0510-CONTA-CADERNO.
           MOVE "N" TO WRK-FIM-ELEITORES.
           OPEN INPUT ARQUIVO-ELEITORES.
           PERFORM 5100-LE-ELEITOR.
           PERFORM 0520-CONTA-ELEITOR-SECAO UNTIL WRK-FIM-ELEITORES
               EQUAL "S".
           CLOSE ARQUIVO-ELEITORES.

       0520-CONTA-ELEITOR-SECAO.
           MOVE ELE-SECAO TO WRK-SECAO-ELEITOR.
           IF WRK-SECAO-ELEITOR EQUAL ZEROS
               OR WRK-SECAO-ELEITOR GREATER 9
               MOVE 1 TO WRK-SECAO-ELEITOR
           END-IF.
           ADD 1 TO WRK-CAD-ELEITORES (WRK-SECAO-ELEITOR).
           IF JA-VOTOU-CARGO1 OR JA-VOTOU-CARGO2 OR JA-VOTOU-CARGO3
               ADD 1 TO WRK-CAD-MARCADOS (WRK-SECAO-ELEITOR)
           END-IF.
           PERFORM 5100-LE-ELEITOR.

       0550-ZERESIMA-DA-SECAO.
           ADD 1 TO WRK-SECAO-ZERESIMA.
           IF WRK-CAD-ELEITORES (WRK-SECAO-ZERESIMA) EQUAL ZEROS
               GO TO 0550-ZERESIMA-DA-SECAO-FIM
           END-IF.

           MOVE SPACES TO LINHA-ZERESIMA.
           STRING "SECAO " WRK-SECAO-ZERESIMA
                  "  ELEITORES NO CADERNO: "
                  WRK-CAD-ELEITORES (WRK-SECAO-ZERESIMA)
                  "  JA MARCADOS COMO VOTOU: "
                  WRK-CAD-MARCADOS (WRK-SECAO-ZERESIMA)
               DELIMITED BY SIZE INTO LINHA-ZERESIMA.
           WRITE LINHA-ZERESIMA.

           MOVE ZEROS TO WRK-TOTAL-ZERESIMA.
           MOVE ZEROS TO WRK-CARGO-CORRENTE.
           MOVE "N" TO WRK-FIM-RESULTADOS.
           OPEN INPUT ARQUIVO-RESULTADOS-VOTACAO.
           OPEN INPUT ARQUIVO-CANDIDATOS.
           PERFORM 4100-LE-RESULTADO.
           PERFORM 0560-ZERESIMA-LINHA
               THRU 0560-ZERESIMA-LINHA-FIM
               UNTIL WRK-FIM-RESULTADOS EQUAL "S".
           CLOSE ARQUIVO-RESULTADOS-VOTACAO.
           CLOSE ARQUIVO-CANDIDATOS.

           MOVE SPACES TO LINHA-ZERESIMA.
           IF WRK-TOTAL-ZERESIMA EQUAL ZEROS
               AND WRK-CAD-MARCADOS (WRK-SECAO-ZERESIMA) EQUAL ZEROS
               STRING "  TOTAL DA SECAO: " WRK-TOTAL-ZERESIMA
                      "  SITUACAO: ZERADA"
                   DELIMITED BY SIZE INTO LINHA-ZERESIMA
           ELSE
               ADD 1 TO WRK-SECOES-NAO-ZERADAS
               STRING "  TOTAL DA SECAO: " WRK-TOTAL-ZERESIMA
                      "  SITUACAO: NAO ZERADA"
                   DELIMITED BY SIZE INTO LINHA-ZERESIMA
           END-IF.
           WRITE LINHA-ZERESIMA.

       0550-ZERESIMA-DA-SECAO-FIM.
           EXIT.

      *    SO OS REGISTROS DA SECAO E DOS CARGOS EM VOTACAO; O NOME DO
      *    CANDIDATO VEM DO ARQUIVO MESTRE.
       0560-ZERESIMA-LINHA.
           IF RES-SECAO NOT EQUAL WRK-SECAO-ZERESIMA
               OR RES-CARGO GREATER WRK-QTD-CARGOS
               GO TO 0560-ZERESIMA-LINHA-FIM
           END-IF.

           ADD RES-VOTOS TO WRK-TOTAL-ZERESIMA.
           MOVE RES-VOTOS TO WRK-VOTOS-EDITADO.
           IF RES-CARGO NOT EQUAL WRK-CARGO-CORRENTE
               MOVE RES-CARGO TO WRK-CARGO-CORRENTE
               PERFORM 0100-NOME-DO-CARGO
               MOVE SPACES TO LINHA-ZERESIMA
               STRING "  CARGO: " WRK-NOME-CARGO
                   DELIMITED BY SIZE INTO LINHA-ZERESIMA
               WRITE LINHA-ZERESIMA
           END-IF.

           MOVE SPACES TO LINHA-ZERESIMA.
           IF RES-CODIGO EQUAL ZEROS
               STRING "    NULOS/BRANCOS VOTOS: " WRK-VOTOS-EDITADO
                   DELIMITED BY SIZE INTO LINHA-ZERESIMA
           ELSE
               MOVE RES-CARGO TO CAND-CARGO
               MOVE RES-CODIGO TO CAND-CODIGO
               READ ARQUIVO-CANDIDATOS
                   INVALID KEY
                       MOVE SPACES TO CAND-NOME
               END-READ
               STRING "    " CAND-NOME " VOTOS: " WRK-VOTOS-EDITADO
                   DELIMITED BY SIZE INTO LINHA-ZERESIMA
           END-IF.
           WRITE LINHA-ZERESIMA.

       0560-ZERESIMA-LINHA-FIM.
           PERFORM 4100-LE-RESULTADO.

      *----------------------------------------------------------------*
      * CARGOS EM DISPUTA: O PADRAO (PRESIDENTE E VICE MAJORITARIOS DE  *
      * UMA VAGA, CONSELHO PROPORCIONAL SEM VAGAS) SOBREPOSTO PELO      *
      * CADASTRO DE CARGOS QUANDO ELE EXISTE. SO O CONSELHO PODE SER    *
      * PROPORCIONAL - PRESIDENTE E VICE TEM SEGUNDO TURNO.             *
      *----------------------------------------------------------------*
       0300-CARREGA-CARGOS.
           MOVE "PRESIDENTE" TO WRK-CRG-NOME (1).
           MOVE "M" TO WRK-CRG-TIPO (1).
           MOVE 1 TO WRK-CRG-VAGAS (1).
           MOVE "VICE" TO WRK-CRG-NOME (2).
           MOVE "M" TO WRK-CRG-TIPO (2).
           MOVE 1 TO WRK-CRG-VAGAS (2).
           MOVE "CONSELHO" TO WRK-CRG-NOME (3).
           MOVE "P" TO WRK-CRG-TIPO (3).
           MOVE ZEROS TO WRK-CRG-VAGAS (3).

           MOVE "N" TO WRK-FIM-CARGOS.
           OPEN INPUT ARQUIVO-CARGOS.
           PERFORM 0310-LE-CARGO.
           PERFORM 0320-ARMAZENA-CARGO UNTIL WRK-FIM-CARGOS EQUAL "S".
           CLOSE ARQUIVO-CARGOS.

       0310-LE-CARGO.
           READ ARQUIVO-CARGOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-CARGOS
           END-READ.

       0320-ARMAZENA-CARGO.
           IF CGE-CARGO GREATER ZEROS AND CGE-CARGO NOT GREATER 3
               MOVE CGE-NOME TO WRK-CRG-NOME (CGE-CARGO)
               MOVE CGE-TIPO TO WRK-CRG-TIPO (CGE-CARGO)
               MOVE CGE-VAGAS TO WRK-CRG-VAGAS (CGE-CARGO)
               IF NOT CARGO-PROPORCIONAL OR CGE-CARGO LESS 3
                   MOVE "M" TO WRK-CRG-TIPO (CGE-CARGO)
               END-IF
           END-IF.
           PERFORM 0310-LE-CARGO.

      *----------------------------------------------------------------*
      * CARREGA OS CANDIDATOS JA CADASTRADOS NO ARQUIVO MESTRE. SE O    *
      * ARQUIVO ESTIVER VAZIO (PRIMEIRA EXECUCAO), PEDE O CADASTRO DOS  *

           IF WRK-QTD-CANDIDATOS EQUAL ZEROS
               PERFORM 1500-REGISTRA-CANDIDATOS
           ELSE
               IF WRK-CRG-VAGAS (3) GREATER ZEROS
                   AND WRK-QTD-CONSELHO EQUAL ZEROS
                   PERFORM 1700-REGISTRA-CONSELHO
               END-IF
           END-IF.

           IF WRK-CRG-VAGAS (3) GREATER ZEROS
               AND WRK-QTD-CONSELHO GREATER ZEROS
               MOVE 3 TO WRK-QTD-CARGOS
           ELSE
               MOVE 2 TO WRK-QTD-CARGOS
           END-IF.

       1100-LE-CANDIDATO.
           MOVE CAND-CARGO  TO WRK-CARGO-CANDIDATO (WRK-QTD-CANDIDATOS).
           MOVE CAND-CODIGO TO WRK-CODIGO-CANDIDATO (WRK-QTD-CANDIDATOS).
           MOVE CAND-NOME   TO WRK-NOME-CANDIDATO (WRK-QTD-CANDIDATOS).
           MOVE CAND-PARTIDO
               TO WRK-PARTIDO-CANDIDATO (WRK-QTD-CANDIDATOS).
           MOVE "S" TO WRK-CONCORRE (WRK-QTD-CANDIDATOS).
           IF CAND-CARGO EQUAL 3
               ADD 1 TO WRK-QTD-CONSELHO
           END-IF.
           PERFORM 1100-LE-CANDIDATO.

       1500-REGISTRA-CANDIDATOS.
           PERFORM 1550-CADASTRA-CARGO.
           MOVE 2 TO WRK-CARGO-CORRENTE.
           PERFORM 1550-CADASTRA-CARGO.

           DISPLAY 'Vagas do ' WRK-CRG-NOME (3)
               ' (eleicao proporcional por chapa, 0 = sem eleicao): '.
           ACCEPT WRK-VAGAS.
           MOVE WRK-VAGAS TO WRK-CRG-VAGAS (3).
           IF WRK-VAGAS GREATER ZEROS
               MOVE 3 TO WRK-CARGO-CORRENTE
               PERFORM 1550-CADASTRA-CARGO
           END-IF.
           CLOSE ARQUIVO-CANDIDATOS.

           OPEN OUTPUT ARQUIVO-CARGOS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 1560-GRAVA-CARGO UNTIL WRK-IDX EQUAL 3.
           CLOSE ARQUIVO-CARGOS.

       1560-GRAVA-CARGO.
           ADD 1 TO WRK-IDX.
           MOVE WRK-IDX TO CGE-CARGO.
           MOVE WRK-CRG-NOME (WRK-IDX) TO CGE-NOME.
           MOVE WRK-CRG-TIPO (WRK-IDX) TO CGE-TIPO.
           MOVE WRK-CRG-VAGAS (WRK-IDX) TO CGE-VAGAS.
           WRITE CARGO-ELEICAO-REGISTRO.

      *    CONSELHO COM VAGAS NO CADASTRO DE CARGOS E AINDA SEM
      *    CANDIDATOS (CADASTRO DE CANDIDATOS ANTERIOR AO CONSELHO):
      *    OS CANDIDATOS DO CONSELHO SAO INCLUIDOS AGORA.
       1700-REGISTRA-CONSELHO.
           DISPLAY 'CONSELHO SEM CANDIDATOS - CADASTRO DAS CHAPAS.'
           OPEN I-O ARQUIVO-CANDIDATOS.
           MOVE 3 TO WRK-CARGO-CORRENTE.
           PERFORM 1550-CADASTRA-CARGO.
           CLOSE ARQUIVO-CANDIDATOS.

       1550-CADASTRA-CARGO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 1600-CADASTRA-CANDIDATO UNTIL WRK-IDX EQUAL
               WRK-QTD-CARGO.
           IF WRK-CARGO-CORRENTE EQUAL 3
               MOVE WRK-QTD-CARGO TO WRK-QTD-CONSELHO
           END-IF.

       1600-CADASTRA-CANDIDATO.
           ADD 1 TO WRK-IDX.
           ACCEPT WRK-NOME-CANDIDATO (WRK-QTD-CANDIDATOS).
           MOVE ZEROS TO WRK-VOTOS-CANDIDATO (WRK-QTD-CANDIDATOS).
           MOVE "S" TO WRK-CONCORRE (WRK-QTD-CANDIDATOS).
           MOVE SPACES TO WRK-PARTIDO-CANDIDATO (WRK-QTD-CANDIDATOS).
           IF WRK-CRG-TIPO (WRK-CARGO-CORRENTE) EQUAL "P"
               DISPLAY 'Chapa (sigla) do candidato: '
               ACCEPT WRK-PARTIDO-CANDIDATO (WRK-QTD-CANDIDATOS)
           END-IF.

           MOVE WRK-CARGO-CORRENTE TO CAND-CARGO.
           MOVE WRK-IDX TO CAND-CODIGO.
           MOVE WRK-NOME-CANDIDATO (WRK-QTD-CANDIDATOS) TO CAND-NOME.
           MOVE WRK-PARTIDO-CANDIDATO (WRK-QTD-CANDIDATOS)
               TO CAND-PARTIDO.
           WRITE CANDIDATO-REGISTRO.

      *----------------------------------------------------------------*
                   MOVE 2 TO WRK-CARGO-CORRENTE
                   PERFORM 2180-VOTA-UM-CARGO
               END-IF
               IF WRK-QTD-CARGOS EQUAL 3
                   AND (WRK-SO-CARGO EQUAL ZEROS
                        OR WRK-SO-CARGO EQUAL 3)
                   MOVE 3 TO WRK-CARGO-CORRENTE
                   PERFORM 2180-VOTA-UM-CARGO
               END-IF
               REWRITE ELEITOR-REGISTRO
               ADD 1 TO WRK-REPETICAO
           END-IF.
           PERFORM 0100-NOME-DO-CARGO.
           MOVE "N" TO WRK-PODE-VOTAR.

           IF (WRK-CARGO-CORRENTE EQUAL 1 AND JA-VOTOU-CARGO1)
               OR (WRK-CARGO-CORRENTE EQUAL 2 AND JA-VOTOU-CARGO2)
               OR (WRK-CARGO-CORRENTE EQUAL 3 AND JA-VOTOU-CARGO3)
               DISPLAY 'ELEITOR JA VOTOU PARA ' WRK-NOME-CARGO
                   ' - VOTO DO CARGO RECUSADO.'
           ELSE
               MOVE "S" TO WRK-PODE-VOTAR
           END-IF.

           IF WRK-PODE-VOTAR EQUAL "S"

               IF WRK-CARGO-CORRENTE EQUAL 1
                   MOVE "S" TO ELE-VOTOU-CARGO1
               END-IF
               IF WRK-CARGO-CORRENTE EQUAL 2
                   MOVE "S" TO ELE-VOTOU-CARGO2
               END-IF
               IF WRK-CARGO-CORRENTE EQUAL 3
                   MOVE "S" TO ELE-VOTOU-CARGO3
               END-IF
           END-IF.

       2200-CONFERE-VOTO.
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA A APURACAO NO ARQUIVO DE RESULTADOS: POR CARGO E          *
      * CANDIDATO, O TOTAL (SECAO 00) E OS VOTOS DE CADA SECAO, E OS    *
      * NULOS/BRANCOS DE CADA CARGO EM VOTACAO COMO CANDIDATO 00.       *
      *----------------------------------------------------------------*
       3000-GRAVA-RESULTADOS-VOTACAO.
           OPEN OUTPUT ARQUIVO-RESULTADOS-VOTACAO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 3100-GRAVA-RESULTADO-CANDIDATO UNTIL WRK-IDX EQUAL
               WRK-QTD-CANDIDATOS.
           MOVE ZEROS TO WRK-CARGO-CORRENTE.
           PERFORM 3300-GRAVA-NULOS-CARGO UNTIL WRK-CARGO-CORRENTE
               EQUAL WRK-QTD-CARGOS.
           CLOSE ARQUIVO-RESULTADOS-VOTACAO.

       3100-GRAVA-RESULTADO-CANDIDATO.
           ADD 1 TO WRK-IDX.
           MOVE WRK-CARGO-CANDIDATO (WRK-IDX)  TO RES-CARGO.
           MOVE WRK-CODIGO-CANDIDATO (WRK-IDX) TO RES-CODIGO.
           MOVE ZEROS TO RES-SECAO.
           MOVE WRK-VOTOS-CANDIDATO (WRK-IDX)  TO RES-VOTOS.
           WRITE RESULTADO-VOTACAO-REGISTRO.
           MOVE ZEROS TO WRK-SECAO-BOLETIM.
           PERFORM 3200-GRAVA-CANDIDATO-SECAO
               UNTIL WRK-SECAO-BOLETIM EQUAL 9.

       3200-GRAVA-CANDIDATO-SECAO.
           ADD 1 TO WRK-SECAO-BOLETIM.
           MOVE WRK-SECAO-BOLETIM TO RES-SECAO.
           MOVE WRK-VOTOS-SECAO (WRK-IDX WRK-SECAO-BOLETIM)
               TO RES-VOTOS.
           WRITE RESULTADO-VOTACAO-REGISTRO.

       3300-GRAVA-NULOS-CARGO.
           ADD 1 TO WRK-CARGO-CORRENTE.
           MOVE WRK-CARGO-CORRENTE TO RES-CARGO.
           MOVE ZEROS TO RES-CODIGO.
           MOVE ZEROS TO RES-SECAO.
           MOVE ZEROS TO RES-VOTOS.
           MOVE ZEROS TO WRK-SECAO-BOLETIM.
           PERFORM 3350-SOMA-NULOS-SECAO
               UNTIL WRK-SECAO-BOLETIM EQUAL 9.
           WRITE RESULTADO-VOTACAO-REGISTRO.
           MOVE ZEROS TO WRK-SECAO-BOLETIM.
           PERFORM 3400-GRAVA-NULOS-SECAO
               UNTIL WRK-SECAO-BOLETIM EQUAL 9.

       3350-SOMA-NULOS-SECAO.
           ADD 1 TO WRK-SECAO-BOLETIM.
           ADD WRK-NUL-SECAO (WRK-CARGO-CORRENTE WRK-SECAO-BOLETIM)
               TO RES-VOTOS.

       3400-GRAVA-NULOS-SECAO.
           ADD 1 TO WRK-SECAO-BOLETIM.
           MOVE WRK-SECAO-BOLETIM TO RES-SECAO.
           MOVE WRK-NUL-SECAO (WRK-CARGO-CORRENTE WRK-SECAO-BOLETIM)
               TO RES-VOTOS.
           WRITE RESULTADO-VOTACAO-REGISTRO.

      *----------------------------------------------------------------*
      * GERA O RELATORIO FINAL A PARTIR DO ARQUIVO DE RESULTADOS - A    *
      * CHAVE COMECA PELO CARGO, ENTAO AS LINHAS JA SAEM AGRUPADAS POR  *
      * CARGO, CADA GRUPO COM O SEU CABECALHO. SO OS TOTAIS (SECAO 00)  *
      * ENTRAM - OS VOTOS POR SECAO SAEM NOS BOLETINS.                  *
      *----------------------------------------------------------------*
       4000-IMPRIME-RELATORIO.
           MOVE "N" TO WRK-FIM-RESULTADOS.
           OPEN EXTEND ARQUIVO-RESULTADO.

           PERFORM 4100-LE-RESULTADO.
           PERFORM 4200-IMPRIME-LINHA
               THRU 4200-IMPRIME-LINHA-FIM
               UNTIL WRK-FIM-RESULTADOS EQUAL "S".

           CLOSE ARQUIVO-RESULTADOS-VOTACAO.
           CLOSE ARQUIVO-CANDIDATOS.
           END-READ.

       4200-IMPRIME-LINHA.
           IF RES-SECAO NOT EQUAL ZEROS
               GO TO 4200-IMPRIME-LINHA-FIM
           END-IF.

           IF RES-CARGO NOT EQUAL WRK-CARGO-CORRENTE
               MOVE RES-CARGO TO WRK-CARGO-CORRENTE
               PERFORM 0100-NOME-DO-CARGO
               WRITE LINHA-RESULTADO
           END-IF.

           IF RES-CODIGO EQUAL ZEROS
               MOVE RES-VOTOS TO WRK-VOTOS-EDITADO
               MOVE SPACES TO LINHA-RESULTADO
               STRING "  NULOS/BRANCOS VOTOS: " WRK-VOTOS-EDITADO
                   DELIMITED BY SIZE INTO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
               GO TO 4200-IMPRIME-LINHA-FIM
           END-IF.

           MOVE RES-CARGO TO CAND-CARGO.
           MOVE RES-CODIGO TO CAND-CODIGO.
           READ ARQUIVO-CANDIDATOS

           MOVE RES-VOTOS TO WRK-VOTOS-EDITADO.
           MOVE SPACES TO LINHA-RESULTADO.
           IF CAND-PARTIDO EQUAL SPACES
               STRING "  " CAND-NOME       DELIMITED BY SIZE
                      " VOTOS: "           DELIMITED BY SIZE
                      WRK-VOTOS-EDITADO    DELIMITED BY SIZE
                   INTO LINHA-RESULTADO
           ELSE
               STRING "  " CAND-NOME       DELIMITED BY SIZE
                      " VOTOS: "           DELIMITED BY SIZE
                      WRK-VOTOS-EDITADO    DELIMITED BY SIZE
                      "  CHAPA: "          DELIMITED BY SIZE
                      CAND-PARTIDO         DELIMITED BY SIZE
                   INTO LINHA-RESULTADO
           END-IF.
           WRITE LINHA-RESULTADO.

       4200-IMPRIME-LINHA-FIM.
           PERFORM 4100-LE-RESULTADO.

      *----------------------------------------------------------------*
       6800-LIMPA-MARCA.
           IF WRK-CARGO-CORRENTE EQUAL 1
               MOVE "N" TO ELE-VOTOU-CARGO1
           END-IF.
           IF WRK-CARGO-CORRENTE EQUAL 2
               MOVE "N" TO ELE-VOTOU-CARGO2
           END-IF.
           IF WRK-CARGO-CORRENTE EQUAL 3
               MOVE "N" TO ELE-VOTOU-CARGO3
           END-IF.
           REWRITE ELEITOR-REGISTRO.
           PERFORM 6750-LE-ELEITOR-CADERNO.

           PERFORM 0100-NOME-DO-CARGO.
           PERFORM 6050-RANQUEIA-CARGO.

           IF WRK-CRG-TIPO (WRK-CARGO-CORRENTE) EQUAL "P"
               PERFORM 7500-APURA-PROPORCIONAL
                   THRU 7500-APURA-PROPORCIONAL-FIM
               GO TO 7000-DECLARA-VENCEDOR-FIM
           END-IF.

      *    CARGO SEM CANDIDATO RANQUEADO NAO TEM VENCEDOR A DECLARAR.
           IF WRK-IDX-PRIMEIRO EQUAL ZEROS
               DISPLAY 'CARGO ' WRK-NOME-CARGO ': SEM CANDIDATOS - '
       7000-DECLARA-VENCEDOR-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * APURACAO PROPORCIONAL DO CARGO CORRENTE, TODA IMPRESSA PARA     *
      * AUDITORIA: QUOCIENTE ELEITORAL, QUOCIENTE PARTIDARIO DE CADA    *
      * CHAPA, CADA SOBRA COM AS MEDIAS DE TODAS AS CHAPAS E, DENTRO DE *
      * CADA CHAPA, OS ELEITOS (MAIS VOTADOS) E OS SUPLENTES EM ORDEM.  *
      * CHAPA NAO RECEBE MAIS CADEIRAS DO QUE TEM CANDIDATOS; EMPATE NA *
      * MEDIA VAI PARA A CHAPA MAIS VOTADA E EMPATE DE CANDIDATOS PARA  *
      * O DE MENOR NUMERO.                                              *
      *----------------------------------------------------------------*
       7500-APURA-PROPORCIONAL.
           MOVE WRK-CRG-VAGAS (WRK-CARGO-CORRENTE) TO WRK-VAGAS.
           PERFORM 7510-MONTA-PARTIDOS.

           OPEN EXTEND ARQUIVO-RESULTADO.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "APURACAO PROPORCIONAL - CARGO: " WRK-NOME-CARGO
                  "  VAGAS: " WRK-VAGAS
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           IF WRK-TOTAL-VALIDOS EQUAL ZEROS
               OR WRK-VAGAS EQUAL ZEROS
               MOVE "  SEM VOTOS VALIDOS - NENHUMA CADEIRA DISTRIBUIDA."
                   TO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
               CLOSE ARQUIVO-RESULTADO
               DISPLAY 'CARGO ' WRK-NOME-CARGO ': SEM VOTOS VALIDOS - '
                   'NENHUMA CADEIRA DISTRIBUIDA.'
               GO TO 7500-APURA-PROPORCIONAL-FIM
           END-IF.

           DIVIDE WRK-TOTAL-VALIDOS BY WRK-VAGAS
               GIVING WRK-QUOCIENTE-ELEITORAL
               REMAINDER WRK-RESTO-QE.
           COMPUTE WRK-DOBRO-RESTO EQUAL WRK-RESTO-QE * 2.
           IF WRK-DOBRO-RESTO GREATER WRK-VAGAS
               ADD 1 TO WRK-QUOCIENTE-ELEITORAL
           END-IF.
           IF WRK-QUOCIENTE-ELEITORAL EQUAL ZEROS
               MOVE 1 TO WRK-QUOCIENTE-ELEITORAL
           END-IF.

           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  VOTOS VALIDOS: " WRK-TOTAL-VALIDOS
                  "  QUOCIENTE ELEITORAL: " WRK-TOTAL-VALIDOS
                  " / " WRK-VAGAS " = " WRK-QUOCIENTE-ELEITORAL
                  " (RESTO " WRK-RESTO-QE ")"
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE "  (FRACAO ATE MEIA DESPREZADA, ACIMA DE MEIA SOBE 1)"
               TO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           MOVE "  QUOCIENTE PARTIDARIO (VOTOS DA CHAPA / QE):"
               TO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE ZEROS TO WRK-CADEIRAS-QP.
           MOVE ZEROS TO WRK-IDX-PARTIDO.
           PERFORM 7530-QUOCIENTE-PARTIDARIO
               UNTIL WRK-IDX-PARTIDO EQUAL WRK-QTD-PARTIDOS.

           COMPUTE WRK-SOBRAS EQUAL WRK-VAGAS - WRK-CADEIRAS-QP.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  CADEIRAS PELO QUOCIENTE PARTIDARIO: "
                  WRK-CADEIRAS-QP "  SOBRAS: " WRK-SOBRAS
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           MOVE ZEROS TO WRK-RODADA.
           MOVE "N" TO WRK-SEM-CANDIDATOS.
           PERFORM 7540-DISTRIBUI-SOBRA THRU 7540-DISTRIBUI-SOBRA-FIM
               UNTIL WRK-SOBRAS EQUAL ZEROS
               OR WRK-SEM-CANDIDATOS EQUAL "S".
           IF WRK-SOBRAS GREATER ZEROS
               MOVE SPACES TO LINHA-RESULTADO
               STRING "  CADEIRAS VAGAS (CHAPAS SEM MAIS CANDIDATOS): "
                      WRK-SOBRAS
                   DELIMITED BY SIZE INTO LINHA-RESULTADO
               WRITE LINHA-RESULTADO
           END-IF.

           MOVE "  RESULTADO POR CHAPA E CANDIDATOS:"
               TO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE ZEROS TO WRK-IDX-PARTIDO.
           PERFORM 7600-CLASSIFICA-CHAPA
               UNTIL WRK-IDX-PARTIDO EQUAL WRK-QTD-PARTIDOS.
           CLOSE ARQUIVO-RESULTADO.

       7500-APURA-PROPORCIONAL-FIM.
           EXIT.

      *    UMA LINHA POR CHAPA DO CARGO, COM VOTOS E CANDIDATOS, EM
      *    ORDEM DECRESCENTE DE VOTOS. CANDIDATO SEM CHAPA FICA NA
      *    CHAPA "AVULSO".
       7510-MONTA-PARTIDOS.
           MOVE ZEROS TO WRK-QTD-PARTIDOS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 7512-SOMA-CANDIDATO UNTIL WRK-IDX EQUAL
               WRK-QTD-CANDIDATOS.
           MOVE ZEROS TO WRK-IDX-PARTIDO.
           PERFORM 7516-ORDENA-PARTIDO
               UNTIL WRK-IDX-PARTIDO NOT LESS WRK-QTD-PARTIDOS.

       7512-SOMA-CANDIDATO.
           ADD 1 TO WRK-IDX.
           IF WRK-CARGO-CANDIDATO (WRK-IDX) EQUAL WRK-CARGO-CORRENTE
               MOVE SPACE TO WRK-CLASSIFICADO (WRK-IDX)
               IF WRK-PARTIDO-CANDIDATO (WRK-IDX) EQUAL SPACES
                   MOVE "AVULSO" TO WRK-PARTIDO-CANDIDATO (WRK-IDX)
               END-IF
               MOVE WRK-PARTIDO-CANDIDATO (WRK-IDX) TO WRK-SIGLA-BUSCA
               PERFORM 7514-POSICIONA-PARTIDO
               IF WRK-IDX-PARTIDO GREATER ZEROS
                   ADD WRK-VOTOS-CANDIDATO (WRK-IDX)
                       TO WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
                   ADD 1 TO WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO)
               END-IF
           END-IF.

       7514-POSICIONA-PARTIDO.
           MOVE ZEROS TO WRK-IDX-PARTIDO.
           MOVE ZEROS TO WRK-IDX-OUTRO.
           PERFORM 7515-TESTA-PARTIDO
               UNTIL WRK-IDX-PARTIDO GREATER ZEROS
               OR WRK-IDX-OUTRO NOT LESS WRK-QTD-PARTIDOS.
           IF WRK-IDX-PARTIDO EQUAL ZEROS
               IF WRK-QTD-PARTIDOS LESS 20
                   ADD 1 TO WRK-QTD-PARTIDOS
                   MOVE WRK-QTD-PARTIDOS TO WRK-IDX-PARTIDO
                   MOVE WRK-SIGLA-BUSCA
                       TO WRK-PRT-SIGLA (WRK-IDX-PARTIDO)
                   MOVE ZEROS TO WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
                       WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO)
                       WRK-PRT-QP (WRK-IDX-PARTIDO)
                       WRK-PRT-SOBRAS (WRK-IDX-PARTIDO)
                       WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
                       WRK-PRT-MEDIA (WRK-IDX-PARTIDO)
               ELSE
                   DISPLAY 'MAIS DE 20 CHAPAS - CHAPA ' WRK-SIGLA-BUSCA
                       ' FORA DA APURACAO.'
               END-IF
           END-IF.

       7515-TESTA-PARTIDO.
           ADD 1 TO WRK-IDX-OUTRO.
           IF WRK-PRT-SIGLA (WRK-IDX-OUTRO) EQUAL WRK-SIGLA-BUSCA
               MOVE WRK-IDX-OUTRO TO WRK-IDX-PARTIDO
           END-IF.

       7516-ORDENA-PARTIDO.
           ADD 1 TO WRK-IDX-PARTIDO.
           MOVE WRK-IDX-PARTIDO TO WRK-IDX-OUTRO.
           PERFORM 7517-COMPARA-PARTIDO
               UNTIL WRK-IDX-OUTRO NOT LESS WRK-QTD-PARTIDOS.

       7517-COMPARA-PARTIDO.
           ADD 1 TO WRK-IDX-OUTRO.
           IF WRK-PRT-VOTOS (WRK-IDX-OUTRO) GREATER
               WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
               MOVE WRK-PARTIDO-ITEM (WRK-IDX-PARTIDO)
                   TO WRK-PARTIDO-TROCA
               MOVE WRK-PARTIDO-ITEM (WRK-IDX-OUTRO)
                   TO WRK-PARTIDO-ITEM (WRK-IDX-PARTIDO)
               MOVE WRK-PARTIDO-TROCA
                   TO WRK-PARTIDO-ITEM (WRK-IDX-OUTRO)
           END-IF.

      *    CADEIRAS PELO QUOCIENTE PARTIDARIO, LIMITADAS AOS CANDIDATOS
      *    DA CHAPA E AS VAGAS AINDA LIVRES.
       7530-QUOCIENTE-PARTIDARIO.
           ADD 1 TO WRK-IDX-PARTIDO.
           DIVIDE WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
               BY WRK-QUOCIENTE-ELEITORAL
               GIVING WRK-PRT-QP (WRK-IDX-PARTIDO).
           IF WRK-PRT-QP (WRK-IDX-PARTIDO) GREATER
               WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO)
               MOVE WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO)
                   TO WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
           ELSE
               MOVE WRK-PRT-QP (WRK-IDX-PARTIDO)
                   TO WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
           END-IF.
           IF WRK-CADEIRAS-QP + WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
               GREATER WRK-VAGAS
               COMPUTE WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO) EQUAL
                   WRK-VAGAS - WRK-CADEIRAS-QP
           END-IF.
           ADD WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO) TO WRK-CADEIRAS-QP.

           MOVE SPACES TO LINHA-RESULTADO.
           STRING "    CHAPA " WRK-PRT-SIGLA (WRK-IDX-PARTIDO)
                  "  VOTOS " WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
                  " / " WRK-QUOCIENTE-ELEITORAL
                  " = " WRK-PRT-QP (WRK-IDX-PARTIDO)
                  "  CANDIDATOS " WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO)
                  "  CADEIRAS " WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

      *    UMA SOBRA: MEDIA DE CADA CHAPA QUE AINDA TEM CANDIDATO SEM
      *    CADEIRA; A MAIOR MEDIA LEVA A CADEIRA.
       7540-DISTRIBUI-SOBRA.
           ADD 1 TO WRK-RODADA.
           MOVE ZEROS TO WRK-IDX-MAIOR.
           MOVE ZEROS TO WRK-MAIOR-MEDIA.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  SOBRA " WRK-RODADA
                  " - MEDIA = VOTOS DA CHAPA / (CADEIRAS + 1):"
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           MOVE ZEROS TO WRK-IDX-PARTIDO.
           PERFORM 7550-CALCULA-MEDIA
               UNTIL WRK-IDX-PARTIDO EQUAL WRK-QTD-PARTIDOS.

           IF WRK-IDX-MAIOR EQUAL ZEROS
               MOVE "S" TO WRK-SEM-CANDIDATOS
               GO TO 7540-DISTRIBUI-SOBRA-FIM
           END-IF.

           ADD 1 TO WRK-PRT-CADEIRAS (WRK-IDX-MAIOR).
           ADD 1 TO WRK-PRT-SOBRAS (WRK-IDX-MAIOR).
           SUBTRACT 1 FROM WRK-SOBRAS.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "    CADEIRA DA SOBRA " WRK-RODADA " PARA A CHAPA "
                  WRK-PRT-SIGLA (WRK-IDX-MAIOR)
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

       7540-DISTRIBUI-SOBRA-FIM.
           EXIT.

       7550-CALCULA-MEDIA.
           ADD 1 TO WRK-IDX-PARTIDO.
           MOVE SPACES TO LINHA-RESULTADO.
           IF WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO) NOT LESS
               WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO)
               STRING "    CHAPA " WRK-PRT-SIGLA (WRK-IDX-PARTIDO)
                      "  SEM CANDIDATO PARA NOVA CADEIRA"
                   DELIMITED BY SIZE INTO LINHA-RESULTADO
           ELSE
               COMPUTE WRK-DIVISOR EQUAL
                   WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO) + 1
               COMPUTE WRK-PRT-MEDIA (WRK-IDX-PARTIDO) EQUAL
                   WRK-PRT-VOTOS (WRK-IDX-PARTIDO) / WRK-DIVISOR
               MOVE WRK-PRT-MEDIA (WRK-IDX-PARTIDO)
                   TO WRK-MEDIA-EDITADA
               STRING "    CHAPA " WRK-PRT-SIGLA (WRK-IDX-PARTIDO)
                      "  " WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
                      " / " WRK-DIVISOR " = " WRK-MEDIA-EDITADA
                   DELIMITED BY SIZE INTO LINHA-RESULTADO
               PERFORM 7560-COMPARA-MEDIA
           END-IF.
           WRITE LINHA-RESULTADO.

       7560-COMPARA-MEDIA.
           IF WRK-IDX-MAIOR EQUAL ZEROS
               MOVE WRK-IDX-PARTIDO TO WRK-IDX-MAIOR
           ELSE
               IF WRK-PRT-MEDIA (WRK-IDX-PARTIDO) GREATER
                   WRK-MAIOR-MEDIA
                   OR (WRK-PRT-MEDIA (WRK-IDX-PARTIDO) EQUAL
                       WRK-MAIOR-MEDIA
                       AND WRK-PRT-VOTOS (WRK-IDX-PARTIDO) GREATER
                           WRK-PRT-VOTOS (WRK-IDX-MAIOR))
                   MOVE WRK-IDX-PARTIDO TO WRK-IDX-MAIOR
               END-IF
           END-IF.
           MOVE WRK-PRT-MEDIA (WRK-IDX-MAIOR) TO WRK-MAIOR-MEDIA.

      *    CANDIDATOS DA CHAPA DO MAIS PARA O MENOS VOTADO: OS PRIMEIROS
      *    OCUPAM AS CADEIRAS DA CHAPA, OS DEMAIS SAO SUPLENTES NA
      *    ORDEM.
       7600-CLASSIFICA-CHAPA.
           ADD 1 TO WRK-IDX-PARTIDO.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "    CHAPA " WRK-PRT-SIGLA (WRK-IDX-PARTIDO)
                  "  VOTOS " WRK-PRT-VOTOS (WRK-IDX-PARTIDO)
                  "  CADEIRAS " WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
                  " (QP " WRK-PRT-QP (WRK-IDX-PARTIDO)
                  " + SOBRAS " WRK-PRT-SOBRAS (WRK-IDX-PARTIDO) ")"
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.
           MOVE ZEROS TO WRK-ORDEM.
           PERFORM 7620-PROXIMO-DA-CHAPA
               UNTIL WRK-ORDEM NOT LESS
                   WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO).

       7620-PROXIMO-DA-CHAPA.
           MOVE ZEROS TO WRK-IDX-MAIOR.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 7630-COMPARA-CANDIDATO UNTIL WRK-IDX EQUAL
               WRK-QTD-CANDIDATOS.
           ADD 1 TO WRK-ORDEM.
           IF WRK-IDX-MAIOR EQUAL ZEROS
               MOVE WRK-PRT-CANDIDATOS (WRK-IDX-PARTIDO) TO WRK-ORDEM
           ELSE
               MOVE WRK-VOTOS-CANDIDATO (WRK-IDX-MAIOR)
                   TO WRK-VOTOS-EDITADO
               MOVE SPACES TO LINHA-RESULTADO
               IF WRK-ORDEM NOT GREATER
                   WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
                   MOVE "E" TO WRK-CLASSIFICADO (WRK-IDX-MAIOR)
                   STRING "      ELEITO      "
                          WRK-NOME-CANDIDATO (WRK-IDX-MAIOR)
                          " VOTOS: " WRK-VOTOS-EDITADO
                       DELIMITED BY SIZE INTO LINHA-RESULTADO
                   DISPLAY 'ELEITO PARA ' WRK-NOME-CARGO ': '
                       WRK-NOME-CANDIDATO (WRK-IDX-MAIOR) ' ('
                       WRK-PRT-SIGLA (WRK-IDX-PARTIDO) ')'
               ELSE
                   MOVE "S" TO WRK-CLASSIFICADO (WRK-IDX-MAIOR)
                   COMPUTE WRK-DIVISOR EQUAL WRK-ORDEM -
                       WRK-PRT-CADEIRAS (WRK-IDX-PARTIDO)
                   STRING "      SUPLENTE " WRK-DIVISOR "  "
                          WRK-NOME-CANDIDATO (WRK-IDX-MAIOR)
                          " VOTOS: " WRK-VOTOS-EDITADO
                       DELIMITED BY SIZE INTO LINHA-RESULTADO
               END-IF
               WRITE LINHA-RESULTADO
           END-IF.

       7630-COMPARA-CANDIDATO.
           ADD 1 TO WRK-IDX.
           IF WRK-CARGO-CANDIDATO (WRK-IDX) EQUAL WRK-CARGO-CORRENTE
               AND WRK-PARTIDO-CANDIDATO (WRK-IDX) EQUAL
                   WRK-PRT-SIGLA (WRK-IDX-PARTIDO)
               AND WRK-CLASSIFICADO (WRK-IDX) EQUAL SPACE
               IF WRK-IDX-MAIOR EQUAL ZEROS
                   MOVE WRK-IDX TO WRK-IDX-MAIOR
               ELSE
                   IF WRK-VOTOS-CANDIDATO (WRK-IDX) GREATER
                       WRK-VOTOS-CANDIDATO (WRK-IDX-MAIOR)
                       MOVE WRK-IDX TO WRK-IDX-MAIOR
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMPARECIMENTO: AO FECHAR A APURACAO, CONTA NO CADERNO QUEM     *
      * VOTOU PARA PRESIDENTE (O PRIMEIRO VOTO DA SESSAO) E QUEM SE     *
      * BOLETINS DE URNA POR SECAO: PARA CADA SECAO COM ELEITORES,      *
      * VOTOS POR CANDIDATO E NULOS POR CARGO, COMPARECIMENTO E         *
      * ABSTENCAO - E O CONSOLIDADO POR SECAO PARA AUDITAR A SECAO      *
      * CUJO COMPARECIMENTO DESTOAR. CADA BOLETIM FECHA COM O TOTAL DE  *
      * CONTROLE E O CODIGO DE VERIFICACAO DA SECAO, GRAVADOS TAMBEM    *
      * NO ARQUIVO DE BOLETINS LACRADOS.                                *
      *----------------------------------------------------------------*
       8000-IMPRIME-BOLETINS-SECAO.
           ACCEPT WRK-DATA-EMISSAO FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-EMISSAO FROM TIME.
           OPEN OUTPUT ARQUIVO-BOLETINS.
           OPEN EXTEND ARQUIVO-RESULTADO.

           MOVE SPACES TO LINHA-RESULTADO.
               UNTIL WRK-SECAO-BOLETIM NOT LESS 9.

           CLOSE ARQUIVO-RESULTADO.
           CLOSE ARQUIVO-BOLETINS.

       8100-BOLETIM-DA-SECAO.
           ADD 1 TO WRK-SECAO-BOLETIM.
           PERFORM 8200-BOLETIM-CARGO.
           MOVE 2 TO WRK-CARGO-CORRENTE.
           PERFORM 8200-BOLETIM-CARGO.
           IF WRK-QTD-CARGOS EQUAL 3
               MOVE 3 TO WRK-CARGO-CORRENTE
               PERFORM 8200-BOLETIM-CARGO
           END-IF.

           PERFORM 8500-LACRA-BOLETIM.
           MOVE SPACES TO LINHA-RESULTADO.
           STRING "  TOTAL DE CONTROLE: " WRK-TOTAL-CONTROLE
                  "  CODIGO DE VERIFICACAO: " WRK-CODIGO-VERIFICACAO
               DELIMITED BY SIZE INTO LINHA-RESULTADO.
           WRITE LINHA-RESULTADO.

           MOVE WRK-SECAO-BOLETIM TO BOL-SECAO.
           MOVE WRK-DATA-EMISSAO TO BOL-DATA.
           MOVE WRK-HORA-EMISSAO (1:6) TO BOL-HORA.
           MOVE WRK-CMP-VOTARAM (WRK-SECAO-BOLETIM) TO BOL-VOTARAM.
           MOVE WRK-CMP-ABSTENCOES (WRK-SECAO-BOLETIM)
               TO BOL-ABSTENCOES.
           MOVE WRK-TOTAL-CONTROLE TO BOL-TOTAL-CONTROLE.
           MOVE WRK-CODIGO-VERIFICACAO TO BOL-CODIGO-VERIFICACAO.
           WRITE BOLETIM-SECAO-REGISTRO.

       8100-BOLETIM-DA-SECAO-FIM.
           EXIT.
               WRITE LINHA-RESULTADO
           END-IF.

      *----------------------------------------------------------------*
      * LACRE DO BOLETIM DA SECAO: PERCORRE OS VOTOS DA SECAO NA MESMA  *
      * ORDEM DO ARQUIVO DE RESULTADOS (CARGO; NULOS - CANDIDATO 00 -   *
      * ANTES DOS CANDIDATOS, EM ORDEM DE NUMERO) E ACUMULA O TOTAL DE  *
      * CONTROLE E O CODIGO DE VERIFICACAO PELA REGRA DE                *
      * BOLETIM-SECAO.CPY. A CONFERENCIA DOS BOLETINS REPETE A CONTA    *
      * LENDO O ARQUIVO DE RESULTADOS.                                  *
      *----------------------------------------------------------------*
       8500-LACRA-BOLETIM.
           MOVE ZEROS TO WRK-TOTAL-CONTROLE.
           MOVE WRK-SECAO-BOLETIM TO WRK-CODIGO-VERIFICACAO.
           MOVE ZEROS TO WRK-CARGO-CORRENTE.
           PERFORM 8510-LACRA-CARGO UNTIL WRK-CARGO-CORRENTE EQUAL 3.

       8510-LACRA-CARGO.
           ADD 1 TO WRK-CARGO-CORRENTE.
           IF WRK-CARGO-CORRENTE NOT GREATER WRK-QTD-CARGOS
               MOVE WRK-CARGO-CORRENTE TO WRK-ITEM-CARGO
               MOVE ZEROS TO WRK-ITEM-CODIGO
               MOVE WRK-NUL-SECAO (WRK-CARGO-CORRENTE WRK-SECAO-BOLETIM)
                   TO WRK-ITEM-VOTOS
               PERFORM 8550-ACUMULA-ITEM
           END-IF.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 8520-LACRA-CANDIDATO UNTIL WRK-IDX EQUAL
               WRK-QTD-CANDIDATOS.

       8520-LACRA-CANDIDATO.
           ADD 1 TO WRK-IDX.
           IF WRK-CARGO-CANDIDATO (WRK-IDX) EQUAL WRK-CARGO-CORRENTE
               MOVE WRK-CARGO-CORRENTE TO WRK-ITEM-CARGO
               MOVE WRK-CODIGO-CANDIDATO (WRK-IDX) TO WRK-ITEM-CODIGO
               MOVE WRK-VOTOS-SECAO (WRK-IDX WRK-SECAO-BOLETIM)
                   TO WRK-ITEM-VOTOS
               PERFORM 8550-ACUMULA-ITEM
           END-IF.

       8550-ACUMULA-ITEM.
           ADD WRK-ITEM-VOTOS TO WRK-TOTAL-CONTROLE.
           COMPUTE WRK-ACUMULADOR-LACRE EQUAL
               WRK-CODIGO-VERIFICACAO * 31
               + WRK-ITEM-CARGO * 1000000
               + WRK-ITEM-CODIGO * 10000
               + WRK-ITEM-VOTOS.
           DIVIDE WRK-ACUMULADOR-LACRE BY 999999937
               GIVING WRK-QUOCIENTE-LACRE
               REMAINDER WRK-CODIGO-VERIFICACAO.

      *Numa eleição existem três candidatos. Faça um programa que peça o número total de eleitores.
      *Peça para cada eleitor votar e ao final mostrar o número de votos de cada candidato.
