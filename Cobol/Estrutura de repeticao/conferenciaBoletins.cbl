      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConferenciaBoletins".
       AUTHOR. "LUCAS KURATA".
      *    CONFERENCIA DOS BOLETINS DE URNA LACRADOS NO FECHAMENTO DA
      *     APURACAO (BOLETINS_SECAO.DAT): RECALCULA, A PARTIR DOS
      *     VOTOS GRAVADOS EM RESULTADOS_VOTACAO.DAT, O TOTAL DE
      *     CONTROLE E O CODIGO DE VERIFICACAO DE CADA SECAO (REGRA EM
      *     BOLETIM-SECAO.CPY) E APONTA EM CONFERENCIA_BOLETINS.LST:
      *       - BOLETIM CUJO TOTAL OU CODIGO NAO BATE COM OS RESULTADOS;
      *       - SECAO COM VOTOS E SEM BOLETIM;
      *       - CANDIDATO CUJO TOTAL GRAVADO DIFERE DA SOMA DAS SECOES;
      *       - SECAO COM MAIS VOTOS NUM CARGO DO QUE ELEITORES MARCADOS
      *         COMO VOTOU NO CARGO NO CADERNO (ELEITORES.DAT).
      *     RODA DEPOIS DA APURACAO, ANTES DE REABRIR O CADERNO. COM
      *     DIVERGENCIA TERMINA COM RETURN-CODE 8.
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
           SELECT OPTIONAL ARQUIVO-RESULTADOS-VOTACAO
           ASSIGN TO "resultados_votacao.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESULTADO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BOLETINS
           ASSIGN TO "boletins_secao.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BOL-SECAO
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ELEITORES
           ASSIGN TO "eleitores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ELE-ID
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-CONFERENCIA
           ASSIGN TO "conferencia_boletins.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-RESULTADOS-VOTACAO.
           COPY "RESULTADO-VOTACAO.cpy".

       FD  ARQUIVO-BOLETINS.
           COPY "BOLETIM-SECAO.cpy".

       FD  ARQUIVO-ELEITORES.
           COPY "ELEITOR-REGISTRO.cpy".

       FD  ARQUIVO-CONFERENCIA.
       01  LINHA-CONFERENCIA PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-RESULTADOS           PIC A(1) VALUE "N".
       77 WRK-FIM-BOLETINS             PIC A(1) VALUE "N".
       77 WRK-FIM-ELEITORES            PIC A(1) VALUE "N".
       77 WRK-QTD-RESULTADOS           PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-BOLETINS             PIC 9(2) VALUE ZEROS.
       77 WRK-DIVERGENCIAS             PIC 9(4) VALUE ZEROS.
       77 WRK-SECAO                    PIC 9(2) VALUE ZEROS.
       77 WRK-CARGO                    PIC 9(1) VALUE ZEROS.
       77 WRK-SECAO-ELEITOR            PIC 9(2) VALUE ZEROS.

      *    TOTAL GRAVADO (SECAO 00) DO CANDIDATO CORRENTE CONTRA A SOMA
      *    DAS SUAS SECOES, CONFERIDOS NA QUEBRA DE CARGO + CANDIDATO.
       77 WRK-CARGO-ANTERIOR           PIC 9(1) VALUE ZEROS.
       77 WRK-CODIGO-ANTERIOR          PIC 9(2) VALUE ZEROS.
       77 WRK-TEM-ANTERIOR             PIC A(1) VALUE "N".
       77 WRK-TOTAL-GRAVADO            PIC 9(5) VALUE ZEROS.
       77 WRK-SOMA-SECOES              PIC 9(5) VALUE ZEROS.

      *    RECALCULO DO LACRE, ITEM A ITEM, PELA REGRA DE
      *    BOLETIM-SECAO.CPY.
       77 WRK-ACUMULADOR-LACRE         PIC 9(11) VALUE ZEROS.
       77 WRK-QUOCIENTE-LACRE          PIC 9(11) VALUE ZEROS.

      *    POR SECAO: TOTAL E CODIGO RECALCULADOS, VOTOS E ELEITORES
      *    MARCADOS COMO VOTOU POR CARGO, E SE A SECAO TEM BOLETIM.
       01 WRK-SECOES.
           05 WRK-SEC-ITEM OCCURS 9 TIMES.
               10 WRK-SEC-TOTAL        PIC 9(6) VALUE ZEROS.
               10 WRK-SEC-CODIGO       PIC 9(9) VALUE ZEROS.
               10 WRK-SEC-BOLETIM      PIC A(1) VALUE "N".
               10 WRK-SEC-CARGO OCCURS 3 TIMES.
                   15 WRK-SEC-VOTOS    PIC 9(5) VALUE ZEROS.
                   15 WRK-SEC-MARCADOS PIC 9(4) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           MOVE ZEROS TO WRK-SECAO.
           PERFORM 0100-INICIA-SECAO UNTIL WRK-SECAO EQUAL 9.

           OPEN OUTPUT ARQUIVO-CONFERENCIA.
           MOVE "CONFERENCIA DOS BOLETINS DE SECAO" TO
               LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.

           PERFORM 1000-RECALCULA-RESULTADOS.
           PERFORM 2000-CONTA-CADERNO.
           PERFORM 3000-CONFERE-BOLETINS.
           PERFORM 4000-CONFERE-SECOES.

           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "RESULTADOS LIDOS: " WRK-QTD-RESULTADOS
                  "  BOLETINS CONFERIDOS: " WRK-QTD-BOLETINS
                  "  DIVERGENCIAS: " WRK-DIVERGENCIAS
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           CLOSE ARQUIVO-CONFERENCIA.

           DISPLAY 'CONFERENCIA DOS BOLETINS - BOLETINS: '
               WRK-QTD-BOLETINS '  DIVERGENCIAS: ' WRK-DIVERGENCIAS.
           IF WRK-DIVERGENCIAS GREATER ZEROS
               DISPLAY 'BOLETINS COM DIVERGENCIA - VEJA '
                   'conferencia_boletins.lst.'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       0100-INICIA-SECAO.
           ADD 1 TO WRK-SECAO.
           MOVE WRK-SECAO TO WRK-SEC-CODIGO (WRK-SECAO).

      *----------------------------------------------------------------*
      * LE OS RESULTADOS NA ORDEM DA CHAVE (CARGO, CANDIDATO, SECAO):   *
      * CADA REGISTRO DE SECAO 01-09 ENTRA NO TOTAL E NO CODIGO DA      *
      * SECAO E NOS VOTOS DO CARGO NA SECAO; O REGISTRO DE SECAO 00 E O *
      * TOTAL GRAVADO DO CANDIDATO, CONFERIDO NA QUEBRA.                *
      *----------------------------------------------------------------*
       1000-RECALCULA-RESULTADOS.
           OPEN INPUT ARQUIVO-RESULTADOS-VOTACAO.
           PERFORM 1100-LE-RESULTADO.
           IF WRK-FIM-RESULTADOS EQUAL "S"
               MOVE "ARQUIVO DE RESULTADOS AUSENTE OU VAZIO."
                   TO LINHA-CONFERENCIA
               WRITE LINHA-CONFERENCIA
           END-IF.
           PERFORM 1200-ACUMULA-RESULTADO
               THRU 1200-ACUMULA-RESULTADO-FIM
               UNTIL WRK-FIM-RESULTADOS EQUAL "S".
           PERFORM 1300-CONFERE-TOTAL-CANDIDATO.
           CLOSE ARQUIVO-RESULTADOS-VOTACAO.

       1100-LE-RESULTADO.
           READ ARQUIVO-RESULTADOS-VOTACAO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-RESULTADOS
           END-READ.

       1200-ACUMULA-RESULTADO.
           ADD 1 TO WRK-QTD-RESULTADOS.
           IF WRK-TEM-ANTERIOR NOT EQUAL "S"
               OR RES-CARGO NOT EQUAL WRK-CARGO-ANTERIOR
               OR RES-CODIGO NOT EQUAL WRK-CODIGO-ANTERIOR
               PERFORM 1300-CONFERE-TOTAL-CANDIDATO
               MOVE "S" TO WRK-TEM-ANTERIOR
               MOVE RES-CARGO TO WRK-CARGO-ANTERIOR
               MOVE RES-CODIGO TO WRK-CODIGO-ANTERIOR
               MOVE ZEROS TO WRK-TOTAL-GRAVADO
               MOVE ZEROS TO WRK-SOMA-SECOES
           END-IF.

           IF RES-SECAO EQUAL ZEROS
               MOVE RES-VOTOS TO WRK-TOTAL-GRAVADO
               GO TO 1200-ACUMULA-RESULTADO-FIM
           END-IF.

           ADD RES-VOTOS TO WRK-SOMA-SECOES.
           IF RES-SECAO GREATER 9
               GO TO 1200-ACUMULA-RESULTADO-FIM
           END-IF.

           ADD RES-VOTOS TO WRK-SEC-TOTAL (RES-SECAO).
           IF RES-CARGO GREATER ZEROS AND RES-CARGO NOT GREATER 3
               ADD RES-VOTOS TO WRK-SEC-VOTOS (RES-SECAO RES-CARGO)
           END-IF.
           COMPUTE WRK-ACUMULADOR-LACRE EQUAL
               WRK-SEC-CODIGO (RES-SECAO) * 31
               + RES-CARGO * 1000000
               + RES-CODIGO * 10000
               + RES-VOTOS.
           DIVIDE WRK-ACUMULADOR-LACRE BY 999999937
               GIVING WRK-QUOCIENTE-LACRE
               REMAINDER WRK-SEC-CODIGO (RES-SECAO).

       1200-ACUMULA-RESULTADO-FIM.
           PERFORM 1100-LE-RESULTADO.

       1300-CONFERE-TOTAL-CANDIDATO.
           IF WRK-TEM-ANTERIOR EQUAL "S"
               AND WRK-TOTAL-GRAVADO NOT EQUAL WRK-SOMA-SECOES
               ADD 1 TO WRK-DIVERGENCIAS
               MOVE SPACES TO LINHA-CONFERENCIA
               STRING "CARGO " WRK-CARGO-ANTERIOR
                      " CANDIDATO " WRK-CODIGO-ANTERIOR
                      ": TOTAL GRAVADO " WRK-TOTAL-GRAVADO
                      " DIFERE DA SOMA DAS SECOES " WRK-SOMA-SECOES
                   DELIMITED BY SIZE INTO LINHA-CONFERENCIA
               WRITE LINHA-CONFERENCIA
           END-IF.

      *----------------------------------------------------------------*
      * ELEITORES MARCADOS COMO VOTOU, POR SECAO E CARGO - NENHUMA      *
      * SECAO PODE TER MAIS VOTOS NUM CARGO DO QUE ISSO.                *
      *----------------------------------------------------------------*
       2000-CONTA-CADERNO.
           OPEN INPUT ARQUIVO-ELEITORES.
           PERFORM 2100-LE-ELEITOR.
           PERFORM 2200-CONTA-ELEITOR UNTIL WRK-FIM-ELEITORES
               EQUAL "S".
           CLOSE ARQUIVO-ELEITORES.

       2100-LE-ELEITOR.
           READ ARQUIVO-ELEITORES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ELEITORES
           END-READ.

       2200-CONTA-ELEITOR.
           MOVE ELE-SECAO TO WRK-SECAO-ELEITOR.
           IF WRK-SECAO-ELEITOR EQUAL ZEROS
               OR WRK-SECAO-ELEITOR GREATER 9
               MOVE 1 TO WRK-SECAO-ELEITOR
           END-IF.
           IF JA-VOTOU-CARGO1
               ADD 1 TO WRK-SEC-MARCADOS (WRK-SECAO-ELEITOR 1)
           END-IF.
           IF JA-VOTOU-CARGO2
               ADD 1 TO WRK-SEC-MARCADOS (WRK-SECAO-ELEITOR 2)
           END-IF.
           IF JA-VOTOU-CARGO3
               ADD 1 TO WRK-SEC-MARCADOS (WRK-SECAO-ELEITOR 3)
           END-IF.
           PERFORM 2100-LE-ELEITOR.

      *----------------------------------------------------------------*
      * CADA BOLETIM LACRADO CONTRA O RECALCULO DA SUA SECAO.           *
      *----------------------------------------------------------------*
       3000-CONFERE-BOLETINS.
           OPEN INPUT ARQUIVO-BOLETINS.
           PERFORM 3100-LE-BOLETIM.
           PERFORM 3200-CONFERE-BOLETIM
               THRU 3200-CONFERE-BOLETIM-FIM
               UNTIL WRK-FIM-BOLETINS EQUAL "S".
           CLOSE ARQUIVO-BOLETINS.

       3100-LE-BOLETIM.
           READ ARQUIVO-BOLETINS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-BOLETINS
           END-READ.

       3200-CONFERE-BOLETIM.
           ADD 1 TO WRK-QTD-BOLETINS.
           IF BOL-SECAO EQUAL ZEROS OR BOL-SECAO GREATER 9
               ADD 1 TO WRK-DIVERGENCIAS
               MOVE SPACES TO LINHA-CONFERENCIA
               STRING "BOLETIM DA SECAO " BOL-SECAO
                      ": SECAO INEXISTENTE."
                   DELIMITED BY SIZE INTO LINHA-CONFERENCIA
               WRITE LINHA-CONFERENCIA
               GO TO 3200-CONFERE-BOLETIM-FIM
           END-IF.

           MOVE "S" TO WRK-SEC-BOLETIM (BOL-SECAO).
           IF BOL-TOTAL-CONTROLE EQUAL WRK-SEC-TOTAL (BOL-SECAO)
               AND BOL-CODIGO-VERIFICACAO EQUAL
                   WRK-SEC-CODIGO (BOL-SECAO)
               MOVE SPACES TO LINHA-CONFERENCIA
               STRING "BOLETIM DA SECAO " BOL-SECAO
                      " DE " BOL-DATA " " BOL-HORA
                      ": CONFERE (TOTAL " BOL-TOTAL-CONTROLE
                      " CODIGO " BOL-CODIGO-VERIFICACAO ")"
                   DELIMITED BY SIZE INTO LINHA-CONFERENCIA
               WRITE LINHA-CONFERENCIA
               GO TO 3200-CONFERE-BOLETIM-FIM
           END-IF.

           ADD 1 TO WRK-DIVERGENCIAS.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "BOLETIM DA SECAO " BOL-SECAO
                  " DE " BOL-DATA " " BOL-HORA
                  ": NAO CONFERE COM OS RESULTADOS"
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "  TOTAL DE CONTROLE  BOLETIM: " BOL-TOTAL-CONTROLE
                  "  RECALCULADO: " WRK-SEC-TOTAL (BOL-SECAO)
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "  CODIGO DE VERIFICACAO  BOLETIM: "
                  BOL-CODIGO-VERIFICACAO
                  "  RECALCULADO: " WRK-SEC-CODIGO (BOL-SECAO)
               DELIMITED BY SIZE INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.

       3200-CONFERE-BOLETIM-FIM.
           PERFORM 3100-LE-BOLETIM.

      *----------------------------------------------------------------*
      * SECAO COM VOTOS E SEM BOLETIM, E SECAO COM MAIS VOTOS NUM CARGO *
      * DO QUE ELEITORES QUE ASSINARAM O CADERNO NAQUELE CARGO.         *
      *----------------------------------------------------------------*
       4000-CONFERE-SECOES.
           MOVE ZEROS TO WRK-SECAO.
           PERFORM 4100-CONFERE-SECAO UNTIL WRK-SECAO EQUAL 9.

       4100-CONFERE-SECAO.
           ADD 1 TO WRK-SECAO.
           IF WRK-SEC-BOLETIM (WRK-SECAO) NOT EQUAL "S"
               AND WRK-SEC-TOTAL (WRK-SECAO) GREATER ZEROS
               ADD 1 TO WRK-DIVERGENCIAS
               MOVE SPACES TO LINHA-CONFERENCIA
               STRING "SECAO " WRK-SECAO ": "
                      WRK-SEC-TOTAL (WRK-SECAO)
                      " VOTO(S) NOS RESULTADOS E NENHUM BOLETIM."
                   DELIMITED BY SIZE INTO LINHA-CONFERENCIA
               WRITE LINHA-CONFERENCIA
           END-IF.
           MOVE ZEROS TO WRK-CARGO.
           PERFORM 4200-CONFERE-CARGO UNTIL WRK-CARGO EQUAL 3.

       4200-CONFERE-CARGO.
           ADD 1 TO WRK-CARGO.
           IF WRK-SEC-VOTOS (WRK-SECAO WRK-CARGO) GREATER
               WRK-SEC-MARCADOS (WRK-SECAO WRK-CARGO)
               ADD 1 TO WRK-DIVERGENCIAS
               MOVE SPACES TO LINHA-CONFERENCIA
               STRING "SECAO " WRK-SECAO " CARGO " WRK-CARGO ": "
                      WRK-SEC-VOTOS (WRK-SECAO WRK-CARGO)
                      " VOTO(S) PARA "
                      WRK-SEC-MARCADOS (WRK-SECAO WRK-CARGO)
                      " ELEITOR(ES) QUE VOTARAM NO CADERNO."
                   DELIMITED BY SIZE INTO LINHA-CONFERENCIA
               WRITE LINHA-CONFERENCIA
           END-IF.
