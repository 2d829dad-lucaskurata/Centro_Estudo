      *     LISTAGEM, FECHAMENTO COM SUSPEITO PRINCIPAL E NOTA DE
      *     ENCERRAMENTO, E REABERTURA DE CASO FECHADO. A CLASSIFICACAO
      *     DE INTERROGATORIOS RECUSA SUSPEITOS DE CASOS FECHADOS.
      *     O CASO ABRE COM TIPO E INVESTIGADOR RESPONSAVEL, E O PRAZO
      *     LEGAL SAI DO TIPO (TIPOS_CASO.DAT, MANTIDO AQUI); CADA
      *     PRORROGACAO, ATE O LIMITE DO TIPO, EXIGE MOTIVO E FICA EM
      *     PRORROGACOES_CASOS.DAT. CASO FECHADO DEPOIS DO PRAZO SO
      *     FECHA COM A JUSTIFICATIVA REGISTRADA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           SELECT OPTIONAL ARQUIVO-CUSTODIAS
           ASSIGN TO "custodias.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-TIPOS-CASO
           ASSIGN TO "tipos_caso.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TPC-TIPO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PRORROGACOES
           ASSIGN TO "prorrogacoes_casos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRORROGACAO-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-CUSTODIAS.
           COPY "CUSTODIA-REGISTRO.cpy".

       FD  ARQUIVO-TIPOS-CASO.
           COPY "TIPO-CASO.cpy".

       FD  ARQUIVO-PRORROGACOES.
           COPY "PRORROGACAO-CASO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-TEM-RETIRADO              PIC A(1) VALUE "N".
       77 WRK-HORA-ATUAL                PIC 9(6) VALUE ZEROS.

      *    PRAZO LEGAL DO CASO: TIPO ACHADO NA TABELA, OPCAO DO MENU DE
      *    TIPOS E O HISTORICO DE PRORROGACOES DO CASO.
       77 WRK-TIPO-ACHADO               PIC A(1) VALUE "N".
       77 WRK-OPCAO-TIPO                PIC 9(1) VALUE ZEROS.
       77 WRK-FIM-TIPOS                 PIC A(1) VALUE "N".
       77 WRK-FIM-PRORROGACOES          PIC A(1) VALUE "N".
       77 WRK-MOTIVO-PRORROGACAO        PIC X(40) VALUE SPACES.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
           DISPLAY '3 - Fechar caso'.
           DISPLAY '4 - Reabrir caso fechado'.
           DISPLAY '5 - Evidencias do caso'.
           DISPLAY '6 - Prorrogar prazo do caso'.
           DISPLAY '7 - Tipos de caso e prazos'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

                   THRU 7000-MENU-EVIDENCIAS-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 6
               PERFORM 8000-PRORROGA-PRAZO
                   THRU 8000-PRORROGA-PRAZO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 7
               PERFORM 9000-MENU-TIPOS
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

      *----------------------------------------------------------------*
      * ABRE O CASO COM O TIPO E O INVESTIGADOR RESPONSAVEL; O PRAZO    *
      * LEGAL E A ABERTURA MAIS O PRAZO DO TIPO EM DIAS CORRIDOS.       *
      *----------------------------------------------------------------*
       2000-ABRE-CASO.
           DISPLAY 'NUMERO DO CASO: '.
           ACCEPT CASO-NUMERO.
           DISPLAY 'TIPO DO CASO: '.
           ACCEPT CASO-TIPO.
           PERFORM 8500-LE-TIPO-CASO.
           IF WRK-TIPO-ACHADO NOT EQUAL "S"
               DISPLAY 'TIPO DE CASO NAO CADASTRADO - CADASTRE O TIPO '
                   'NA OPCAO 7 ANTES DE ABRIR O CASO.'
           ELSE
               DISPLAY 'INVESTIGADOR RESPONSAVEL: '
               ACCEPT CASO-INVESTIGADOR
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
               MOVE WRK-DATA-ATUAL TO CASO-DATA-ABERTURA
               COMPUTE CASO-DATA-PRAZO EQUAL FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-ATUAL)
                    + TPC-PRAZO-DIAS)
               MOVE ZEROS TO CASO-QTD-PRORROGACOES
               MOVE SPACES TO CASO-JUSTIFICATIVA-PRAZO
               MOVE "A" TO CASO-STATUS
               MOVE SPACES TO CASO-SUSPEITO-PRINCIPAL
               MOVE ZEROS TO CASO-DATA-FECHAMENTO
               MOVE SPACES TO CASO-NOTA-FECHAMENTO

               WRITE CASO-REGISTRO
                   INVALID KEY
                       DISPLAY 'CASO JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'CASO ABERTO EM ' CASO-DATA-ABERTURA
                           ' - PRAZO ATE ' CASO-DATA-PRAZO '.'
               END-WRITE
           END-IF.

       3000-LISTA-CASOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           END-READ.

       3200-EXIBE-CASO.
           DISPLAY 'CASO: ' CASO-NUMERO '  TIPO: ' CASO-TIPO
               '  INVESTIGADOR: ' CASO-INVESTIGADOR.
           DISPLAY '   PRAZO: ' CASO-DATA-PRAZO
               '  PRORROGACOES: ' CASO-QTD-PRORROGACOES.
           IF CASO-FECHADO
               DISPLAY 'CASO: ' CASO-NUMERO
                   '  ABERTO EM: ' CASO-DATA-ABERTURA
               DISPLAY '   SUSPEITO PRINCIPAL: '
                   CASO-SUSPEITO-PRINCIPAL
               DISPLAY '   NOTA: ' CASO-NOTA-FECHAMENTO
               IF CASO-JUSTIFICATIVA-PRAZO NOT EQUAL SPACES
                   DISPLAY '   FECHADO FORA DO PRAZO: '
                       CASO-JUSTIFICATIVA-PRAZO
               END-IF
           ELSE
               DISPLAY 'CASO: ' CASO-NUMERO
                   '  ABERTO EM: ' CASO-DATA-ABERTURA
      *----------------------------------------------------------------*
      * FECHA O CASO COM O SUSPEITO PRINCIPAL APONTADO E A NOTA DE      *
      * ENCERRAMENTO; CASO FECHADO NAO RECEBE MAIS SUSPEITOS NA         *
      * CLASSIFICACAO. DEPOIS DO PRAZO LEGAL O FECHAMENTO SO SAI COM A  *
      * JUSTIFICATIVA DO ATRASO REGISTRADA NO CASO.                     *
      *----------------------------------------------------------------*
       4000-FECHA-CASO.
           PERFORM 6000-LOCALIZA-CASO.
                           'O CASO.'
                       GO TO 4000-FECHA-CASO-FIM
                   END-IF
                   ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
                   MOVE SPACES TO CASO-JUSTIFICATIVA-PRAZO
                   IF CASO-DATA-PRAZO GREATER ZEROS
                       AND WRK-DATA-ATUAL GREATER CASO-DATA-PRAZO
                       DISPLAY 'CASO FORA DO PRAZO (PRAZO '
                           CASO-DATA-PRAZO ') - JUSTIFICATIVA DO '
                           'ATRASO: '
                       ACCEPT CASO-JUSTIFICATIVA-PRAZO
                       IF CASO-JUSTIFICATIVA-PRAZO EQUAL SPACES
                           DISPLAY 'SEM JUSTIFICATIVA O CASO FORA DO '
                               'PRAZO NAO E FECHADO.'
                           GO TO 4000-FECHA-CASO-FIM
                       END-IF
                   END-IF
                   DISPLAY 'SUSPEITO PRINCIPAL DESIGNADO: '
                   ACCEPT CASO-SUSPEITO-PRINCIPAL
                   DISPLAY 'NOTA DE ENCERRAMENTO: '
                   ACCEPT CASO-NOTA-FECHAMENTO
                   MOVE WRK-DATA-ATUAL TO CASO-DATA-FECHAMENTO
                   MOVE "F" TO CASO-STATUS
                   REWRITE CASO-REGISTRO
                       MOVE ZEROS TO CASO-DATA-FECHAMENTO
                       MOVE SPACES TO CASO-SUSPEITO-PRINCIPAL
                       MOVE SPACES TO CASO-NOTA-FECHAMENTO
                       MOVE SPACES TO CASO-JUSTIFICATIVA-PRAZO
                       REWRITE CASO-REGISTRO
                       DISPLAY 'CASO REABERTO.'
                   END-IF
           MOVE WRK-HORA-ATUAL TO CUS-HORA.
           WRITE CUSTODIA-REGISTRO.
           CLOSE ARQUIVO-CUSTODIAS.

      *----------------------------------------------------------------*
      * PRORROGACAO DO PRAZO DE CASO ABERTO: ATE O LIMITE DE            *
      * PRORROGACOES DO TIPO, CADA UMA COM O MOTIVO OBRIGATORIO E OS    *
      * DIAS DO TIPO SOMADOS AO PRAZO CORRENTE, GRAVADA NO HISTORICO.   *
      *----------------------------------------------------------------*
       8000-PRORROGA-PRAZO.
           PERFORM 6000-LOCALIZA-CASO.
           IF WRK-CASO-ACHADO NOT EQUAL "S"
               GO TO 8000-PRORROGA-PRAZO-FIM
           END-IF.

           IF CASO-FECHADO
               DISPLAY 'CASO FECHADO NAO TEM PRAZO A PRORROGAR.'
               GO TO 8000-PRORROGA-PRAZO-FIM
           END-IF.

           PERFORM 8500-LE-TIPO-CASO.
           IF WRK-TIPO-ACHADO NOT EQUAL "S"
               DISPLAY 'TIPO DO CASO (' CASO-TIPO ') NAO CADASTRADO - '
                   'PRORROGACAO RECUSADA.'
               GO TO 8000-PRORROGA-PRAZO-FIM
           END-IF.

           OPEN I-O ARQUIVO-PRORROGACOES.
           PERFORM 8100-LISTA-PRORROGACOES.

           IF CASO-QTD-PRORROGACOES NOT LESS TPC-MAX-PRORROGACOES
               DISPLAY 'O TIPO ' TPC-DESCRICAO ' ADMITE '
                   TPC-MAX-PRORROGACOES ' PRORROGACAO(OES) - LIMITE '
                   'ATINGIDO.'
               CLOSE ARQUIVO-PRORROGACOES
               GO TO 8000-PRORROGA-PRAZO-FIM
           END-IF.

           DISPLAY 'PRAZO ATUAL: ' CASO-DATA-PRAZO
               ' - PRORROGACAO DE ' TPC-DIAS-PRORROGACAO ' DIA(S).'.
           DISPLAY 'MOTIVO DA PRORROGACAO: '.
           ACCEPT WRK-MOTIVO-PRORROGACAO.
           IF WRK-MOTIVO-PRORROGACAO EQUAL SPACES
               DISPLAY 'PRORROGACAO SEM MOTIVO NAO E CONCEDIDA.'
               CLOSE ARQUIVO-PRORROGACOES
               GO TO 8000-PRORROGA-PRAZO-FIM
           END-IF.

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ADD 1 TO CASO-QTD-PRORROGACOES.
           MOVE CASO-NUMERO TO PRR-CASO.
           MOVE CASO-QTD-PRORROGACOES TO PRR-SEQ.
           MOVE WRK-DATA-ATUAL TO PRR-DATA.
           MOVE CASO-DATA-PRAZO TO PRR-PRAZO-ANTERIOR.
           COMPUTE CASO-DATA-PRAZO EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (CASO-DATA-PRAZO)
                + TPC-DIAS-PRORROGACAO).
           MOVE CASO-DATA-PRAZO TO PRR-PRAZO-NOVO.
           MOVE WRK-MOTIVO-PRORROGACAO TO PRR-MOTIVO.
           WRITE PRORROGACAO-CASO-REGISTRO
               INVALID KEY
                   DISPLAY 'PRORROGACAO ' PRR-SEQ ' JA CONSTA NO '
                       'HISTORICO DO CASO - CONFIRA O ARQUIVO.'
           END-WRITE.
           CLOSE ARQUIVO-PRORROGACOES.

           REWRITE CASO-REGISTRO.
           DISPLAY 'PRAZO PRORROGADO PARA ' CASO-DATA-PRAZO '.'.

       8000-PRORROGA-PRAZO-FIM.
           EXIT.

       8100-LISTA-PRORROGACOES.
           MOVE "N" TO WRK-FIM-PRORROGACOES.
           MOVE CASO-NUMERO TO PRR-CASO.
           MOVE ZEROS TO PRR-SEQ.
           START ARQUIVO-PRORROGACOES KEY IS NOT LESS PRORROGACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PRORROGACOES
           END-START.

           IF WRK-FIM-PRORROGACOES NOT EQUAL "S"
               PERFORM 8110-LE-PRORROGACAO
           END-IF.

           PERFORM 8120-EXIBE-PRORROGACAO
               UNTIL WRK-FIM-PRORROGACOES EQUAL "S".

       8110-LE-PRORROGACAO.
           READ ARQUIVO-PRORROGACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-PRORROGACOES
           END-READ.
           IF WRK-FIM-PRORROGACOES NOT EQUAL "S"
               AND PRR-CASO NOT EQUAL CASO-NUMERO
               MOVE "S" TO WRK-FIM-PRORROGACOES
           END-IF.

       8120-EXIBE-PRORROGACAO.
           DISPLAY 'PRORROGACAO ' PRR-SEQ ' EM ' PRR-DATA ': '
               PRR-PRAZO-ANTERIOR ' -> ' PRR-PRAZO-NOVO.
           DISPLAY '   MOTIVO: ' PRR-MOTIVO.
           PERFORM 8110-LE-PRORROGACAO.

       8500-LE-TIPO-CASO.
           MOVE "N" TO WRK-TIPO-ACHADO.
           OPEN INPUT ARQUIVO-TIPOS-CASO.
           MOVE CASO-TIPO TO TPC-TIPO.
           READ ARQUIVO-TIPOS-CASO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-TIPO-ACHADO
           END-READ.
           CLOSE ARQUIVO-TIPOS-CASO.

      *----------------------------------------------------------------*
      * TABELA DE TIPOS DE CASO: PRAZO LEGAL EM DIAS, LIMITE DE         *
      * PRORROGACOES E DIAS DE CADA PRORROGACAO. ALTERAR UM TIPO VALE   *
      * PARA OS CASOS ABERTOS DAQUI EM DIANTE E PARA AS PROXIMAS        *
      * PRORROGACOES - O PRAZO JA GRAVADO NOS CASOS NAO MUDA.           *
      *----------------------------------------------------------------*
       9000-MENU-TIPOS.
           OPEN I-O ARQUIVO-TIPOS-CASO.
           DISPLAY '1 - Incluir ou alterar tipo  2 - Listar tipos'.
           ACCEPT WRK-OPCAO-TIPO.

           IF WRK-OPCAO-TIPO EQUAL 1
               PERFORM 9100-GRAVA-TIPO
           END-IF.
           IF WRK-OPCAO-TIPO EQUAL 2
               PERFORM 9200-LISTA-TIPOS
           END-IF.

           CLOSE ARQUIVO-TIPOS-CASO.

       9100-GRAVA-TIPO.
           DISPLAY 'CODIGO DO TIPO (01-99): '.
           ACCEPT TPC-TIPO.
           MOVE "N" TO WRK-TIPO-ACHADO.
           READ ARQUIVO-TIPOS-CASO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-TIPO-ACHADO
                   DISPLAY 'ATUAL: ' TPC-DESCRICAO '  PRAZO '
                       TPC-PRAZO-DIAS ' DIAS  PRORROGACOES '
                       TPC-MAX-PRORROGACOES ' DE '
                       TPC-DIAS-PRORROGACAO ' DIAS'
           END-READ.

           DISPLAY 'DESCRICAO: '.
           ACCEPT TPC-DESCRICAO.
           DISPLAY 'PRAZO LEGAL DA INVESTIGACAO (DIAS): '.
           ACCEPT TPC-PRAZO-DIAS.
           DISPLAY 'PRORROGACOES ADMITIDAS: '.
           ACCEPT TPC-MAX-PRORROGACOES.
           DISPLAY 'DIAS DE CADA PRORROGACAO: '.
           ACCEPT TPC-DIAS-PRORROGACAO.

           IF WRK-TIPO-ACHADO EQUAL "S"
               REWRITE TIPO-CASO-REGISTRO
               DISPLAY 'TIPO ALTERADO.'
           ELSE
               WRITE TIPO-CASO-REGISTRO
               DISPLAY 'TIPO INCLUIDO.'
           END-IF.

       9200-LISTA-TIPOS.
           MOVE "N" TO WRK-FIM-TIPOS.
           MOVE ZEROS TO TPC-TIPO.
           START ARQUIVO-TIPOS-CASO KEY IS NOT LESS TPC-TIPO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-TIPOS
           END-START.

           IF WRK-FIM-TIPOS NOT EQUAL "S"
               PERFORM 9210-LE-TIPO
           END-IF.

           PERFORM 9220-EXIBE-TIPO UNTIL WRK-FIM-TIPOS EQUAL "S".

       9210-LE-TIPO.
           READ ARQUIVO-TIPOS-CASO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-TIPOS
           END-READ.

       9220-EXIBE-TIPO.
           DISPLAY 'TIPO ' TPC-TIPO ' ' TPC-DESCRICAO '  PRAZO '
               TPC-PRAZO-DIAS ' DIAS  PRORROGACOES '
               TPC-MAX-PRORROGACOES ' DE ' TPC-DIAS-PRORROGACAO
               ' DIAS'.
           PERFORM 9210-LE-TIPO.
