      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "CriticaDocumentos".
       AUTHOR. "LUCAS KURATA".
      *    CRITICA NOTURNA DOS DOCUMENTOS DOS FUNCIONARIOS: PERCORRE O
      *     CADASTRO (FUNCIONARIOS.DAT, ATIVOS E INATIVOS) E O
      *     HISTORICO DE ARQUIVADOS (FUNCIONARIOS_HISTORICO.DAT) E
      *     APONTA CPF NAO INFORMADO OU COM DIGITO INVALIDO, PIS COM
      *     DIGITO INVALIDO E PIS NAO INFORMADO (MENOS DO ESTAGIARIO,
      *     QUE NAO TEM PIS OBRIGATORIO). OS CPF VALIDOS PASSAM POR UM
      *     SORT PARA ACHAR O MESMO CPF EM DOIS CODIGOS DIFERENTES.
      *     A LISTAGEM DOCUMENTOS_CRITICAS.LST ENTRA NA WORKLIST DE
      *     EXCECOES (PROG93).
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

           SELECT OPTIONAL ARQUIVO-HISTORICO-FUNC
           ASSIGN TO "funcionarios_historico.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-DOCUMENTOS
           ASSIGN TO "docsort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "documentos_criticas.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
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

      *    MESMO LAYOUT GRAVADO PELO ARQUIVAMENTO (PROG56): O REGISTRO
      *    DO CADASTRO SEGUIDO DA DATA DE ARQUIVAMENTO.
       FD  ARQUIVO-HISTORICO-FUNC.
       01  HISTORICO-FUNC-REGISTRO.
           05 HFUNC-CODIGO            PIC 9(4).
           05 HFUNC-NOME              PIC X(20).
           05 HFUNC-ENDERECO          PIC X(50).
           05 HFUNC-TELEFONE          PIC X(15).
           05 HFUNC-EMAIL             PIC X(30).
           05 HFUNC-DEPARTAMENTO      PIC X(15).
           05 HFUNC-SALARIO-BASE      PIC 9(6)V99.
           05 HFUNC-DATA-ADMISSAO     PIC 9(8).
           05 HFUNC-STATUS            PIC X(01).
           05 HFUNC-BANCO             PIC 9(3).
           05 HFUNC-AGENCIA           PIC 9(4).
           05 HFUNC-CONTA             PIC 9(10).
           05 HFUNC-CONTA-DV          PIC X(1).
           05 HFUNC-DATA-DESLIGAMENTO PIC 9(8).
           05 HFUNC-CARGO             PIC 9(3).
           05 HFUNC-TIPO-CONTRATO     PIC X(1).
           05 HFUNC-CPF               PIC 9(11).
           05 HFUNC-PIS               PIC 9(11).
           05 HFUNC-DATA-NASCIMENTO   PIC 9(8).
           05 HFUNC-DATA-ARQUIVO      PIC 9(8).

       SD  SORT-DOCUMENTOS.
       01  SORT-DOCUMENTO-REGISTRO.
           05 SORT-CPF                PIC 9(11).
           05 SORT-CODIGO             PIC 9(4).
           05 SORT-ORIGEM             PIC X(3).
           05 SORT-NOME               PIC X(20).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(90).

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

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
       77 WRK-FIM-SORT                       PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
      *    FUNCIONARIO EM CRITICA, VINDO DO CADASTRO (CAD) OU DO
      *    HISTORICO DE ARQUIVADOS (ARQ).
       77 WRK-ORIGEM                         PIC X(3) VALUE SPACES.
       77 WRK-CODIGO                         PIC 9(4) VALUE ZEROS.
       77 WRK-NOME                           PIC X(20) VALUE SPACES.
       77 WRK-CPF                            PIC 9(11) VALUE ZEROS.
       77 WRK-PIS                            PIC 9(11) VALUE ZEROS.
       77 WRK-TIPO-CONTRATO                  PIC X(1) VALUE SPACE.
       77 WRK-MENSAGEM                       PIC X(60) VALUE SPACES.
      *    ULTIMO CPF LIDO NA SAIDA DO SORT, PARA A QUEBRA.
       77 WRK-CPF-ANTERIOR                   PIC 9(11) VALUE ZEROS.
       77 WRK-CODIGO-ANTERIOR                PIC 9(4) VALUE ZEROS.
       77 WRK-ORIGEM-ANTERIOR                PIC X(3) VALUE SPACES.
       77 WRK-QTD-CRITICADOS                 PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CPF-PENDENTE               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-CPF-INVALIDO               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-PIS-PENDENTE               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-PIS-INVALIDO               PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS                 PIC 9(5) VALUE ZEROS.

           COPY "DOCUMENTO-VALIDACAO.cpy".
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.

           OPEN OUTPUT ARQUIVO-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CRITICA DE CPF/PIS DOS FUNCIONARIOS EM "
               WRK-DATA-ATUAL " (CAD=CADASTRO ARQ=ARQUIVADO)"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-DOCUMENTOS
               ON ASCENDING KEY SORT-CPF SORT-CODIGO
               INPUT PROCEDURE IS 1000-CRITICA-CADASTROS
               OUTPUT PROCEDURE IS 5000-APURA-DUPLICADOS.

           CLOSE ARQUIVO-RELATORIO.
           DISPLAY 'FUNCIONARIOS CRITICADOS: ' WRK-QTD-CRITICADOS.
           DISPLAY 'CPF NAO INFORMADO: ' WRK-QTD-CPF-PENDENTE
               ' - CPF INVALIDO: ' WRK-QTD-CPF-INVALIDO.
           DISPLAY 'PIS NAO INFORMADO: ' WRK-QTD-PIS-PENDENTE
               ' - PIS INVALIDO: ' WRK-QTD-PIS-INVALIDO.
           DISPLAY 'CPF EM MAIS DE UM CODIGO: ' WRK-QTD-DUPLICADOS.
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
      * ENTRADA DO SORT: CRITICA O CADASTRO E DEPOIS O HISTORICO DE     *
      * ARQUIVADOS; SO OS CPF VALIDOS VAO PARA O SORT.                  *
      *----------------------------------------------------------------*
       1000-CRITICA-CADASTROS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1100-LE-FUNCIONARIO.
           PERFORM 1200-CRITICA-FUNCIONARIO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-FUNCIONARIO.

           OPEN INPUT ARQUIVO-HISTORICO-FUNC.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           PERFORM 1300-LE-HISTORICO.
           PERFORM 1400-CRITICA-ARQUIVADO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-HISTORICO-FUNC.

       1100-LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

       1200-CRITICA-FUNCIONARIO.
           MOVE "CAD" TO WRK-ORIGEM.
           MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO.
           MOVE FUNCIONARIO-NOME TO WRK-NOME.
           MOVE FUNCIONARIO-CPF TO WRK-CPF.
           MOVE FUNCIONARIO-PIS TO WRK-PIS.
           MOVE FUNCIONARIO-TIPO-CONTRATO TO WRK-TIPO-CONTRATO.
           PERFORM 2000-CRITICA-DOCUMENTOS.
           PERFORM 1100-LE-FUNCIONARIO.

       1300-LE-HISTORICO.
           READ ARQUIVO-HISTORICO-FUNC
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1400-CRITICA-ARQUIVADO.
           MOVE "ARQ" TO WRK-ORIGEM.
           MOVE HFUNC-CODIGO TO WRK-CODIGO.
           MOVE HFUNC-NOME TO WRK-NOME.
           MOVE HFUNC-CPF TO WRK-CPF.
           MOVE HFUNC-PIS TO WRK-PIS.
           MOVE HFUNC-TIPO-CONTRATO TO WRK-TIPO-CONTRATO.
           PERFORM 2000-CRITICA-DOCUMENTOS.
           PERFORM 1300-LE-HISTORICO.

      *----------------------------------------------------------------*
      * CRITICA DO CPF E DO PIS DO FUNCIONARIO EM WRK-. NUMERO NAO      *
      * NUMERICO (REGISTRO ANTIGO, ANTES DA CONVERSAO) CONTA COMO NAO   *
      * INFORMADO. ESTAGIARIO NAO E COBRADO PELO PIS EM BRANCO.         *
      *----------------------------------------------------------------*
       2000-CRITICA-DOCUMENTOS.
           ADD 1 TO WRK-QTD-CRITICADOS.
           IF WRK-CPF NOT NUMERIC
               MOVE ZEROS TO WRK-CPF
           END-IF.
           IF WRK-PIS NOT NUMERIC
               MOVE ZEROS TO WRK-PIS
           END-IF.

           MOVE WRK-CPF TO DOC-NUMERO.
           PERFORM 3100-VALIDA-CPF.
           IF DOC-NAO-INFORMADO
               ADD 1 TO WRK-QTD-CPF-PENDENTE
               MOVE "CPF NAO INFORMADO" TO WRK-MENSAGEM
               PERFORM 4000-GRAVA-CRITICA
           END-IF.
           IF DOC-INVALIDO
               ADD 1 TO WRK-QTD-CPF-INVALIDO
               MOVE SPACES TO WRK-MENSAGEM
               STRING "CPF INVALIDO " WRK-CPF
                   DELIMITED BY SIZE INTO WRK-MENSAGEM
               PERFORM 4000-GRAVA-CRITICA
           END-IF.
           IF DOC-VALIDO
               MOVE WRK-CPF TO SORT-CPF
               MOVE WRK-CODIGO TO SORT-CODIGO
               MOVE WRK-ORIGEM TO SORT-ORIGEM
               MOVE WRK-NOME TO SORT-NOME
               RELEASE SORT-DOCUMENTO-REGISTRO
           END-IF.

           MOVE WRK-PIS TO DOC-NUMERO.
           PERFORM 3200-VALIDA-PIS.
           IF DOC-NAO-INFORMADO AND WRK-TIPO-CONTRATO NOT EQUAL "E"
               ADD 1 TO WRK-QTD-PIS-PENDENTE
               MOVE "PIS NAO INFORMADO" TO WRK-MENSAGEM
               PERFORM 4000-GRAVA-CRITICA
           END-IF.
           IF DOC-INVALIDO
               ADD 1 TO WRK-QTD-PIS-INVALIDO
               MOVE SPACES TO WRK-MENSAGEM
               STRING "PIS INVALIDO " WRK-PIS
                   DELIMITED BY SIZE INTO WRK-MENSAGEM
               PERFORM 4000-GRAVA-CRITICA
           END-IF.

      *----------------------------------------------------------------*
      * DIGITO VERIFICADOR DO CPF EM DOC-NUMERO (REGRA NO COPYBOOK      *
      * DOCUMENTO-VALIDACAO).                                           *
      *----------------------------------------------------------------*
       3100-VALIDA-CPF.
           MOVE "I" TO DOC-SITUACAO.
           MOVE ZEROS TO DOC-QTD-IGUAIS.
           IF DOC-NUMERO EQUAL ZEROS
               MOVE "N" TO DOC-SITUACAO
           ELSE
               PERFORM 3110-CONTA-DIGITOS-IGUAIS
                   VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 11
           END-IF.
           IF DOC-NUMERO NOT EQUAL ZEROS AND DOC-QTD-IGUAIS LESS 11
               MOVE ZEROS TO DOC-SOMA
               MOVE 10 TO DOC-PESO
               PERFORM 3120-SOMA-PESO-CPF
                   VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 9
               PERFORM 3300-CALCULA-DV-MOD11
               IF DOC-DV EQUAL DOC-DIGITO (10)
                   MOVE ZEROS TO DOC-SOMA
                   MOVE 11 TO DOC-PESO
                   PERFORM 3120-SOMA-PESO-CPF
                       VARYING DOC-IDX FROM 1 BY 1
                       UNTIL DOC-IDX GREATER 10
                   PERFORM 3300-CALCULA-DV-MOD11
                   IF DOC-DV EQUAL DOC-DIGITO (11)
                       MOVE "V" TO DOC-SITUACAO
                   END-IF
               END-IF
           END-IF.

       3110-CONTA-DIGITOS-IGUAIS.
           IF DOC-DIGITO (DOC-IDX) EQUAL DOC-DIGITO (1)
               ADD 1 TO DOC-QTD-IGUAIS
           END-IF.

       3120-SOMA-PESO-CPF.
           COMPUTE DOC-SOMA EQUAL DOC-SOMA
               + DOC-DIGITO (DOC-IDX) * DOC-PESO.
           SUBTRACT 1 FROM DOC-PESO.

      *----------------------------------------------------------------*
      * DIGITO VERIFICADOR DO PIS EM DOC-NUMERO.                        *
      *----------------------------------------------------------------*
       3200-VALIDA-PIS.
           IF DOC-NUMERO EQUAL ZEROS
               MOVE "N" TO DOC-SITUACAO
           ELSE
               MOVE "I" TO DOC-SITUACAO
               MOVE ZEROS TO DOC-SOMA
               PERFORM 3210-SOMA-PESO-PIS
                   VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 10
               PERFORM 3300-CALCULA-DV-MOD11
               IF DOC-DV EQUAL DOC-DIGITO (11)
                   MOVE "V" TO DOC-SITUACAO
               END-IF
           END-IF.

       3210-SOMA-PESO-PIS.
           COMPUTE DOC-SOMA EQUAL DOC-SOMA
               + DOC-DIGITO (DOC-IDX) * DOC-PESO-PIS (DOC-IDX).

      *    MODULO 11: RESTO 0 OU 1 DA DIGITO ZERO.
       3300-CALCULA-DV-MOD11.
           DIVIDE DOC-SOMA BY 11 GIVING DOC-QUOCIENTE
               REMAINDER DOC-RESTO.
           IF DOC-RESTO LESS 2
               MOVE ZEROS TO DOC-DV
           ELSE
               COMPUTE DOC-DV EQUAL 11 - DOC-RESTO
           END-IF.

      *----------------------------------------------------------------*
      * UMA LINHA POR PENDENCIA: O TEXTO QUE VAI PARA A WORKLIST CABE   *
      * NAS PRIMEIRAS 60 POSICOES; O NOME VEM DEPOIS, SO PARA CONSULTA. *
      *----------------------------------------------------------------*
       4000-GRAVA-CRITICA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FUNC " WRK-CODIGO " (" WRK-ORIGEM ") " WRK-MENSAGEM
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           MOVE WRK-NOME TO LINHA-RELATORIO (61:20).
           WRITE LINHA-RELATORIO.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: CPF IGUAL AO DO REGISTRO ANTERIOR COM OUTRO      *
      * CODIGO E O MESMO DOCUMENTO EM DOIS FUNCIONARIOS. O MESMO CODIGO *
      * NO CADASTRO E NO HISTORICO NAO E DUPLICIDADE.                   *
      *----------------------------------------------------------------*
       5000-APURA-DUPLICADOS.
           MOVE ZEROS TO WRK-CPF-ANTERIOR.
           MOVE "N" TO WRK-FIM-SORT.
           PERFORM 5100-OBTEM-DOCUMENTO.
           PERFORM 5200-COMPARA-DOCUMENTO
               UNTIL WRK-FIM-SORT EQUAL "S".

       5100-OBTEM-DOCUMENTO.
           RETURN SORT-DOCUMENTOS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       5200-COMPARA-DOCUMENTO.
           IF SORT-CPF EQUAL WRK-CPF-ANTERIOR
               AND SORT-CODIGO NOT EQUAL WRK-CODIGO-ANTERIOR
               ADD 1 TO WRK-QTD-DUPLICADOS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CPF " SORT-CPF " DUPLICADO: " WRK-CODIGO-ANTERIOR
                   " (" WRK-ORIGEM-ANTERIOR ") E " SORT-CODIGO
                   " (" SORT-ORIGEM ")"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               MOVE SORT-NOME TO LINHA-RELATORIO (61:20)
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE SORT-CPF TO WRK-CPF-ANTERIOR.
           MOVE SORT-CODIGO TO WRK-CODIGO-ANTERIOR.
           MOVE SORT-ORIGEM TO WRK-ORIGEM-ANTERIOR.
           PERFORM 5100-OBTEM-DOCUMENTO.

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
           MOVE "CRITDOC" TO ERR-PROGRAMA.
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
