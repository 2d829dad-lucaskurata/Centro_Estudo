      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "LivroLmc".
       AUTHOR. "LUCAS KURATA".
      *    LIVRO DE MOVIMENTACAO DE COMBUSTIVEIS (LMC) EXIGIDO PELA ANP,
      *     UMA FOLHA POR DIA E PRODUTO (E/G/D, OU T PARA OS TRES):
      *     ESTOQUE DE ABERTURA (FECHAMENTO FISICO DA FOLHA DO DIA
      *     ANTERIOR), VOLUME RECEBIDO NAS NOTAS DE
      *     NOTAS_COMBUSTIVEL.DAT, VENDAS POR BOMBA PELOS ENCERRANTES
      *     DOS TURNOS ABERTOS NO DIA MENOS AS AFERICOES DEVOLVIDAS AO
      *     TANQUE, ESTOQUE ESCRITURAL, FECHAMENTO FISICO DA REGUA
      *     (VARIACOES_TANQUES.DAT) E O GANHO OU PERDA COM O
      *     PERCENTUAL SOBRE O VOLUME DISPONIVEL - PERDA ACIMA DE 0,6%
      *     E APONTADA NA FOLHA PARA APURACAO. A FOLHA E GRAVADA EM
      *     LIVRO_LMC.DAT E IMPRESSA NO MODELO DA ANP EM LIVRO_LMC.LST.
      *     FOLHA FECHADA SO E RECONSTRUIDA COM LIBERACAO DE SUPERVISOR
      *     OU ADMINISTRADOR, REGISTRADA NO DIARIO DE SEGURANCA; DIA
      *     COM TURNO AINDA ABERTO NAO PODE SER FECHADO.
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
           SELECT OPTIONAL ARQUIVO-LMC
           ASSIGN TO "livro_lmc.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS LMC-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-NOTAS
           ASSIGN TO "notas_combustivel.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS NOTA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TURNOS
           ASSIGN TO "turnos_bomba.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TUR-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ENCERRANTES
           ASSIGN TO "encerrantes_turno.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ENCERRANTE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-BOMBAS
           ASSIGN TO "bombas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BOM-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-AFERICOES
           ASSIGN TO "afericoes_bombas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VARIACOES
           ASSIGN TO "variacoes_tanques.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VENDAS
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-USUARIOS
           ASSIGN TO "usuarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-USUARIO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-SEGURANCA
           ASSIGN TO "seguranca.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-RELATORIO
           ASSIGN TO "livro_lmc.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-LMC.
           COPY "LMC-REGISTRO.cpy".

       FD  ARQUIVO-NOTAS.
           COPY "NOTA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-TURNOS.
           COPY "TURNO-REGISTRO.cpy".

       FD  ARQUIVO-ENCERRANTES.
           COPY "ENCERRANTE-TURNO.cpy".

       FD  ARQUIVO-BOMBAS.
           COPY "BOMBA-REGISTRO.cpy".

       FD  ARQUIVO-AFERICOES.
           COPY "AFERICAO-BOMBA.cpy".

       FD  ARQUIVO-VARIACOES.
       01  VARIACAO-REGISTRO.
           05 VAR-DATA          PIC 9(8).
           05 FILLER            PIC X.
           05 VAR-TIPO          PIC X(1).
           05 FILLER            PIC X.
           05 VAR-FISICO        PIC 9(7).
           05 FILLER            PIC X.
           05 VAR-CONTABIL      PIC 9(7).
           05 FILLER            PIC X.
           05 VAR-VARIACAO      PIC S9(7) SIGN LEADING SEPARATE.

       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-USUARIOS.
           COPY "USUARIO-REGISTRO.cpy".

       FD  ARQUIVO-SEGURANCA.
           COPY "SEGURANCA-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-DATA-LIVRO                 PIC 9(8) VALUE ZEROS.
       77 WRK-DATA-ANTERIOR              PIC 9(8) VALUE ZEROS.
       77 WRK-TIPO-PEDIDO                PIC X(1) VALUE SPACES.
       77 WRK-TIPO-LIVRO                 PIC X(1) VALUE SPACES.
       77 WRK-TIPO-NOME                  PIC X(8) VALUE SPACES.
       77 WRK-IDX-TIPO                   PIC 9(1) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-ATUAL                 PIC 9(6) VALUE ZEROS.

      *    SITUACAO DA FOLHA DO DIA ANTES DA RECONSTRUCAO.
       77 WRK-FOLHA-EXISTE               PIC A(1) VALUE "N".
       77 WRK-FOLHA-LIBERADA             PIC A(1) VALUE "N".
       77 WRK-REEMISSAO                  PIC A(1) VALUE "N".
       77 WRK-FOLHA                      PIC 9(5) VALUE ZEROS.
       77 WRK-MAIOR-FOLHA                PIC 9(5) VALUE ZEROS.
       77 WRK-TURNO-ABERTO               PIC A(1) VALUE "N".
       77 WRK-FECHA-DIA                  PIC A(1) VALUE "N".
       77 WRK-RESPONSAVEL                PIC X(20) VALUE SPACES.
       77 WRK-SITUACAO                   PIC X(1) VALUE "A".
       77 WRK-DATA-FECHAMENTO            PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-FECHAMENTO            PIC 9(6) VALUE ZEROS.

      *    MOVIMENTO DO DIA.
       77 WRK-ESTOQUE-ABERTURA           PIC 9(7) VALUE ZEROS.
       77 WRK-VOLUME-RECEBIDO            PIC 9(7) VALUE ZEROS.
       77 WRK-VOLUME-DISPONIVEL          PIC 9(8) VALUE ZEROS.
       77 WRK-VOLUME-VENDIDO             PIC 9(7) VALUE ZEROS.
       77 WRK-VOLUME-AFERIDO             PIC 9(5) VALUE ZEROS.
       77 WRK-ESTOQUE-ESCRITURAL         PIC S9(7) VALUE ZEROS.
       77 WRK-ESTOQUE-FECHAMENTO         PIC 9(7) VALUE ZEROS.
       77 WRK-LITROS-REGUA               PIC 9(7) VALUE ZEROS.
       77 WRK-REGUA-ACHADA               PIC A(1) VALUE "N".
       77 WRK-LITROS-DIGITADOS           PIC 9(7) VALUE ZEROS.
       77 WRK-GANHO-PERDA                PIC S9(7) VALUE ZEROS.
       77 WRK-PERC-GANHO-PERDA           PIC S9(3)V9(2) VALUE ZEROS.
       77 WRK-VALOR-VENDAS               PIC 9(9)V9(2) VALUE ZEROS.
      *    PERDA ACIMA DESTE PERCENTUAL DO DISPONIVEL VAI PARA APURACAO.
       77 WRK-LIMITE-PERDA               PIC 9(1)V9(2) VALUE 0.60.
       77 WRK-PERDA-ACIMA                PIC A(1) VALUE "N".

      *    QUADROS DO DIA: NOTAS DO PRODUTO, TURNOS ABERTOS NO DIA E
      *    BOMBAS DO PRODUTO COM O ENCERRANTE DO DIA.
       77 WRK-QTD-NOTAS                  PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-NOTA                   PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-TURNOS                 PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-TURNO                  PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-ENCERRANTES            PIC A(1) VALUE "N".
       77 WRK-QTD-BOMBAS                 PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-BOMBA                  PIC 9(2) VALUE ZEROS.
       77 WRK-BOMBA-PROCURADA            PIC 9(2) VALUE ZEROS.
       77 WRK-BOMBA-ACHADA               PIC A(1) VALUE "N".

       01 WRK-NOTAS-DIA.
           05 WRK-NTD-ITEM OCCURS 20 TIMES.
               10 WRK-NTD-FORNECEDOR     PIC 9(3).
               10 WRK-NTD-NUMERO         PIC 9(9).
               10 WRK-NTD-LITROS         PIC 9(7).

       01 WRK-TURNOS-DIA.
           05 WRK-TRD-NUMERO             PIC 9(5) OCCURS 30 TIMES.

       01 WRK-BOMBAS-DIA.
           05 WRK-BMD-ITEM OCCURS 20 TIMES.
               10 WRK-BMD-NUMERO         PIC 9(2).
               10 WRK-BMD-ABERTURA       PIC 9(9).
               10 WRK-BMD-FECHAMENTO     PIC 9(9).
               10 WRK-BMD-MOVIMENTO      PIC 9(7).
               10 WRK-BMD-AFERIDO        PIC 9(5).
               10 WRK-BMD-VENDAS         PIC 9(7).

      *    IDENTIFICACAO DO SUPERVISOR QUE LIBERA A RECONSTRUCAO.
       77 WRK-USUARIO-DIGITADO           PIC A(12) VALUE SPACES.
       77 WRK-SENHA-DIGITADA             PIC X(10) VALUE SPACES.
       77 WRK-LOGIN-OK                   PIC A(1) VALUE "N".
       77 WRK-PERFIL-LOGADO              PIC X(1) VALUE "O".
       77 WRK-SEG-EVENTO                 PIC X(14) VALUE SPACES.

      *    CAMPOS EDITADOS DA FOLHA.
       77 WRK-LITROS-EDITADO             PIC Z(6)9.
       77 WRK-SINAL-EDITADO              PIC -(7)9.
       77 WRK-PERC-EDITADO               PIC -(3)9.99.
       77 WRK-VALOR-EDITADO              PIC Z(8)9.99.
       77 WRK-ENC-ABERTURA-EDITADO       PIC Z(8)9.
       77 WRK-ENC-FECHAMENTO-EDITADO     PIC Z(8)9.
       77 WRK-AFERIDO-EDITADO            PIC Z(4)9.
       77 WRK-VENDAS-EDITADO             PIC Z(6)9.
       77 WRK-DATA-EDITADA               PIC X(10) VALUE SPACES.

       01 WRK-DATA-TRABALHO              PIC 9(8) VALUE ZEROS.
       01 FILLER REDEFINES WRK-DATA-TRABALHO.
           05 WRK-TRB-ANO                PIC 9(4).
           05 WRK-TRB-MES                PIC 9(2).
           05 WRK-TRB-DIA                PIC 9(2).

       01 WRK-TIPOS-LIVRO                PIC X(3) VALUE "EGD".
       01 FILLER REDEFINES WRK-TIPOS-LIVRO.
           05 WRK-TIPO-ITEM              PIC X(1) OCCURS 3 TIMES.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           DISPLAY 'LIVRO DE MOVIMENTACAO DE COMBUSTIVEIS (LMC)'.
           DISPLAY 'DATA DO LIVRO (AAAAMMDD): '.
           ACCEPT WRK-DATA-LIVRO.
           DISPLAY 'PRODUTO (E/G/D, T = TODOS): '.
           ACCEPT WRK-TIPO-PEDIDO.
           IF WRK-TIPO-PEDIDO EQUAL 'e'
               MOVE 'E' TO WRK-TIPO-PEDIDO
           END-IF.
           IF WRK-TIPO-PEDIDO EQUAL 'g'
               MOVE 'G' TO WRK-TIPO-PEDIDO
           END-IF.
           IF WRK-TIPO-PEDIDO EQUAL 'd'
               MOVE 'D' TO WRK-TIPO-PEDIDO
           END-IF.
           IF WRK-TIPO-PEDIDO EQUAL 't'
               MOVE 'T' TO WRK-TIPO-PEDIDO
           END-IF.

           IF WRK-DATA-LIVRO EQUAL ZEROS
               OR (WRK-TIPO-PEDIDO NOT EQUAL 'E'
               AND WRK-TIPO-PEDIDO NOT EQUAL 'G'
               AND WRK-TIPO-PEDIDO NOT EQUAL 'D'
               AND WRK-TIPO-PEDIDO NOT EQUAL 'T')
               DISPLAY 'DATA OU PRODUTO INVALIDO.'
               STOP RUN
           END-IF.

           MOVE WRK-DATA-LIVRO TO WRK-DATA-TRABALHO.
           MOVE SPACES TO WRK-DATA-EDITADA.
           STRING WRK-TRB-DIA "/" WRK-TRB-MES "/" WRK-TRB-ANO
               DELIMITED BY SIZE INTO WRK-DATA-EDITADA.
           COMPUTE WRK-DATA-ANTERIOR EQUAL FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WRK-DATA-LIVRO) - 1).

           OPEN I-O ARQUIVO-LMC.
           OPEN EXTEND ARQUIVO-RELATORIO.

           IF WRK-TIPO-PEDIDO EQUAL 'T'
               MOVE ZEROS TO WRK-IDX-TIPO
               PERFORM 0100-PROXIMO-TIPO UNTIL WRK-IDX-TIPO NOT LESS 3
           ELSE
               MOVE WRK-TIPO-PEDIDO TO WRK-TIPO-LIVRO
               PERFORM 1000-MONTA-FOLHA THRU 1000-MONTA-FOLHA-FIM
           END-IF.

           CLOSE ARQUIVO-LMC.
           CLOSE ARQUIVO-RELATORIO.
           STOP RUN.

       0100-PROXIMO-TIPO.
           ADD 1 TO WRK-IDX-TIPO.
           MOVE WRK-TIPO-ITEM (WRK-IDX-TIPO) TO WRK-TIPO-LIVRO.
           PERFORM 1000-MONTA-FOLHA THRU 1000-MONTA-FOLHA-FIM.

      *----------------------------------------------------------------*
      * MONTA A FOLHA DO DIA PARA O PRODUTO. FOLHA JA FECHADA SO E      *
      * RECONSTRUIDA COM LIBERACAO DE SUPERVISOR.                       *
      *----------------------------------------------------------------*
       1000-MONTA-FOLHA.
           EVALUATE WRK-TIPO-LIVRO
               WHEN "E"
                   MOVE "ETANOL" TO WRK-TIPO-NOME
               WHEN "G"
                   MOVE "GASOLINA" TO WRK-TIPO-NOME
               WHEN "D"
                   MOVE "DIESEL" TO WRK-TIPO-NOME
           END-EVALUATE.
           DISPLAY '--- ' WRK-TIPO-NOME ' - ' WRK-DATA-EDITADA ' ---'.

           MOVE "N" TO WRK-FOLHA-EXISTE WRK-REEMISSAO.
           MOVE ZEROS TO WRK-FOLHA.
           MOVE WRK-DATA-LIVRO TO LMC-DATA.
           MOVE WRK-TIPO-LIVRO TO LMC-TIPO.
           READ ARQUIVO-LMC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-FOLHA-EXISTE
                   MOVE LMC-FOLHA TO WRK-FOLHA
           END-READ.

           IF WRK-FOLHA-EXISTE EQUAL "S" AND LMC-FECHADO
               DISPLAY 'FOLHA ' LMC-FOLHA ' JA FECHADA EM '
                   LMC-DATA-FECHAMENTO ' POR ' LMC-RESPONSAVEL '.'
               PERFORM 1100-LIBERA-RECONSTRUCAO
               IF WRK-FOLHA-LIBERADA NOT EQUAL "S"
                   DISPLAY 'FOLHA FECHADA MANTIDA SEM ALTERACAO.'
                   GO TO 1000-MONTA-FOLHA-FIM
               END-IF
               MOVE "S" TO WRK-REEMISSAO
           END-IF.

           PERFORM 2000-ESTOQUE-ABERTURA.
           PERFORM 2100-NOTAS-DO-DIA.
           PERFORM 2200-ENCERRANTES-DO-DIA.
           PERFORM 2300-AFERICOES-DO-DIA.
           PERFORM 2400-VALOR-VENDAS.
           PERFORM 2500-ESTOQUE-FECHAMENTO.
           PERFORM 2600-CALCULA-LIVRO.
           PERFORM 2700-PEDE-FECHAMENTO.
           PERFORM 2800-GRAVA-LIVRO.
           PERFORM 3000-IMPRIME-FOLHA.

       1000-MONTA-FOLHA-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * LIBERACAO DA RECONSTRUCAO PELO SUPERVISOR, CONTRA O ARQUIVO DE  *
      * USUARIOS - MESMO CRITERIO DO FECHAMENTO DE TURNO. A LIBERACAO E *
      * A TENTATIVA NEGADA VAO PARA O DIARIO DE SEGURANCA.              *
      *----------------------------------------------------------------*
       1100-LIBERA-RECONSTRUCAO.
           MOVE "N" TO WRK-FOLHA-LIBERADA.
           MOVE "N" TO WRK-LOGIN-OK.
           MOVE "O" TO WRK-PERFIL-LOGADO.
           DISPLAY 'Usuario do supervisor: '.
           ACCEPT WRK-USUARIO-DIGITADO.
           DISPLAY 'Senha: '.
           ACCEPT WRK-SENHA-DIGITADA.

           OPEN INPUT ARQUIVO-USUARIOS.
           MOVE WRK-USUARIO-DIGITADO TO WRK-USUARIO.
           READ ARQUIVO-USUARIOS
               INVALID KEY
                   DISPLAY 'USUARIO OU SENHA INVALIDOS.'
               NOT INVALID KEY
                   IF USUARIO-BLOQUEADO
                       DISPLAY 'USUARIO BLOQUEADO - PROCURE O '
                           'SUPORTE.'
                   ELSE
                       IF WRK-SENHA EQUAL WRK-SENHA-DIGITADA
                           MOVE "S" TO WRK-LOGIN-OK
                           MOVE WRK-PERFIL TO WRK-PERFIL-LOGADO
                       ELSE
                           DISPLAY 'USUARIO OU SENHA INVALIDOS.'
                       END-IF
                   END-IF
           END-READ.
           CLOSE ARQUIVO-USUARIOS.

           IF WRK-LOGIN-OK EQUAL "S"
               AND WRK-PERFIL-LOGADO NOT EQUAL "O"
               MOVE "S" TO WRK-FOLHA-LIBERADA
               MOVE "REABRE-LMC" TO WRK-SEG-EVENTO
           ELSE
               DISPLAY 'RECONSTRUCAO DE FOLHA FECHADA RESTRITA A '
                   'SUPERVISOR OU ADMINISTRADOR.'
               MOVE "OPCAO-NEGADA" TO WRK-SEG-EVENTO
           END-IF.
           PERFORM 1200-GRAVA-SEGURANCA.

       1200-GRAVA-SEGURANCA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           OPEN EXTEND ARQUIVO-SEGURANCA.
           MOVE WRK-DATA-ATUAL TO SEG-DATA.
           MOVE WRK-HORA-ATUAL TO SEG-HORA.
           MOVE WRK-USUARIO-DIGITADO TO SEG-USUARIO.
           MOVE "LIVROLMC" TO SEG-PROGRAMA.
           MOVE WRK-SEG-EVENTO TO SEG-EVENTO.
           MOVE SPACES TO SEG-ALVO.
           STRING "LMC " WRK-DATA-LIVRO " " WRK-TIPO-LIVRO
               DELIMITED BY SIZE INTO SEG-ALVO.
           WRITE SEGURANCA-REGISTRO.
           CLOSE ARQUIVO-SEGURANCA.

      *----------------------------------------------------------------*
      * ESTOQUE DE ABERTURA = FECHAMENTO FISICO DA FOLHA DO DIA         *
      * ANTERIOR. SEM FOLHA ANTERIOR (PRIMEIRO DIA DO LIVRO), E         *
      * INFORMADO PELA MEDICAO DO INICIO DO DIA.                        *
      *----------------------------------------------------------------*
       2000-ESTOQUE-ABERTURA.
           MOVE WRK-DATA-ANTERIOR TO LMC-DATA.
           MOVE WRK-TIPO-LIVRO TO LMC-TIPO.
           READ ARQUIVO-LMC
               INVALID KEY
                   DISPLAY 'SEM FOLHA DO DIA ANTERIOR - ESTOQUE DE '
                       'ABERTURA (MEDICAO DO INICIO DO DIA): '
                   ACCEPT WRK-ESTOQUE-ABERTURA
               NOT INVALID KEY
                   MOVE LMC-ESTOQUE-FECHAMENTO TO WRK-ESTOQUE-ABERTURA
           END-READ.

      *----------------------------------------------------------------*
      * NOTAS DE ENTRADA DO PRODUTO COM DATA DO DIA (VOLUME DA NOTA).   *
      *----------------------------------------------------------------*
       2100-NOTAS-DO-DIA.
           MOVE ZEROS TO WRK-QTD-NOTAS WRK-VOLUME-RECEBIDO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-NOTAS.
           PERFORM 2110-LE-NOTA.
           PERFORM 2120-AVALIA-NOTA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-NOTAS.

       2110-LE-NOTA.
           READ ARQUIVO-NOTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2120-AVALIA-NOTA.
           IF NOT-DATA EQUAL WRK-DATA-LIVRO
               AND NOT-TIPO EQUAL WRK-TIPO-LIVRO
               ADD NOT-LITROS TO WRK-VOLUME-RECEBIDO
               IF WRK-QTD-NOTAS LESS 20
                   ADD 1 TO WRK-QTD-NOTAS
                   MOVE NOT-FORNECEDOR TO
                       WRK-NTD-FORNECEDOR (WRK-QTD-NOTAS)
                   MOVE NOT-NUMERO TO WRK-NTD-NUMERO (WRK-QTD-NOTAS)
                   MOVE NOT-LITROS TO WRK-NTD-LITROS (WRK-QTD-NOTAS)
               END-IF
           END-IF.
           PERFORM 2110-LE-NOTA.

      *----------------------------------------------------------------*
      * VENDAS POR BOMBA PELOS ENCERRANTES DOS TURNOS ABERTOS NO DIA:   *
      * A ABERTURA DA BOMBA E A DO PRIMEIRO TURNO, O FECHAMENTO O DO    *
      * ULTIMO TURNO FECHADO. TURNO AINDA ABERTO IMPEDE FECHAR O DIA.   *
      *----------------------------------------------------------------*
       2200-ENCERRANTES-DO-DIA.
           MOVE ZEROS TO WRK-QTD-TURNOS WRK-QTD-BOMBAS.
           INITIALIZE WRK-BOMBAS-DIA.
           MOVE "N" TO WRK-TURNO-ABERTO.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-TURNOS.
           PERFORM 2210-LE-TURNO.
           PERFORM 2220-AVALIA-TURNO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-TURNOS.

           OPEN INPUT ARQUIVO-ENCERRANTES.
           OPEN INPUT ARQUIVO-BOMBAS.
           MOVE ZEROS TO WRK-IDX-TURNO.
           PERFORM 2230-ENCERRANTES-DO-TURNO
               UNTIL WRK-IDX-TURNO NOT LESS WRK-QTD-TURNOS.
           CLOSE ARQUIVO-ENCERRANTES.
           CLOSE ARQUIVO-BOMBAS.

       2210-LE-TURNO.
           READ ARQUIVO-TURNOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2220-AVALIA-TURNO.
           IF TUR-DATA-ABERTURA EQUAL WRK-DATA-LIVRO
               IF WRK-QTD-TURNOS LESS 30
                   ADD 1 TO WRK-QTD-TURNOS
                   MOVE TUR-NUMERO TO WRK-TRD-NUMERO (WRK-QTD-TURNOS)
               END-IF
               IF TURNO-ABERTO
                   MOVE "S" TO WRK-TURNO-ABERTO
               END-IF
           END-IF.
           PERFORM 2210-LE-TURNO.

       2230-ENCERRANTES-DO-TURNO.
           ADD 1 TO WRK-IDX-TURNO.
           MOVE "N" TO WRK-FIM-ENCERRANTES.
           MOVE WRK-TRD-NUMERO (WRK-IDX-TURNO) TO ENC-TURNO.
           MOVE ZEROS TO ENC-BOMBA.
           START ARQUIVO-ENCERRANTES KEY IS NOT LESS
               ENCERRANTE-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ENCERRANTES
           END-START.
           PERFORM 2240-LE-ENCERRANTE
               UNTIL WRK-FIM-ENCERRANTES EQUAL "S".

       2240-LE-ENCERRANTE.
           READ ARQUIVO-ENCERRANTES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ENCERRANTES
           END-READ.

           IF WRK-FIM-ENCERRANTES NOT EQUAL "S"
               IF ENC-TURNO EQUAL WRK-TRD-NUMERO (WRK-IDX-TURNO)
                   PERFORM 2250-ACUMULA-ENCERRANTE
               ELSE
                   MOVE "S" TO WRK-FIM-ENCERRANTES
               END-IF
           END-IF.

       2250-ACUMULA-ENCERRANTE.
           MOVE ENC-BOMBA TO BOM-NUMERO.
           READ ARQUIVO-BOMBAS
               INVALID KEY
                   MOVE SPACES TO BOM-TIPO
           END-READ.
           IF BOM-TIPO EQUAL WRK-TIPO-LIVRO
               MOVE ENC-BOMBA TO WRK-BOMBA-PROCURADA
               PERFORM 2260-LOCALIZA-BOMBA
               IF WRK-BOMBA-ACHADA EQUAL "S"
                   IF WRK-BMD-ABERTURA (WRK-IDX-BOMBA) EQUAL ZEROS
                       MOVE ENC-ABERTURA TO
                           WRK-BMD-ABERTURA (WRK-IDX-BOMBA)
                   END-IF
                   IF ENC-FECHAMENTO GREATER ZEROS
                       MOVE ENC-FECHAMENTO TO
                           WRK-BMD-FECHAMENTO (WRK-IDX-BOMBA)
                       COMPUTE WRK-BMD-MOVIMENTO (WRK-IDX-BOMBA) EQUAL
                           WRK-BMD-MOVIMENTO (WRK-IDX-BOMBA)
                           + ENC-FECHAMENTO - ENC-ABERTURA
                   END-IF
               END-IF
           END-IF.

      *    LOCALIZA (OU INCLUI) A BOMBA NO QUADRO DO DIA.
       2260-LOCALIZA-BOMBA.
           MOVE "N" TO WRK-BOMBA-ACHADA.
           MOVE ZEROS TO WRK-IDX-BOMBA.
           PERFORM 2270-PROCURA-BOMBA
               UNTIL WRK-BOMBA-ACHADA EQUAL "S"
               OR WRK-IDX-BOMBA NOT LESS WRK-QTD-BOMBAS.
           IF WRK-BOMBA-ACHADA NOT EQUAL "S"
               AND WRK-QTD-BOMBAS LESS 20
               ADD 1 TO WRK-QTD-BOMBAS
               MOVE WRK-QTD-BOMBAS TO WRK-IDX-BOMBA
               MOVE WRK-BOMBA-PROCURADA TO
                   WRK-BMD-NUMERO (WRK-IDX-BOMBA)
               MOVE "S" TO WRK-BOMBA-ACHADA
           END-IF.

       2270-PROCURA-BOMBA.
           ADD 1 TO WRK-IDX-BOMBA.
           IF WRK-BMD-NUMERO (WRK-IDX-BOMBA) EQUAL WRK-BOMBA-PROCURADA
               MOVE "S" TO WRK-BOMBA-ACHADA
           END-IF.

      *----------------------------------------------------------------*
      * AFERICOES DO DIA: O VOLUME DEVOLVIDO AO TANQUE PASSOU PELO      *
      * ENCERRANTE MAS NAO E VENDA.                                     *
      *----------------------------------------------------------------*
       2300-AFERICOES-DO-DIA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-AFERICOES.
           PERFORM 2310-LE-AFERICAO.
           PERFORM 2320-AVALIA-AFERICAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-AFERICOES.

       2310-LE-AFERICAO.
           READ ARQUIVO-AFERICOES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2320-AVALIA-AFERICAO.
           IF AFE-DATA EQUAL WRK-DATA-LIVRO
               AND AFE-TIPO EQUAL WRK-TIPO-LIVRO
               MOVE AFE-BOMBA TO WRK-BOMBA-PROCURADA
               PERFORM 2260-LOCALIZA-BOMBA
               IF WRK-BOMBA-ACHADA EQUAL "S"
                   ADD AFE-LITROS-DEVOLVIDOS TO
                       WRK-BMD-AFERIDO (WRK-IDX-BOMBA)
               END-IF
           END-IF.
           PERFORM 2310-LE-AFERICAO.

      *----------------------------------------------------------------*
      * VALOR DAS VENDAS ATIVAS DO PRODUTO NO DIA.                      *
      *----------------------------------------------------------------*
       2400-VALOR-VENDAS.
           MOVE ZEROS TO WRK-VALOR-VENDAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-VENDAS.
           PERFORM 2410-LE-VENDA.
           PERFORM 2420-AVALIA-VENDA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-VENDAS.

       2410-LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2420-AVALIA-VENDA.
           IF VENDA-DATA EQUAL WRK-DATA-LIVRO
               AND VENDA-TIPO EQUAL WRK-TIPO-LIVRO
               AND NOT VENDA-CANCELADA
               ADD VENDA-LIQUIDO TO WRK-VALOR-VENDAS
           END-IF.
           PERFORM 2410-LE-VENDA.

      *----------------------------------------------------------------*
      * FECHAMENTO FISICO: ULTIMA MEDICAO DE REGUA DO DIA GRAVADA POR   *
      * MedicaoTanques, QUE O OPERADOR PODE SUBSTITUIR PELA MEDICAO DE  *
      * FIM DE DIA.                                                     *
      *----------------------------------------------------------------*
       2500-ESTOQUE-FECHAMENTO.
           MOVE ZEROS TO WRK-LITROS-REGUA.
           MOVE "N" TO WRK-REGUA-ACHADA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-VARIACOES.
           PERFORM 2510-LE-VARIACAO.
           PERFORM 2520-AVALIA-VARIACAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-VARIACOES.

           MOVE ZEROS TO WRK-LITROS-DIGITADOS.
           IF WRK-REGUA-ACHADA EQUAL "S"
               DISPLAY 'REGUA DO DIA: ' WRK-LITROS-REGUA ' L - '
                   'FECHAMENTO FISICO (0 = USAR A REGUA): '
           ELSE
               DISPLAY 'SEM MEDICAO DE REGUA NO DIA - FECHAMENTO '
                   'FISICO (LITROS): '
           END-IF.
           ACCEPT WRK-LITROS-DIGITADOS.
           IF WRK-LITROS-DIGITADOS EQUAL ZEROS
               MOVE WRK-LITROS-REGUA TO WRK-ESTOQUE-FECHAMENTO
           ELSE
               MOVE WRK-LITROS-DIGITADOS TO WRK-ESTOQUE-FECHAMENTO
           END-IF.

       2510-LE-VARIACAO.
           READ ARQUIVO-VARIACOES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2520-AVALIA-VARIACAO.
           IF VAR-DATA EQUAL WRK-DATA-LIVRO
               AND VAR-TIPO EQUAL WRK-TIPO-LIVRO
               MOVE VAR-FISICO TO WRK-LITROS-REGUA
               MOVE "S" TO WRK-REGUA-ACHADA
           END-IF.
           PERFORM 2510-LE-VARIACAO.

      *----------------------------------------------------------------*
      * VENDAS DA BOMBA = MOVIMENTO DO ENCERRANTE - AFERICOES; ESTOQUE  *
      * ESCRITURAL = ABERTURA + RECEBIDO - VENDIDO; GANHO/PERDA =       *
      * FISICO - ESCRITURAL, EM % SOBRE O DISPONIVEL.                   *
      *----------------------------------------------------------------*
       2600-CALCULA-LIVRO.
           MOVE ZEROS TO WRK-VOLUME-VENDIDO WRK-VOLUME-AFERIDO.
           MOVE ZEROS TO WRK-IDX-BOMBA.
           PERFORM 2610-VENDAS-DA-BOMBA
               UNTIL WRK-IDX-BOMBA NOT LESS WRK-QTD-BOMBAS.

           COMPUTE WRK-VOLUME-DISPONIVEL EQUAL
               WRK-ESTOQUE-ABERTURA + WRK-VOLUME-RECEBIDO.
           COMPUTE WRK-ESTOQUE-ESCRITURAL EQUAL
               WRK-VOLUME-DISPONIVEL - WRK-VOLUME-VENDIDO.
           COMPUTE WRK-GANHO-PERDA EQUAL
               WRK-ESTOQUE-FECHAMENTO - WRK-ESTOQUE-ESCRITURAL.
           MOVE ZEROS TO WRK-PERC-GANHO-PERDA.
           IF WRK-VOLUME-DISPONIVEL GREATER ZEROS
               COMPUTE WRK-PERC-GANHO-PERDA ROUNDED EQUAL
                   WRK-GANHO-PERDA * 100 / WRK-VOLUME-DISPONIVEL
                   ON SIZE ERROR
                       MOVE -999.99 TO WRK-PERC-GANHO-PERDA
               END-COMPUTE
           END-IF.

           MOVE "N" TO WRK-PERDA-ACIMA.
           IF WRK-PERC-GANHO-PERDA LESS ZEROS
               AND (ZERO - WRK-PERC-GANHO-PERDA) GREATER
                   WRK-LIMITE-PERDA
               MOVE "S" TO WRK-PERDA-ACIMA
           END-IF.

       2610-VENDAS-DA-BOMBA.
           ADD 1 TO WRK-IDX-BOMBA.
           IF WRK-BMD-MOVIMENTO (WRK-IDX-BOMBA) GREATER
               WRK-BMD-AFERIDO (WRK-IDX-BOMBA)
               COMPUTE WRK-BMD-VENDAS (WRK-IDX-BOMBA) EQUAL
                   WRK-BMD-MOVIMENTO (WRK-IDX-BOMBA)
                   - WRK-BMD-AFERIDO (WRK-IDX-BOMBA)
           ELSE
               MOVE ZEROS TO WRK-BMD-VENDAS (WRK-IDX-BOMBA)
           END-IF.
           ADD WRK-BMD-VENDAS (WRK-IDX-BOMBA) TO WRK-VOLUME-VENDIDO.
           ADD WRK-BMD-AFERIDO (WRK-IDX-BOMBA) TO WRK-VOLUME-AFERIDO.

       2700-PEDE-FECHAMENTO.
           MOVE WRK-GANHO-PERDA TO WRK-SINAL-EDITADO.
           MOVE WRK-PERC-GANHO-PERDA TO WRK-PERC-EDITADO.
           DISPLAY 'ESCRITURAL: ' WRK-ESTOQUE-ESCRITURAL
               '  FISICO: ' WRK-ESTOQUE-FECHAMENTO
               '  GANHO/PERDA: ' WRK-SINAL-EDITADO ' L ('
               WRK-PERC-EDITADO '%).'.
           IF WRK-PERDA-ACIMA EQUAL "S"
               DISPLAY '*** PERDA ACIMA DE 0,6% DO DISPONIVEL - '
                   'APURAR A CAUSA.'
           END-IF.

           MOVE "A" TO WRK-SITUACAO.
           MOVE SPACES TO WRK-RESPONSAVEL.
           MOVE ZEROS TO WRK-DATA-FECHAMENTO WRK-HORA-FECHAMENTO.
           IF WRK-TURNO-ABERTO EQUAL "S"
               DISPLAY 'HA TURNO DO DIA AINDA ABERTO - A FOLHA FICA '
                   'EM ABERTO.'
           ELSE
               DISPLAY 'FECHAR A FOLHA DO DIA? (S/N): '
               ACCEPT WRK-FECHA-DIA
               IF WRK-FECHA-DIA EQUAL 'S' OR WRK-FECHA-DIA EQUAL 's'
                   DISPLAY 'RESPONSAVEL PELO LIVRO: '
                   ACCEPT WRK-RESPONSAVEL
                   MOVE "F" TO WRK-SITUACAO
                   ACCEPT WRK-DATA-FECHAMENTO FROM DATE YYYYMMDD
                   ACCEPT WRK-HORA-FECHAMENTO FROM TIME
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA A FOLHA. FOLHA NOVA RECEBE O PROXIMO NUMERO DO LIVRO DO   *
      * PRODUTO; A RECONSTRUIDA MANTEM O NUMERO.                        *
      *----------------------------------------------------------------*
       2800-GRAVA-LIVRO.
           IF WRK-FOLHA-EXISTE NOT EQUAL "S"
               PERFORM 2850-PROXIMA-FOLHA
           END-IF.

           MOVE WRK-DATA-LIVRO TO LMC-DATA.
           MOVE WRK-TIPO-LIVRO TO LMC-TIPO.
           MOVE WRK-FOLHA TO LMC-FOLHA.
           MOVE WRK-ESTOQUE-ABERTURA TO LMC-ESTOQUE-ABERTURA.
           MOVE WRK-VOLUME-RECEBIDO TO LMC-VOLUME-RECEBIDO.
           MOVE WRK-VOLUME-VENDIDO TO LMC-VOLUME-VENDIDO.
           MOVE WRK-VOLUME-AFERIDO TO LMC-VOLUME-AFERIDO.
           MOVE WRK-ESTOQUE-ESCRITURAL TO LMC-ESTOQUE-ESCRITURAL.
           MOVE WRK-ESTOQUE-FECHAMENTO TO LMC-ESTOQUE-FECHAMENTO.
           MOVE WRK-GANHO-PERDA TO LMC-GANHO-PERDA.
           MOVE WRK-PERC-GANHO-PERDA TO LMC-PERC-GANHO-PERDA.
           MOVE WRK-VALOR-VENDAS TO LMC-VALOR-VENDAS.
           MOVE WRK-SITUACAO TO LMC-SITUACAO.
           MOVE WRK-RESPONSAVEL TO LMC-RESPONSAVEL.
           MOVE WRK-DATA-FECHAMENTO TO LMC-DATA-FECHAMENTO.
           MOVE WRK-HORA-FECHAMENTO TO LMC-HORA-FECHAMENTO.

           IF WRK-FOLHA-EXISTE EQUAL "S"
               REWRITE LMC-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A FOLHA ' WRK-FOLHA
               END-REWRITE
           ELSE
               WRITE LMC-REGISTRO
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A FOLHA ' WRK-FOLHA
               END-WRITE
           END-IF.

       2850-PROXIMA-FOLHA.
           MOVE ZEROS TO WRK-MAIOR-FOLHA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO LMC-DATA.
           MOVE SPACES TO LMC-TIPO.
           START ARQUIVO-LMC KEY IS NOT LESS LMC-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM 2860-LE-FOLHA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           COMPUTE WRK-FOLHA EQUAL WRK-MAIOR-FOLHA + 1.

       2860-LE-FOLHA.
           READ ARQUIVO-LMC NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND LMC-TIPO EQUAL WRK-TIPO-LIVRO
               AND LMC-FOLHA GREATER WRK-MAIOR-FOLHA
               MOVE LMC-FOLHA TO WRK-MAIOR-FOLHA
           END-IF.

      *----------------------------------------------------------------*
      * IMPRIME A FOLHA NO MODELO DO LMC DA ANP, CAMPOS 1 A 10.         *
      *----------------------------------------------------------------*
       3000-IMPRIME-FOLHA.
           MOVE ALL "=" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIVRO DE MOVIMENTACAO DE COMBUSTIVEIS - LMC"
                  "                           FOLHA " WRK-FOLHA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTO: " WRK-TIPO-NOME
                  "                      DATA: " WRK-DATA-EDITADA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WRK-REEMISSAO EQUAL "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "FOLHA RECONSTRUIDA COM LIBERACAO DE "
                      WRK-USUARIO-DIGITADO
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           MOVE ALL "-" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-ESTOQUE-ABERTURA TO WRK-LITROS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "1 - ESTOQUE DE ABERTURA (MEDICAO NO INICIO DO DIA)"
                  " ........... " WRK-LITROS-EDITADO " L"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "2 - VOLUME RECEBIDO NO DIA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "    FORNECEDOR   NOTA FISCAL        VOLUME (L)"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WRK-IDX-NOTA.
           PERFORM 3100-IMPRIME-NOTA
               UNTIL WRK-IDX-NOTA NOT LESS WRK-QTD-NOTAS.
           MOVE WRK-VOLUME-RECEBIDO TO WRK-LITROS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    TOTAL RECEBIDO ..............................."
                  "............ " WRK-LITROS-EDITADO " L"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-VOLUME-DISPONIVEL TO WRK-LITROS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "3 - VOLUME DISPONIVEL (1 + 2) ......................"
                  ".......... " WRK-LITROS-EDITADO " L"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "4 - VOLUME VENDIDO NO DIA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    BOMBA   ENC. FECHAMENTO  ENC. ABERTURA  "
                  "AFERICOES  VENDAS NA BOMBA"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WRK-IDX-BOMBA.
           PERFORM 3200-IMPRIME-BOMBA
               UNTIL WRK-IDX-BOMBA NOT LESS WRK-QTD-BOMBAS.
           MOVE WRK-VOLUME-VENDIDO TO WRK-LITROS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    TOTAL VENDIDO ................................"
                  "............ " WRK-LITROS-EDITADO " L"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-ESTOQUE-ESCRITURAL TO WRK-SINAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "5 - ESTOQUE ESCRITURAL (3 - 4) ....................."
                  "......... " WRK-SINAL-EDITADO " L"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-ESTOQUE-FECHAMENTO TO WRK-LITROS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "6 - ESTOQUE DE FECHAMENTO (MEDICAO FISICA) ........."
                  ".......... " WRK-LITROS-EDITADO " L"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-GANHO-PERDA TO WRK-SINAL-EDITADO.
           MOVE WRK-PERC-GANHO-PERDA TO WRK-PERC-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "7 - PERDAS (-) / GANHOS (+) (6 - 5) ................"
                  "......... " WRK-SINAL-EDITADO " L  "
                  WRK-PERC-EDITADO " %"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE WRK-VALOR-VENDAS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "8 - VALOR DAS VENDAS DO DIA (R$) ..................."
                  "..... " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "9 - OBSERVACOES:" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WRK-PERDA-ACIMA EQUAL "S"
               MOVE SPACES TO LINHA-RELATORIO
               STRING "    *** PERDA ACIMA DE 0,6% DO VOLUME "
                      "DISPONIVEL - APURAR A CAUSA ***"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           IF WRK-TURNO-ABERTO EQUAL "S"
               MOVE "    TURNO DO DIA AINDA ABERTO - VENDAS PARCIAIS."
                   TO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           IF WRK-SITUACAO EQUAL "F"
               STRING "10 - FOLHA FECHADA EM " WRK-DATA-FECHAMENTO
                      " AS " WRK-HORA-FECHAMENTO
                      "  RESPONSAVEL: " WRK-RESPONSAVEL
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
           ELSE
               MOVE "10 - FOLHA EM ABERTO" TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           DISPLAY 'FOLHA ' WRK-FOLHA ' IMPRESSA EM LIVRO_LMC.LST.'.

       3100-IMPRIME-NOTA.
           ADD 1 TO WRK-IDX-NOTA.
           MOVE WRK-NTD-LITROS (WRK-IDX-NOTA) TO WRK-LITROS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    " WRK-NTD-FORNECEDOR (WRK-IDX-NOTA)
                  "          " WRK-NTD-NUMERO (WRK-IDX-NOTA)
                  "          " WRK-LITROS-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3200-IMPRIME-BOMBA.
           ADD 1 TO WRK-IDX-BOMBA.
           MOVE WRK-BMD-FECHAMENTO (WRK-IDX-BOMBA) TO
               WRK-ENC-FECHAMENTO-EDITADO.
           MOVE WRK-BMD-ABERTURA (WRK-IDX-BOMBA) TO
               WRK-ENC-ABERTURA-EDITADO.
           MOVE WRK-BMD-AFERIDO (WRK-IDX-BOMBA) TO WRK-AFERIDO-EDITADO.
           MOVE WRK-BMD-VENDAS (WRK-IDX-BOMBA) TO WRK-VENDAS-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "     " WRK-BMD-NUMERO (WRK-IDX-BOMBA)
                  "        " WRK-ENC-FECHAMENTO-EDITADO
                  "      " WRK-ENC-ABERTURA-EDITADO
                  "      " WRK-AFERIDO-EDITADO
                  "          " WRK-VENDAS-EDITADO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
