           RECORD KEY IS CARGO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-AFASTAMENTOS
           ASSIGN TO "afastamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFASTAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MARCA-ESCOPO
           ASSIGN TO "escopo_operador.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-SEGURANCA
           ASSIGN TO "seguranca.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ALTERACOES
           ASSIGN TO "alteracoes_pendentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALTERACAO-CHAVE
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FUNCIONARIO.
       FD  ARQUIVO-CARGOS.
           COPY "CARGO-REGISTRO.cpy".

       FD  ARQUIVO-AFASTAMENTOS.
           COPY "AFASTAMENTO-REGISTRO.cpy".

      *    MARCADOR DE ESCOPO DA SESSAO: ENQUANTO UM OPERADOR COM
      *    ESCOPO ESTA LOGADO, O DEPARTAMENTO DO ESCOPO FICA AQUI E OS
      *    RELATORIOS PROG37/PROG38 RODADOS NA SESSAO FILTRAM POR ELE.
       FD  ARQUIVO-SEGURANCA.
           COPY "SEGURANCA-REGISTRO.cpy".

       FD  ARQUIVO-ALTERACOES.
           COPY "ALTERACAO-PENDENTE.cpy".

       WORKING-STORAGE SECTION.

      *    FILE STATUS DO ARQUIVO MESTRE E APOIO DO LOG CENTRAL DE
       77  WRK-DATA-ADMIS-OK   PIC A(1) VALUE "N".
       77  WRK-MES-ADMISSAO    PIC 9(2).
       77  WRK-DIA-ADMISSAO    PIC 9(2).
       77  WRK-DATA-NASC-OK    PIC A(1) VALUE "N".
       77  WRK-MES-NASCIMENTO  PIC 9(2).
       77  WRK-DIA-NASCIMENTO  PIC 9(2).
       77  WRK-DADOS-BANC-OK   PIC A(1) VALUE "N".
       77  WRK-BATCH-RODANDO   PIC A(1) VALUE "N".
       77  WRK-CARGO-OK        PIC A(1) VALUE "N".
       77  WRK-FAIXA-CONFIRMA  PIC A(1) VALUE SPACES.
       77  WRK-MIN-EDITADO     PIC Z(5)9.99.
       77  WRK-MAX-EDITADO     PIC Z(5)9.99.
       77  WRK-CPF-OK          PIC A(1) VALUE "N".
       77  WRK-PIS-OK          PIC A(1) VALUE "N".

      *    CRITICA DO DIGITO VERIFICADOR DO CPF E DO PIS.
           COPY "DOCUMENTO-VALIDACAO.cpy".

      *    CRITICA DOS LIMITES DO DEPARTAMENTO NA ADMISSAO (QUADRO
      *    AUTORIZADO E ORCAMENTO MENSAL DO MESTRE): A VARREDURA DO
       77  WRK-ORCAMENTO-EDITADO PIC Z(7)9.99.
       01  WRK-FUNC-SALVO      PIC X(250).

      *    AFASTAMENTO EM CURSO DO FUNCIONARIO EXIBIDO
      *    (AFASTAMENTOS.DAT, MANUTENCAO NO PROG101).
       77  WRK-FIM-AFASTAMENTOS PIC A(1) VALUE "N".
       77  WRK-HOJE            PIC 9(8) VALUE ZEROS.

      *    IDENTIFICACAO DO OPERADOR: A MANUTENCAO EXIGE LOGIN E AS
      *    OPCOES DESTRUTIVAS (EXCLUIR/INATIVAR) EXIGEM PERFIL DE
      *    SUPERVISOR OU ADMINISTRADOR.
      *    APOIO DO DIARIO CENTRAL DE SEGURANCA (SEGURANCA.LOG).
       77  WRK-SEG-EVENTO      PIC X(14) VALUE SPACES.
       77  WRK-SEG-ALVO        PIC X(20) VALUE SPACES.
      *    SALARIO BASE E DADOS BANCARIOS NAO SAO REGRAVADOS DIRETO:
      *    VIRAM ALTERACAO PENDENTE (ALTERACOES_PENDENTES.DAT) PARA
      *    APROVACAO DE UM SUPERVISOR NO PROG109.
       77  WRK-ALTERACAO-EXISTE PIC A(1) VALUE "N".

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM TESTA-STATUS-MESTRE.
           OPEN INPUT ARQUIVO-DEPARTAMENTOS.
           OPEN INPUT ARQUIVO-CARGOS.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN I-O ARQUIVO-ALTERACOES.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTOS.
           CLOSE ARQUIVO-CARGOS.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-ALTERACOES.
           PERFORM LIMPA-MARCA-ONLINE.
           PERFORM LIMPA-MARCA-ESCOPO.
           GO TO PROGRAM-DONE.
           MOVE "N" TO WRK-DATA-ADMIS-OK.
           PERFORM PEDE-DATA-ADMISSAO UNTIL WRK-DATA-ADMIS-OK
               EQUAL "S".
           MOVE "N" TO WRK-DATA-NASC-OK.
           PERFORM PEDE-DATA-NASCIMENTO UNTIL WRK-DATA-NASC-OK
               EQUAL "S".
           MOVE "N" TO WRK-DADOS-BANC-OK.
           PERFORM PEDE-DADOS-BANCARIOS UNTIL WRK-DADOS-BANC-OK
               EQUAL "S".
           MOVE "N" TO WRK-CPF-OK.
           PERFORM PEDE-CPF UNTIL WRK-CPF-OK EQUAL "S".
           MOVE "N" TO WRK-PIS-OK.
           PERFORM PEDE-PIS UNTIL WRK-PIS-OK EQUAL "S".
           MOVE "A" TO FUNCIONARIO-STATUS.

           PERFORM GRAVA-FUNCIONARIO UNTIL WRK-INCLUSAO-OK EQUAL "S".
               " CONTA: " FUNCIONARIO-CONTA "-" FUNCIONARIO-CONTA-DV.
           DISPLAY "CARGO: " FUNCIONARIO-CARGO
               "  TIPO DE CONTRATO: " FUNCIONARIO-TIPO-CONTRATO.
           DISPLAY "CPF: " FUNCIONARIO-CPF "  PIS: " FUNCIONARIO-PIS.
           DISPLAY "NASCIMENTO: " FUNCIONARIO-DATA-NASCIMENTO.
           PERFORM TESTA-AFASTADO.

           IF WRK-MODO-DIRETO NOT EQUAL "S"
               PERFORM GRAVA-CHECKPOINT
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

      *    PROCURA EM AFASTAMENTOS.DAT UM AFASTAMENTO DO FUNCIONARIO
      *     EXIBIDO QUE COBRE A DATA DE HOJE (FIM ZERADO = SEM PREVISAO
      *     DE RETORNO) E AVISA NA TELA.
       TESTA-AFASTADO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE "N" TO WRK-FIM-AFASTAMENTOS.
           MOVE FUNCIONARIO-CODIGO TO AFA-CODIGO.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START ARQUIVO-AFASTAMENTOS KEY IS NOT LESS AFASTAMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
           END-START.
           PERFORM LE-AFASTAMENTO
               UNTIL WRK-FIM-AFASTAMENTOS EQUAL "S".

       LE-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
           END-READ.
           IF WRK-FIM-AFASTAMENTOS NOT EQUAL "S"
               IF AFA-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
                   OR AFA-DATA-INICIO GREATER WRK-HOJE
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
               ELSE
                   IF AFA-DATA-FIM EQUAL ZEROS
                       OR AFA-DATA-FIM NOT LESS WRK-HOJE
                       DISPLAY "*** AFASTADO (TIPO " AFA-TIPO
                           ") DESDE " AFA-DATA-INICIO
                           " - RETORNO PREVISTO: " AFA-DATA-FIM " ***"
                   END-IF
               END-IF
           END-IF.

       REALIZA-ALTERACAO.
           DISPLAY "1- FUNCIONARIO-CODIGO".
           DISPLAY "2- FUNCIONARIO-NOME".
           DISPLAY "11-DADOS BANCARIOS (BANCO/AGENCIA/CONTA)".
           DISPLAY "12-FUNCIONARIO-CARGO".
           DISPLAY "13-FUNCIONARIO-TIPO-CONTRATO".
           DISPLAY "14-FUNCIONARIO-CPF".
           DISPLAY "15-FUNCIONARIO-PIS".
           DISPLAY "16-FUNCIONARIO-DATA-NASCIMENTO".
           DISPLAY " ".

           DISPLAY "Campo a alterar? (1-8, 11 a 16/9 exclui/"
               "10 inativa/0 sai)".
           ACCEPT ALTERACAO.

               EQUAL 3 OR ALTERACAO EQUAL 4 OR ALTERACAO EQUAL 5
               OR ALTERACAO EQUAL 6 OR ALTERACAO EQUAL 7 OR ALTERACAO
               EQUAL 8 OR ALTERACAO EQUAL 11 OR ALTERACAO EQUAL 12
               OR ALTERACAO EQUAL 13 OR ALTERACAO EQUAL 14
               OR ALTERACAO EQUAL 15 OR ALTERACAO EQUAL 16
               PERFORM REALIZA-PERGUNTA.

           IF ALTERACAO EQUAL 9 OR ALTERACAO EQUAL 10

           IF ALTERACAO EQUAL 11
               MOVE "FUNCIONARIO-DADOS-BANC" TO WRK-CAMPO-NOME
               MOVE SPACES TO WRK-VALOR-ANTIGO WRK-VALOR-NOVO
               STRING FUNCIONARIO-BANCO " " FUNCIONARIO-AGENCIA " "
                   FUNCIONARIO-CONTA "-" FUNCIONARIO-CONTA-DV
                   DELIMITED BY SIZE INTO WRK-VALOR-ANTIGO
                   UNTIL WRK-TIPO-CONTR-OK EQUAL "S"
               MOVE FUNCIONARIO-TIPO-CONTRATO TO WRK-VALOR-NOVO.

           IF ALTERACAO EQUAL 14
               MOVE "FUNCIONARIO-CPF" TO WRK-CAMPO-NOME
               MOVE FUNCIONARIO-CPF TO WRK-VALOR-ANTIGO
               MOVE "N" TO WRK-CPF-OK
               PERFORM PEDE-CPF UNTIL WRK-CPF-OK EQUAL "S"
               MOVE FUNCIONARIO-CPF TO WRK-VALOR-NOVO.

           IF ALTERACAO EQUAL 15
               MOVE "FUNCIONARIO-PIS" TO WRK-CAMPO-NOME
               MOVE FUNCIONARIO-PIS TO WRK-VALOR-ANTIGO
               MOVE "N" TO WRK-PIS-OK
               PERFORM PEDE-PIS UNTIL WRK-PIS-OK EQUAL "S"
               MOVE FUNCIONARIO-PIS TO WRK-VALOR-NOVO.

           IF ALTERACAO EQUAL 16
               MOVE "FUNCIONARIO-NASCIMENTO" TO WRK-CAMPO-NOME
               MOVE FUNCIONARIO-DATA-NASCIMENTO TO WRK-VALOR-ANTIGO
               MOVE "N" TO WRK-DATA-NASC-OK
               PERFORM PEDE-DATA-NASCIMENTO
                   UNTIL WRK-DATA-NASC-OK EQUAL "S"
               MOVE FUNCIONARIO-DATA-NASCIMENTO TO WRK-VALOR-NOVO.

           IF ALTERACAO EQUAL 7 OR ALTERACAO EQUAL 11
               PERFORM GRAVA-ALTERACAO-PENDENTE
           ELSE
               PERFORM REESCREVE
           END-IF.

      *    SALARIO BASE E DADOS BANCARIOS: O VALOR DIGITADO VAI PARA
      *     O ARQUIVO DE ALTERACOES PENDENTES E O CADASTRO CONTINUA
      *     COMO ESTAVA (O REGISTRO E RELIDO) ATE UM SUPERVISOR QUE
      *     NAO SEJA O SOLICITANTE APROVAR NO PROG109. UM SEGUNDO
      *     PEDIDO DO MESMO CAMPO SO ENTRA DEPOIS DA DECISAO DO
      *     PRIMEIRO.
       GRAVA-ALTERACAO-PENDENTE.
           MOVE FUNCIONARIO-CODIGO TO ALP-CODIGO.
           IF ALTERACAO EQUAL 7
               MOVE "S" TO ALP-TIPO
           ELSE
               MOVE "B" TO ALP-TIPO
           END-IF.
           MOVE "N" TO WRK-ALTERACAO-EXISTE.
           READ ARQUIVO-ALTERACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-ALTERACAO-EXISTE
           END-READ.

           IF WRK-ALTERACAO-EXISTE EQUAL "S" AND ALTERACAO-PENDENTE
               DISPLAY "JA EXISTE ALTERACAO DE " ALP-CAMPO
                   " PENDENTE (PEDIDA POR " ALP-SOLICITANTE ")."
               DISPLAY "AGUARDE A DECISAO DO SUPERVISOR NO PROG109."
           ELSE
               MOVE FUNCIONARIO-SALARIO-BASE TO ALP-SALARIO-NOVO
               MOVE FUNCIONARIO-BANCO TO ALP-BANCO-NOVO
               MOVE FUNCIONARIO-AGENCIA TO ALP-AGENCIA-NOVA
               MOVE FUNCIONARIO-CONTA TO ALP-CONTA-NOVA
               MOVE FUNCIONARIO-CONTA-DV TO ALP-CONTA-DV-NOVO
               MOVE WRK-CAMPO-NOME TO ALP-CAMPO
               MOVE WRK-VALOR-ANTIGO TO ALP-VALOR-ANTIGO
               MOVE WRK-VALOR-NOVO TO ALP-VALOR-NOVO
               MOVE WRK-USUARIO-DIGITADO TO ALP-SOLICITANTE
               ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
               ACCEPT WRK-HORA-ATUAL FROM TIME
               STRING WRK-DATA-ATUAL WRK-HORA-ATUAL DELIMITED BY SIZE
                   INTO ALP-DATA-HORA-PEDIDO
               MOVE "P" TO ALP-SITUACAO
               MOVE SPACES TO ALP-APROVADOR
               MOVE SPACES TO ALP-DATA-HORA-DECISAO
               IF WRK-ALTERACAO-EXISTE EQUAL "S"
                   REWRITE ALTERACAO-REGISTRO
               ELSE
                   WRITE ALTERACAO-REGISTRO
               END-IF
               MOVE "ALT-SOLICITADA" TO WRK-SEG-EVENTO
               MOVE FUNCIONARIO-CODIGO TO WRK-SEG-ALVO
               PERFORM GRAVA-SEGURANCA
               DISPLAY "ALTERACAO ENVIADA PARA APROVACAO DO "
                   "SUPERVISOR (PROG109) - O CADASTRO SO MUDA "
                   "APOS A APROVACAO."
           END-IF.

           READ ARQUIVO-FUNCIONARIO.
           MOVE "funcionarios.dat" TO WRK-ERR-ARQUIVO.
           MOVE "READ" TO WRK-ERR-OPERACAO.
           PERFORM TESTA-STATUS-MESTRE.

      *    TRANSFERENCIA COM DATA EFETIVA: GRAVA O REGISTRO EM
      *     TRANSFERENCIAS.DAT (ORIGEM, DESTINO, DATA), TROCA O
               DISPLAY "DATA INVALIDA - DIGITE NO FORMATO AAAAMMDD."
           END-IF.

      *    DATA DE NASCIMENTO: DATA VALIDA, DE 1900 EM DIANTE E NAO
      *     POSTERIOR A HOJE.
       PEDE-DATA-NASCIMENTO.
           DISPLAY "Digite a data de nascimento (AAAAMMDD): ".
           ACCEPT FUNCIONARIO-DATA-NASCIMENTO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.

           MOVE FUNCIONARIO-DATA-NASCIMENTO (5:2) TO WRK-MES-NASCIMENTO.
           MOVE FUNCIONARIO-DATA-NASCIMENTO (7:2) TO WRK-DIA-NASCIMENTO.

           IF FUNCIONARIO-DATA-NASCIMENTO IS NUMERIC
               AND FUNCIONARIO-DATA-NASCIMENTO NOT LESS 19000101
               AND FUNCIONARIO-DATA-NASCIMENTO NOT GREATER WRK-HOJE
               AND WRK-MES-NASCIMENTO GREATER ZERO
               AND WRK-MES-NASCIMENTO NOT GREATER 12
               AND WRK-DIA-NASCIMENTO GREATER ZERO
               AND WRK-DIA-NASCIMENTO NOT GREATER 31
               MOVE "S" TO WRK-DATA-NASC-OK
           ELSE
               DISPLAY "DATA DE NASCIMENTO INVALIDA - DIGITE NO "
                   "FORMATO AAAAMMDD."
           END-IF.

       PEDE-DADOS-BANCARIOS.
           DISPLAY "Digite o codigo do banco (3 numeros): ".
           ACCEPT FUNCIONARIO-BANCO.
                   "CONTA DEVEM SER NUMERICOS."
           END-IF.

      *    CPF E OBRIGATORIO E TEM QUE PASSAR NO DIGITO VERIFICADOR.
       PEDE-CPF.
           DISPLAY "Digite o CPF (11 numeros, sem pontos): ".
           ACCEPT FUNCIONARIO-CPF.

           IF FUNCIONARIO-CPF IS NUMERIC
               MOVE FUNCIONARIO-CPF TO DOC-NUMERO
               PERFORM VALIDA-CPF
           ELSE
               MOVE "I" TO DOC-SITUACAO
           END-IF.

           IF DOC-VALIDO
               MOVE "S" TO WRK-CPF-OK
           ELSE
               IF DOC-NAO-INFORMADO
                   DISPLAY "CPF OBRIGATORIO - NAO PODE SER ZERO."
               ELSE
                   DISPLAY "CPF INVALIDO - DIGITO VERIFICADOR NAO "
                       "CONFERE."
               END-IF
           END-IF.

      *    PIS PODE FICAR ZERADO ENQUANTO O NIT DO PRIMEIRO EMPREGO NAO
      *     SAI (A CRITICA NOTURNA COBRA A PENDENCIA); INFORMADO, TEM
      *     QUE PASSAR NO DIGITO VERIFICADOR.
       PEDE-PIS.
           DISPLAY "Digite o PIS/PASEP/NIT (11 numeros, 0 = ainda "
               "nao cadastrado): ".
           ACCEPT FUNCIONARIO-PIS.

           IF FUNCIONARIO-PIS IS NUMERIC
               MOVE FUNCIONARIO-PIS TO DOC-NUMERO
               PERFORM VALIDA-PIS
           ELSE
               MOVE "I" TO DOC-SITUACAO
           END-IF.

           IF DOC-INVALIDO
               DISPLAY "PIS INVALIDO - DIGITO VERIFICADOR NAO CONFERE."
           ELSE
               MOVE "S" TO WRK-PIS-OK
               IF DOC-NAO-INFORMADO
                   MOVE ZEROS TO FUNCIONARIO-PIS
                   DISPLAY "PIS NAO INFORMADO - FICA PENDENTE NA "
                       "CRITICA DE DOCUMENTOS."
               END-IF
           END-IF.

      *    DIGITO VERIFICADOR DO CPF EM DOC-NUMERO (REGRA NO
      *     DOCUMENTO-VALIDACAO.CPY); RESULTADO EM DOC-SITUACAO.
       VALIDA-CPF.
           MOVE "I" TO DOC-SITUACAO.
           MOVE ZEROS TO DOC-QTD-IGUAIS.
           IF DOC-NUMERO EQUAL ZEROS
               MOVE "N" TO DOC-SITUACAO
           ELSE
               PERFORM CONTA-DIGITOS-IGUAIS
                   VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 11
           END-IF.
           IF DOC-NUMERO NOT EQUAL ZEROS AND DOC-QTD-IGUAIS LESS 11
               MOVE ZEROS TO DOC-SOMA
               MOVE 10 TO DOC-PESO
               PERFORM SOMA-PESO-CPF
                   VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 9
               PERFORM CALCULA-DV-MOD11
               IF DOC-DV EQUAL DOC-DIGITO (10)
                   MOVE ZEROS TO DOC-SOMA
                   MOVE 11 TO DOC-PESO
                   PERFORM SOMA-PESO-CPF
                       VARYING DOC-IDX FROM 1 BY 1
                       UNTIL DOC-IDX GREATER 10
                   PERFORM CALCULA-DV-MOD11
                   IF DOC-DV EQUAL DOC-DIGITO (11)
                       MOVE "V" TO DOC-SITUACAO
                   END-IF
               END-IF
           END-IF.

       CONTA-DIGITOS-IGUAIS.
           IF DOC-DIGITO (DOC-IDX) EQUAL DOC-DIGITO (1)
               ADD 1 TO DOC-QTD-IGUAIS
           END-IF.

       SOMA-PESO-CPF.
           COMPUTE DOC-SOMA EQUAL DOC-SOMA
               + DOC-DIGITO (DOC-IDX) * DOC-PESO.
           SUBTRACT 1 FROM DOC-PESO.

      *    DIGITO VERIFICADOR DO PIS EM DOC-NUMERO.
       VALIDA-PIS.
           IF DOC-NUMERO EQUAL ZEROS
               MOVE "N" TO DOC-SITUACAO
           ELSE
               MOVE "I" TO DOC-SITUACAO
               MOVE ZEROS TO DOC-SOMA
               PERFORM SOMA-PESO-PIS
                   VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 10
               PERFORM CALCULA-DV-MOD11
               IF DOC-DV EQUAL DOC-DIGITO (11)
                   MOVE "V" TO DOC-SITUACAO
               END-IF
           END-IF.

       SOMA-PESO-PIS.
           COMPUTE DOC-SOMA EQUAL DOC-SOMA
               + DOC-DIGITO (DOC-IDX) * DOC-PESO-PIS (DOC-IDX).

      *    MODULO 11: RESTO 0 OU 1 DA DIGITO ZERO.
       CALCULA-DV-MOD11.
           DIVIDE DOC-SOMA BY 11 GIVING DOC-QUOCIENTE
               REMAINDER DOC-RESTO.
           IF DOC-RESTO LESS 2
               MOVE ZEROS TO DOC-DV
           ELSE
               COMPUTE DOC-DV EQUAL 11 - DOC-RESTO
           END-IF.

       REESCREVE.
           REWRITE FUNCIONARIO-REGISTRO.
           PERFORM GRAVA-AUDITORIA.
