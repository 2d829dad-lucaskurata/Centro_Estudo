           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-CARTOES
           ASSIGN TO "cartoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARTAO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-BLOQUEADAS
           ASSIGN TO "contas_bloqueadas.dat"
           ORGANIZATION IS INDEXED
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-BOLETOS-PAGOS
           ASSIGN TO "boletos_pagos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BPG-CODIGO-BARRAS
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MENSALIDADES
           ASSIGN TO "mensalidades.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MENSALIDADE-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ERROS
           ASSIGN TO "erros_sistema.log"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-CARTOES.
           COPY "CARTAO-REGISTRO.cpy".

       FD  ARQUIVO-BLOQUEADAS.
           COPY "CONTA-BLOQUEADA.cpy".

       FD  ARQUIVO-LOG-CONSULTA.
       01  LINHA-LOG-CONSULTA PIC X(100).

       FD  ARQUIVO-BOLETOS-PAGOS.
           COPY "BOLETO-PAGO.cpy".

       FD  ARQUIVO-MENSALIDADES.
           COPY "MENSALIDADE-REGISTRO.cpy".

       FD  ARQUIVO-ERROS.
           COPY "ERRO-ARQUIVO.cpy".

       77 WRK-VALOR-EDITADO            PIC ZZZZ9.
       77 WRK-DATA-HOJE                PIC 9(8) VALUE ZEROS.

      *    BLOQUEIO POR PIN ERRADO: O CONTADOR FICA NO PROPRIO CARTAO
      *    E PERSISTE ENTRE SESSOES; NO TERCEIRO ERRO SEGUIDO O CARTAO
      *    E BLOQUEADO. A LISTA QUENTE (CONTA INTEIRA BLOQUEADA PELA
      *    TRIAGEM DE FRAUDE) E CONSULTADA ANTES DE QUALQUER OPERACAO.
       77 WRK-NA-LISTA-QUENTE          PIC A(1) VALUE "N".

      *    IDENTIFICACAO DO CLIENTE PELO CARTAO (CONTA + VIA) E PIN,
      *    3 TENTATIVAS; OS MOVIMENTOS SAEM NA CONTA DO CARTAO COM A
      *    VIA QUE OS FEZ, E O LIMITE DIARIO E O DO CARTAO.
       01 WRK-CARTAO-DIGITADO.
           05 WRK-CARTAO-CONTA         PIC 9(8).
           05 WRK-CARTAO-VIA           PIC 9(2).
       77 WRK-MES-HOJE                 PIC 9(6) VALUE ZEROS.
       77 WRK-CONTA-DIGITADA           PIC 9(8) VALUE ZEROS.
       77 WRK-PIN-DIGITADO             PIC 9(4) VALUE ZEROS.
       77 WRK-CONTA-OK                 PIC A(1) VALUE "N".
       77 WRK-DESTINO-OK               PIC A(1) VALUE "N".
       01 WRK-CONTA-SALVA              PIC X(120).

      *    PAGAMENTO DE BOLETO: LINHA DIGITAVEL CONFERIDA (DV DOS CAMPOS
      *    E DV GERAL), VENCIMENTO E VALOR LIDOS DO PROPRIO BOLETO.
      *    VENCIDO PAGA MULTA E JUROS DE MORA ATE O LIMITE DE DIAS DE
      *    ATRASO; DEPOIS DISSO, SO NO BENEFICIARIO. A MENSALIDADE DA
      *    ESCOLA SEGUE A REGRA DO PROG89 (2% + 0,1% AO DIA) E E
      *    BAIXADA NA HORA EM MENSALIDADES.DAT.
       77 WRK-BOL-LIMITE-ATRASO        PIC 9(3) VALUE 30.
       77 WRK-BOL-PERC-MULTA           PIC 9V9(4) VALUE 0,0200.
       77 WRK-BOL-JUROS-DIA            PIC 9V9(5) VALUE 0,00033.
       77 WRK-BOL-DIAS-ATRASO          PIC 9(5) VALUE ZEROS.
       77 WRK-BOL-VALOR                PIC 9(8)V9(2) VALUE ZEROS.
       77 WRK-BOL-ENCARGOS             PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-BOL-TOTAL                PIC 9(8)V9(2) VALUE ZEROS.
       77 WRK-BOL-ESCOLA               PIC A(1) VALUE "N".
       77 WRK-BOL-CONFIRMA             PIC X(1) VALUE SPACE.
       77 WRK-BOL-VALOR-EDITADO        PIC ZZZZZZZ9,99.
           COPY "BOLETO-VALIDACAO.cpy".

      *    EXTRATO IMPRESSO: ULTIMOS 10 MOVIMENTOS DO HISTORICO DA
      *    CONTA (CONTAS_MOVIMENTOS.DAT).
       77 WRK-FIM-MOVIMENTOS           PIC A(1) VALUE "N".
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN I-O ARQUIVO-CARTOES.
           MOVE "cartoes.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.

           PERFORM 0700-IDENTIFICA-CONTA.
           PERFORM 3000-GRAVA-RESUMO-DIARIO.

           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-CARTOES.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           CLOSE ARQUIVO-RESUMO-DIARIO.
           CLOSE ARQUIVO-LOG-TRANSACOES.
           STOP RUN.

      *----------------------------------------------------------------*
      * IDENTIFICA O CLIENTE: PEDE O CARTAO E O PIN E CONFERE CONTRA O  *
      * ARQUIVO DE CARTOES, COM ATE 3 TENTATIVAS; O CARTAO TEM QUE      *
      * ESTAR ATIVO E NA VALIDADE, E A CONTA DELE ABERTA E FORA DA      *
      * LISTA QUENTE. SEM CARTAO CONFERIDO NAO HA SAQUE NEM EXTRATO.    *
      *----------------------------------------------------------------*
       0700-IDENTIFICA-CONTA.
           MOVE WRK-DATA-HOJE (1:6) TO WRK-MES-HOJE.
           PERFORM 0710-PEDE-CARTAO-PIN THRU 0710-PEDE-CARTAO-PIN-FIM
               UNTIL WRK-CONTA-OK EQUAL "S"
               OR WRK-TENTATIVAS-PIN NOT LESS 3.

               DISPLAY 'NUMERO DE TENTATIVAS ESGOTADO - CARTAO RETIDO.'
           END-IF.

       0710-PEDE-CARTAO-PIN.
           DISPLAY 'NUMERO DO CARTAO (CONTA + VIA): '.
           ACCEPT WRK-CARTAO-DIGITADO.
           DISPLAY 'PIN: '.
           ACCEPT WRK-PIN-DIGITADO.
           MOVE WRK-CARTAO-CONTA TO WRK-CONTA-DIGITADA.

           MOVE WRK-CARTAO-DIGITADO TO CARTAO-CHAVE.
           READ ARQUIVO-CARTOES
               INVALID KEY
                   DISPLAY 'CARTAO OU PIN INVALIDOS.'
                   ADD 1 TO WRK-TENTATIVAS-PIN
                   GO TO 0710-PEDE-CARTAO-PIN-FIM
           END-READ.

           IF CARTAO-CANCELADO
               DISPLAY 'CARTAO CANCELADO - OPERACAO NAO PERMITIDA.'
               MOVE 3 TO WRK-TENTATIVAS-PIN
               GO TO 0710-PEDE-CARTAO-PIN-FIM
           END-IF.

           IF CARTAO-BLOQUEADO
               DISPLAY 'CARTAO BLOQUEADO - PROCURE A AGENCIA.'
               MOVE 3 TO WRK-TENTATIVAS-PIN
               GO TO 0710-PEDE-CARTAO-PIN-FIM
           END-IF.

           IF CRT-VALIDADE LESS WRK-MES-HOJE
               DISPLAY 'CARTAO VENCIDO - PROCURE A AGENCIA.'
               MOVE 3 TO WRK-TENTATIVAS-PIN
               GO TO 0710-PEDE-CARTAO-PIN-FIM
           END-IF.

           MOVE WRK-CONTA-DIGITADA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CARTAO OU PIN INVALIDOS.'
                   ADD 1 TO WRK-TENTATIVAS-PIN
               NOT INVALID KEY
                   PERFORM 0720-TESTA-LISTA-QUENTE
                   IF CONTA-ENCERRADA
                       DISPLAY 'CONTA ENCERRADA - OPERACAO NAO '
                           'PERMITIDA.'
                       MOVE 3 TO WRK-TENTATIVAS-PIN
                   ELSE
                       IF WRK-NA-LISTA-QUENTE EQUAL "S"
                           OR CONTA-BLOQUEADA
                           DISPLAY 'CONTA BLOQUEADA - PROCURE A '
                               'AGENCIA.'
                           MOVE 3 TO WRK-TENTATIVAS-PIN
                       ELSE
                           PERFORM 0730-CONFERE-PIN
                       END-IF
                   END-IF
           END-READ.

       0710-PEDE-CARTAO-PIN-FIM.
           EXIT.

      *    A LISTA QUENTE E CONSULTADA ANTES DE QUALQUER OPERACAO -
      *    CONTA LISTADA NAO PASSA NEM DA IDENTIFICACAO.
       0720-TESTA-LISTA-QUENTE.
           END-READ.
           CLOSE ARQUIVO-BLOQUEADAS.

      *    PIN CERTO ZERA O CONTADOR DE ERROS DO CARTAO; PIN ERRADO
      *    SOMA E, NO TERCEIRO ERRO SEGUIDO, BLOQUEIA SO O CARTAO - OS
      *    OUTROS CARTOES DA CONTA CONTINUAM OPERANDO - E GRAVA A
      *    OCORRENCIA.
       0730-CONFERE-PIN.
           IF CRT-PIN EQUAL WRK-PIN-DIGITADO
               MOVE "S" TO WRK-CONTA-OK
               IF CRT-TENTATIVAS-PIN GREATER ZEROS
                   MOVE ZEROS TO CRT-TENTATIVAS-PIN
                   REWRITE CARTAO-REGISTRO
               END-IF
               DISPLAY 'BEM-VINDO, ' CRT-PORTADOR
           ELSE
               DISPLAY 'CARTAO OU PIN INVALIDOS.'
               ADD 1 TO WRK-TENTATIVAS-PIN
               ADD 1 TO CRT-TENTATIVAS-PIN
               IF CRT-TENTATIVAS-PIN NOT LESS 3
                   MOVE "B" TO CRT-SITUACAO
                   PERFORM 0740-BLOQUEIA-CARTAO
                   DISPLAY 'CARTAO BLOQUEADO POR EXCESSO DE PIN '
                       'ERRADO - PROCURE A AGENCIA.'
                   MOVE 3 TO WRK-TENTATIVAS-PIN
               END-IF
               REWRITE CARTAO-REGISTRO
           END-IF.

       0740-BLOQUEIA-CARTAO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND ARQUIVO-OCORRENCIAS.
           MOVE SPACES TO LINHA-OCORRENCIA.
           STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                  ' CONTA ' CONTA-NUMERO
                  ' CARTAO ' CRT-VIA
                  ' BLOQUEADO POR PIN ERRADO 3 VEZES'
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.
           CLOSE ARQUIVO-OCORRENCIAS.

       0800-MENU-CONTA.
           DISPLAY '1 - SAQUE  2 - MINI-EXTRATO  3 - DEPOSITO  '
               '4 - TRANSFERENCIA  5 - EXTRATO IMPRESSO  '
               '6 - PAGAR BOLETO  0 - SAIR: '.
           ACCEPT WRK-OPCAO-MENU.

           IF WRK-OPCAO-MENU EQUAL 1
               PERFORM 1300-EXTRATO-IMPRESSO
           END-IF.

           IF WRK-OPCAO-MENU EQUAL 6
               PERFORM 1400-PAGA-BOLETO
           END-IF.

       0900-PEDE-VALOR-SAQUE.
           DISPLAY 'Digite um valor entre 10 e 1000: '.
           ACCEPT WRK-VALOR.
               INVALID KEY
                   DISPLAY 'CONTA DE DESTINO NAO ENCONTRADA.'
               NOT INVALID KEY
                   IF CONTA-ENCERRADA
                       DISPLAY 'CONTA DE DESTINO ENCERRADA.'
                   ELSE
                       MOVE "S" TO WRK-DESTINO-OK
                       ADD WRK-VALOR-TRANSF TO CONTA-SALDO
                       MOVE WRK-VALOR-TRANSF TO WRK-VALOR-MOVIMENTO
                       MOVE 'R' TO CMV-TIPO
                       MOVE 'E' TO CMV-STATUS
                       PERFORM 7500-GRAVA-MOVIMENTO-CONTA
                       REWRITE CONTA-REGISTRO
                   END-IF
           END-READ.

      *    VOLTA PARA A CONTA DO CLIENTE E DEBITA, SE O CREDITO SAIU.

      *----------------------------------------------------------------*
      * EXTRATO IMPRESSO: OS ULTIMOS 10 MOVIMENTOS DO HISTORICO DA      *
      * CONTA, IMPRESSOS EM EXTRATO_CONTA.LST COM A VIA DO CARTAO QUE   *
      * FEZ CADA UM (00 = LANCAMENTO SEM CARTAO). O QUADRO DESLOCA PARA *
      * CIMA QUANDO ENCHE, COMO O MINI-EXTRATO DE TELA.                 *
      *----------------------------------------------------------------*
       1300-EXTRATO-IMPRESSO.
                  " TIPO " CMV-TIPO
                  " VALOR " WRK-CMV-VALOR-EDITADO
                  " STATUS " CMV-STATUS
                  " CARTAO " CMV-VIA-CARTAO
               DELIMITED BY SIZE
               INTO WRK-U10-LINHA (WRK-IDX-IMPRESSO).

               LINHA-EXTRATO-IMPRESSO.
           WRITE LINHA-EXTRATO-IMPRESSO.

      *----------------------------------------------------------------*
      * PAGAMENTO DE BOLETO: CONFERE A LINHA DIGITAVEL, LE VENCIMENTO E *
      * VALOR DO PROPRIO BOLETO, SOMA OS ENCARGOS DE ATRASO E DEBITA A  *
      * CONTA (MOVIMENTO B). O PAGAMENTO FICA EM BOLETOS_PAGOS.DAT PARA *
      * A REMESSA DE FIM DE DIA (RemessaBoletos); MENSALIDADE DA ESCOLA *
      * E BAIXADA NA HORA EM MENSALIDADES.DAT.                          *
      *----------------------------------------------------------------*
       1400-PAGA-BOLETO.
           OPEN I-O ARQUIVO-BOLETOS-PAGOS.
           OPEN I-O ARQUIVO-MENSALIDADES.
           PERFORM 1410-PROCESSA-BOLETO THRU 1410-PROCESSA-BOLETO-FIM.
           CLOSE ARQUIVO-BOLETOS-PAGOS.
           CLOSE ARQUIVO-MENSALIDADES.

       1410-PROCESSA-BOLETO.
           DISPLAY 'LINHA DIGITAVEL DO BOLETO (SO OS 47 NUMEROS): '.
           ACCEPT BOL-LINHA-DIGITAVEL.
           PERFORM 1420-CRITICA-LINHA-DIGITAVEL.
           IF NOT BOL-VALIDO
               DISPLAY 'LINHA DIGITAVEL INVALIDA - CONFIRA OS NUMEROS.'
               GO TO 1410-PROCESSA-BOLETO-FIM
           END-IF.

           MOVE BOL-VALOR TO WRK-BOL-VALOR.
           IF WRK-BOL-VALOR EQUAL ZEROS
               DISPLAY 'BOLETO SEM VALOR - PAGUE NO BENEFICIARIO.'
               GO TO 1410-PROCESSA-BOLETO-FIM
           END-IF.

           MOVE BOL-CODIGO-BARRAS TO BPG-CODIGO-BARRAS.
           READ ARQUIVO-BOLETOS-PAGOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'BOLETO JA PAGO EM ' BPG-DATA-PAGAMENTO '.'
                   GO TO 1410-PROCESSA-BOLETO-FIM
           END-READ.

           PERFORM 1430-CALCULA-VENCIMENTO.

      *    BOLETO DE MENSALIDADE: A COBRANCA DO NOSSO NUMERO TEM QUE
      *    EXISTIR E ESTAR EM ABERTO.
           MOVE "N" TO WRK-BOL-ESCOLA.
           IF BOL-BANCO EQUAL BOL-BANCO-ESCOLA
               AND BOL-CONVENIO EQUAL BOL-CONVENIO-ESCOLA
               MOVE "S" TO WRK-BOL-ESCOLA
               MOVE BOL-NN-ANO TO MEN-ANO
               MOVE BOL-NN-MES TO MEN-MES
               MOVE BOL-NN-RA TO MEN-RA
               READ ARQUIVO-MENSALIDADES
                   INVALID KEY
                       DISPLAY 'MENSALIDADE DO BOLETO NAO ENCONTRADA - '
                           'PROCURE A SECRETARIA DA ESCOLA.'
                       GO TO 1410-PROCESSA-BOLETO-FIM
               END-READ
               IF MENSALIDADE-PAGA
                   DISPLAY 'MENSALIDADE JA PAGA EM '
                       MEN-DATA-PAGAMENTO '.'
                   GO TO 1410-PROCESSA-BOLETO-FIM
               END-IF
           END-IF.

           PERFORM 1440-CALCULA-ENCARGOS.
           IF WRK-BOL-ESCOLA NOT EQUAL "S"
               AND WRK-BOL-DIAS-ATRASO GREATER WRK-BOL-LIMITE-ATRASO
               DISPLAY 'BOLETO VENCIDO HA MAIS DE '
                   WRK-BOL-LIMITE-ATRASO ' DIAS - PAGUE NO '
                   'BENEFICIARIO.'
               GO TO 1410-PROCESSA-BOLETO-FIM
           END-IF.
           COMPUTE WRK-BOL-TOTAL EQUAL WRK-BOL-VALOR + WRK-BOL-ENCARGOS.

           IF BOL-VENCIMENTO EQUAL ZEROS
               DISPLAY 'BANCO ' BOL-BANCO '  SEM VENCIMENTO'
           ELSE
               DISPLAY 'BANCO ' BOL-BANCO '  VENCIMENTO '
                   BOL-VENCIMENTO
           END-IF.
           MOVE WRK-BOL-VALOR TO WRK-BOL-VALOR-EDITADO.
           DISPLAY 'VALOR DO BOLETO ......: ' WRK-BOL-VALOR-EDITADO.
           IF WRK-BOL-ENCARGOS GREATER ZEROS
               MOVE WRK-BOL-ENCARGOS TO WRK-BOL-VALOR-EDITADO
               DISPLAY 'MULTA E JUROS ........: ' WRK-BOL-VALOR-EDITADO
                   ' (' WRK-BOL-DIAS-ATRASO ' DIA(S) DE ATRASO)'
           END-IF.
           MOVE WRK-BOL-TOTAL TO WRK-BOL-VALOR-EDITADO.
           DISPLAY 'TOTAL A PAGAR ........: ' WRK-BOL-VALOR-EDITADO.

           IF WRK-BOL-TOTAL GREATER CONTA-SALDO
               MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
               DISPLAY 'SALDO INSUFICIENTE - SALDO ATUAL: '
                   WRK-SALDO-EDITADO
               GO TO 1410-PROCESSA-BOLETO-FIM
           END-IF.

           DISPLAY 'CONFIRMA O PAGAMENTO (S/N)? '.
           ACCEPT WRK-BOL-CONFIRMA.
           IF WRK-BOL-CONFIRMA NOT EQUAL 'S'
               AND WRK-BOL-CONFIRMA NOT EQUAL 's'
               DISPLAY 'PAGAMENTO NAO REALIZADO.'
               GO TO 1410-PROCESSA-BOLETO-FIM
           END-IF.

           SUBTRACT WRK-BOL-TOTAL FROM CONTA-SALDO.
           MOVE WRK-BOL-TOTAL TO WRK-VALOR-MOVIMENTO.
           MOVE 'B' TO CMV-TIPO.
           MOVE 'E' TO CMV-STATUS.
           PERFORM 7500-GRAVA-MOVIMENTO-CONTA.
           REWRITE CONTA-REGISTRO.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "REWRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           PERFORM 1450-REGISTRA-BOLETO-PAGO.
           IF WRK-BOL-ESCOLA EQUAL "S"
               PERFORM 1460-BAIXA-MENSALIDADE
           END-IF.

           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO.
           DISPLAY 'BOLETO PAGO - SALDO: ' WRK-SALDO-EDITADO.

       1410-PROCESSA-BOLETO-FIM.
           EXIT.

      *    OS TRES CAMPOS DA LINHA CONFEREM PELO MODULO 10 E O CODIGO DE
      *    BARRAS REMONTADO CONFERE PELO DV GERAL (MODULO 11).
       1420-CRITICA-LINHA-DIGITAVEL.
           MOVE "I" TO BOL-SITUACAO.
           IF BOL-LINHA-DIGITAVEL NUMERIC
               MOVE "V" TO BOL-SITUACAO
               MOVE BOL-L-CAMPO1 TO BOL-SEQUENCIA
               MOVE 9 TO BOL-TAMANHO
               PERFORM 7600-CALCULA-DV-MOD10
               IF BOL-DV NOT EQUAL BOL-L-DV1
                   MOVE "I" TO BOL-SITUACAO
               END-IF
               MOVE BOL-L-CAMPO2 TO BOL-SEQUENCIA
               MOVE 10 TO BOL-TAMANHO
               PERFORM 7600-CALCULA-DV-MOD10
               IF BOL-DV NOT EQUAL BOL-L-DV2
                   MOVE "I" TO BOL-SITUACAO
               END-IF
               MOVE BOL-L-CAMPO3 TO BOL-SEQUENCIA
               MOVE 10 TO BOL-TAMANHO
               PERFORM 7600-CALCULA-DV-MOD10
               IF BOL-DV NOT EQUAL BOL-L-DV3
                   MOVE "I" TO BOL-SITUACAO
               END-IF
               PERFORM 1425-MONTA-CODIGO-BARRAS
               MOVE BOL-CODIGO-BARRAS (1:4) TO BOL-SEQUENCIA (1:4)
               MOVE BOL-CODIGO-BARRAS (6:39) TO BOL-SEQUENCIA (5:39)
               MOVE 43 TO BOL-TAMANHO
               PERFORM 7700-CALCULA-DV-MOD11
               IF BOL-DV NOT EQUAL BOL-DV-GERAL
                   MOVE "I" TO BOL-SITUACAO
               END-IF
           END-IF.

      *    CODIGO DE BARRAS: BANCO E MOEDA, DV GERAL, FATOR E VALOR E AS
      *    25 POSICOES DO CAMPO LIVRE ESPALHADAS NOS CAMPOS 1 A 3.
       1425-MONTA-CODIGO-BARRAS.
           MOVE BOL-LINHA-DIGITAVEL (1:4) TO BOL-CODIGO-BARRAS (1:4).
           MOVE BOL-L-DV-GERAL TO BOL-DV-GERAL.
           MOVE BOL-L-FATOR-VALOR TO BOL-CODIGO-BARRAS (6:14).
           MOVE BOL-LINHA-DIGITAVEL (5:5) TO BOL-CODIGO-BARRAS (20:5).
           MOVE BOL-L-CAMPO2 TO BOL-CODIGO-BARRAS (25:10).
           MOVE BOL-L-CAMPO3 TO BOL-CODIGO-BARRAS (35:10).

      *    VENCIMENTO PELO FATOR: DEPOIS DO RECOMECO EM 1000 O MESMO
      *    FATOR VALE A CADA 9000 DIAS - FICA O CICLO MAIS PROXIMO DE
      *    HOJE.
       1430-CALCULA-VENCIMENTO.
           MOVE ZEROS TO BOL-VENCIMENTO.
           IF BOL-FATOR-VENCIMENTO GREATER ZEROS
               COMPUTE BOL-DIAS-HOJE EQUAL
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE (BOL-DATA-BASE-FATOR)
               MOVE BOL-FATOR-VENCIMENTO TO BOL-DIAS-FATOR
               IF BOL-DIAS-FATOR NOT LESS 1000
                   PERFORM 1435-AVANCA-CICLO-FATOR
                       UNTIL BOL-DIAS-FATOR + 4500
                           NOT LESS BOL-DIAS-HOJE
               END-IF
               COMPUTE BOL-VENCIMENTO EQUAL FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (BOL-DATA-BASE-FATOR)
                   + BOL-DIAS-FATOR)
           END-IF.

       1435-AVANCA-CICLO-FATOR.
           ADD 9000 TO BOL-DIAS-FATOR.

       1440-CALCULA-ENCARGOS.
           MOVE ZEROS TO WRK-BOL-DIAS-ATRASO.
           MOVE ZEROS TO WRK-BOL-ENCARGOS.
           IF BOL-VENCIMENTO GREATER ZEROS
               AND BOL-VENCIMENTO LESS WRK-DATA-HOJE
               COMPUTE WRK-BOL-DIAS-ATRASO EQUAL
                   FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE)
                   - FUNCTION INTEGER-OF-DATE (BOL-VENCIMENTO)
               IF WRK-BOL-ESCOLA EQUAL "S"
                   COMPUTE WRK-BOL-ENCARGOS ROUNDED EQUAL
                       MEN-VALOR
                       * (0,02 + (WRK-BOL-DIAS-ATRASO * 0,001))
               ELSE
                   COMPUTE WRK-BOL-ENCARGOS ROUNDED EQUAL
                       WRK-BOL-VALOR * (WRK-BOL-PERC-MULTA
                       + WRK-BOL-DIAS-ATRASO * WRK-BOL-JUROS-DIA)
               END-IF
           END-IF.

       1450-REGISTRA-BOLETO-PAGO.
           MOVE BOL-CODIGO-BARRAS TO BPG-CODIGO-BARRAS.
           MOVE BOL-LINHA-DIGITAVEL TO BPG-LINHA-DIGITAVEL.
           MOVE CONTA-NUMERO TO BPG-CONTA.
           MOVE WRK-DATA-HOJE TO BPG-DATA-PAGAMENTO.
           MOVE WRK-HORA-AGORA TO BPG-HORA-PAGAMENTO.
           MOVE BOL-VENCIMENTO TO BPG-VENCIMENTO.
           MOVE WRK-BOL-VALOR TO BPG-VALOR-DOCUMENTO.
           MOVE WRK-BOL-ENCARGOS TO BPG-VALOR-ENCARGOS.
           MOVE WRK-BOL-TOTAL TO BPG-VALOR-PAGO.
           IF WRK-BOL-ESCOLA EQUAL "S"
               MOVE "M" TO BPG-TIPO
           ELSE
               MOVE "O" TO BPG-TIPO
           END-IF.
           MOVE "P" TO BPG-SITUACAO.
           MOVE ZEROS TO BPG-DATA-REMESSA.
           WRITE BOLETO-PAGO-REGISTRO
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O BOLETO PAGO.'
           END-WRITE.

      *    BAIXA DA MENSALIDADE COMO NO PAGAMENTO PELA SECRETARIA.
       1460-BAIXA-MENSALIDADE.
           MOVE WRK-BOL-ENCARGOS TO MEN-MULTA.
           MOVE WRK-BOL-TOTAL TO MEN-VALOR-PAGO.
           MOVE WRK-DATA-HOJE TO MEN-DATA-PAGAMENTO.
           MOVE "P" TO MEN-STATUS.
           REWRITE MENSALIDADE-REGISTRO.

      *----------------------------------------------------------------*
      * DV MODULO 10 DOS BOL-TAMANHO DIGITOS DE BOL-SEQUENCIA (REGRA NO *
      * COPYBOOK BOLETO-VALIDACAO).                                     *
      *----------------------------------------------------------------*
       7600-CALCULA-DV-MOD10.
           MOVE ZEROS TO BOL-SOMA.
           MOVE 2 TO BOL-PESO.
           PERFORM 7610-SOMA-MOD10
               VARYING BOL-IDX FROM BOL-TAMANHO BY -1
               UNTIL BOL-IDX LESS 1.
           DIVIDE BOL-SOMA BY 10 GIVING BOL-QUOCIENTE
               REMAINDER BOL-RESTO.
           IF BOL-RESTO EQUAL ZEROS
               MOVE ZEROS TO BOL-DV
           ELSE
               COMPUTE BOL-DV EQUAL 10 - BOL-RESTO
           END-IF.

       7610-SOMA-MOD10.
           COMPUTE BOL-PRODUTO EQUAL BOL-DIGITO (BOL-IDX) * BOL-PESO.
           IF BOL-PRODUTO GREATER 9
               SUBTRACT 9 FROM BOL-PRODUTO
           END-IF.
           ADD BOL-PRODUTO TO BOL-SOMA.
           COMPUTE BOL-PESO EQUAL 3 - BOL-PESO.

      *----------------------------------------------------------------*
      * DV GERAL MODULO 11 DOS 43 DIGITOS DE BOL-SEQUENCIA (REGRA NO    *
      * COPYBOOK BOLETO-VALIDACAO).                                     *
      *----------------------------------------------------------------*
       7700-CALCULA-DV-MOD11.
           MOVE ZEROS TO BOL-SOMA.
           MOVE 2 TO BOL-PESO.
           PERFORM 7710-SOMA-MOD11
               VARYING BOL-IDX FROM BOL-TAMANHO BY -1
               UNTIL BOL-IDX LESS 1.
           DIVIDE BOL-SOMA BY 11 GIVING BOL-QUOCIENTE
               REMAINDER BOL-RESTO.
           COMPUTE BOL-DV EQUAL 11 - BOL-RESTO.
           IF BOL-DV EQUAL ZEROS OR BOL-DV GREATER 9
               MOVE 1 TO BOL-DV
           END-IF.

       7710-SOMA-MOD11.
           COMPUTE BOL-SOMA EQUAL BOL-SOMA
               + BOL-DIGITO (BOL-IDX) * BOL-PESO.
           IF BOL-PESO EQUAL 9
               MOVE 2 TO BOL-PESO
           ELSE
               ADD 1 TO BOL-PESO
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA UM MOVIMENTO NO HISTORICO DA CONTA, COM A SEQUENCIA       *
      * CONTROLADA EM CONTA-PROX-SEQ (O CHAMADOR REGRAVA A CONTA). NA   *
      * CONTA DO CLIENTE O MOVIMENTO LEVA A VIA DO CARTAO DA SESSAO; O  *
      * CREDITO NA CONTA DE DESTINO DA TRANSFERENCIA SAI SEM CARTAO.    *
      *----------------------------------------------------------------*
       7500-GRAVA-MOVIMENTO-CONTA.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE TO CMV-DATA.
           MOVE WRK-HORA-AGORA TO CMV-HORA.
           MOVE WRK-VALOR-MOVIMENTO TO CMV-VALOR.
           IF CONTA-NUMERO EQUAL WRK-CONTA-DIGITADA
               MOVE WRK-CARTAO-VIA TO CMV-VIA-CARTAO
           ELSE
               MOVE ZEROS TO CMV-VIA-CARTAO
           END-IF.
           WRITE CONTA-MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE CONTA-MOVIMENTO-REGISTRO
           END-WRITE.

      *----------------------------------------------------------------*
      * CRITICA O SAQUE CONTRA O SALDO DA CONTA E O LIMITE DIARIO DO    *
      * CARTAO. O TOTAL JA SACADO NO DIA PELO CARTAO E ZERADO QUANDO A  *
      * DATA DO ULTIMO SAQUE NAO E A DE HOJE.                           *
      *----------------------------------------------------------------*
       0950-CRITICA-SALDO-LIMITE.
           MOVE "N" TO WRK-SAQUE-LIBERADO.

           IF CRT-DATA-ULT-SAQUE NOT EQUAL WRK-DATA-HOJE
               MOVE ZEROS TO CRT-SACADO-DIA
           END-IF.

           IF WRK-VALOR GREATER CONTA-SALDO
                   WRK-SALDO-EDITADO
           ELSE
               COMPUTE WRK-DISPONIVEL-DIA EQUAL
                   CRT-LIMITE-DIARIO - CRT-SACADO-DIA
               IF WRK-VALOR GREATER WRK-DISPONIVEL-DIA
                   DISPLAY 'LIMITE DIARIO EXCEDIDO - DISPONIVEL '
                       'HOJE: ' WRK-DISPONIVEL-DIA
           END-IF.

      *----------------------------------------------------------------*
      * POSTA O SAQUE DISPENSADO CONTRA O SALDO DA CONTA E O ACUMULADO  *
      * DO DIA DO CARTAO.                                               *
      *----------------------------------------------------------------*
       0970-POSTA-SAQUE-NA-CONTA.
           SUBTRACT WRK-VALOR FROM CONTA-SALDO.
           MOVE WRK-DATA-HOJE TO CRT-DATA-ULT-SAQUE.
           ADD WRK-VALOR TO CRT-SACADO-DIA.
           REWRITE CARTAO-REGISTRO.
           MOVE "cartoes.dat" TO WRK-ERR-ARQUIVO.
           MOVE "REWRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           MOVE WRK-VALOR TO WRK-VALOR-MOVIMENTO.
           MOVE 'S' TO CMV-TIPO.
           MOVE 'E' TO CMV-STATUS.
