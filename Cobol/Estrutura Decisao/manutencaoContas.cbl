       AUTHOR. "LUCAS KURATA".
      *    MANUTENCAO DO ARQUIVO DE CONTAS DO CAIXA ELETRONICO:
      *     INCLUSAO DE CONTA COM TITULAR, PIN, SALDO DE ABERTURA E
      *     LIMITE DIARIO DE SAQUE DA PRIMEIRA VIA DO CARTAO,
      *     CONSULTA, DEPOSITO EM CONTA, TROCA DE PIN DO CARTAO, OS
      *     CARTOES DA CONTA (EMISSAO PARA TITULAR ADICIONAL OU NOVA
      *     VIA E CANCELAMENTO, SUPERVISIONADOS), O DESBLOQUEIO
      *     SUPERVISIONADO - DA
      *     CONTA BLOQUEADA PELA TRIAGEM DE FRAUDE, QUE SAI DA LISTA
      *     QUENTE E TEM OS CASOS DE SUSPEITA MARCADOS COMO REVISADOS,
      *     E DO CARTAO BLOQUEADO POR PIN ERRADO, QUE TEM O CONTADOR
      *     ZERADO E A TROCA DO PIN OBRIGATORIA -
      *     E O ENCERRAMENTO SUPERVISIONADO, QUE LANCA JUROS E TARIFA
      *     FINAIS, PAGA O SALDO POR TRANSFERENCIA OU VALE E GRAVA O
      *     TERMO EM CONTAS_ENCERRADAS.DAT. TODO CAMPO DA CONTA
      *     INCLUIDO OU ALTERADO (TITULAR, SALDO, LIMITE, SITUACAO) VAI
      *     PARA A TRILHA CONTAS_AUDITORIA.DAT COM O VALOR ANTIGO, O
      *     NOVO E O USUARIO (CONSULTA NO PROG119), INCLUSIVE O
      *     PORTADOR, O LIMITE E A SITUACAO DE CADA CARTAO, COM A VIA
      *     NO NOME DO CAMPO; O PIN NUNCA E GRAVADO NA TRILHA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARTOES
           ASSIGN TO "cartoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARTAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-BLOQUEADAS
           ASSIGN TO "contas_bloqueadas.dat"
           ORGANIZATION IS INDEXED
           ASSIGN TO "ocorrencias_contas.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CASOS-FRAUDE
           ASSIGN TO "casos_fraude.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRD-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ORDENS
           ASSIGN TO "ordens_permanentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ORDEM-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ENCERRAMENTOS
           ASSIGN TO "contas_encerradas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ENC-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PARAMETROS
           ASSIGN TO "parametros_conta.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONTROLE
           ASSIGN TO "tarifas_controle.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-VALES
           ASSIGN TO "vale_encerramento.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-USUARIOS
           ASSIGN TO "usuarios.dat"
           ORGANIZATION IS INDEXED
           SELECT OPTIONAL ARQUIVO-SEGURANCA
           ASSIGN TO "seguranca.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO "contas_auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-CARTOES.
           COPY "CARTAO-REGISTRO.cpy".

       FD  ARQUIVO-BLOQUEADAS.
           COPY "CONTA-BLOQUEADA.cpy".

       FD  ARQUIVO-OCORRENCIAS.
       01  LINHA-OCORRENCIA PIC X(80).

       FD  ARQUIVO-CASOS-FRAUDE.
           COPY "CASO-FRAUDE.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

       FD  ARQUIVO-ORDENS.
           COPY "ORDEM-PERMANENTE.cpy".

       FD  ARQUIVO-ENCERRAMENTOS.
           COPY "CONTA-ENCERRAMENTO.cpy".

      *    PARAMETROS E CONTROLE DE COMPETENCIA DO TarifasJurosContas,
      *    USADOS NOS JUROS E NA TARIFA FINAIS DO ENCERRAMENTO.
       FD  ARQUIVO-PARAMETROS.
       01  PARAMETRO-REGISTRO.
           05 PAR-TARIFA        PIC 9(3)V99.
           05 PAR-TAXA-JUROS    PIC 9V9999.
           05 PAR-ISENCAO-SALDO PIC 9(7)V99.

       FD  ARQUIVO-CONTROLE.
       01  CONTROLE-REGISTRO.
           05 CTL-ULTIMA-COMPETENCIA PIC 9(6).

       FD  ARQUIVO-VALES.
       01  LINHA-VALE PIC X(80).

       FD  ARQUIVO-USUARIOS.
           COPY "USUARIO-REGISTRO.cpy".

       FD  ARQUIVO-SEGURANCA.
           COPY "SEGURANCA-REGISTRO.cpy".

       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-CADASTRO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-LOGIN-OK                   PIC A(1) VALUE "N".
       77 WRK-PERFIL-LOGADO              PIC X(1) VALUE "O".
       77 WRK-SEG-EVENTO                 PIC X(14) VALUE SPACES.
       77 WRK-SEG-OPCAO                  PIC X(20) VALUE SPACES.

      *    ENCERRAMENTO: SEM ENVELOPE PENDENTE NEM ORDEM PERMANENTE
      *    ATIVA; JUROS PROPORCIONAIS AOS DIAS DO MES E A TARIFA DO MES
      *    (MESMA REGRA DE ISENCAO DO BATCH), SE O BATCH AINDA NAO
      *    FECHOU A COMPETENCIA; O SALDO SAI POR TRANSFERENCIA OU VALE.
       77 WRK-QTD-ORDENS-ATIVAS          PIC 9(3) VALUE ZEROS.
       77 WRK-FIM-ORDENS                 PIC A(1) VALUE "N".
       77 WRK-JUROS-FINAIS               PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-TARIFA-FINAL               PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-SALDO-FINAL                PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-VALOR-MOVIMENTO            PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-DIA-ENCERRAMENTO           PIC 9(2) VALUE ZEROS.
       77 WRK-FORMA-PAGAMENTO            PIC X(1) VALUE SPACE.
       77 WRK-CONTA-DESTINO              PIC 9(8) VALUE ZEROS.
       77 WRK-DESTINO-OK                 PIC A(1) VALUE "N".
       77 WRK-CONFIRMA                   PIC X(1) VALUE SPACE.
       01 WRK-CONTA-SALVA                PIC X(120).

      *    CARTOES DA CONTA: A VIA NOVA E A MAIOR VIA JA EMITIDA MAIS
      *    UM; A VALIDADE E DE CINCO ANOS A PARTIR DO MES DE EMISSAO.
       77 WRK-OPCAO-CARTAO               PIC 9(1) VALUE ZEROS.
       77 WRK-VIA-PEDIDA                 PIC 9(2) VALUE ZEROS.
       77 WRK-ULTIMA-VIA                 PIC 9(2) VALUE ZEROS.
       77 WRK-QTD-CARTOES                PIC 9(2) VALUE ZEROS.
       77 WRK-FIM-CARTOES                PIC A(1) VALUE "N".
       77 WRK-CARTAO-ACHADO              PIC A(1) VALUE "N".
       77 WRK-PORTADOR                   PIC X(30) VALUE SPACES.
       77 WRK-PIN-NOVO                   PIC 9(4) VALUE ZEROS.
       77 WRK-LIMITE-NOVO                PIC 9(5) VALUE ZEROS.
       77 WRK-ANOS-VALIDADE              PIC 9(1) VALUE 5.
       77 WRK-ANO-VALIDADE               PIC 9(4) VALUE ZEROS.

      *    CASOS DE SUSPEITA DE FRAUDE DA CONTA, REVISADOS NO
      *    DESBLOQUEIO.
       77 WRK-FIM-CASOS                  PIC A(1) VALUE "N".
       77 WRK-QTD-CASOS-REVISADOS        PIC 9(3) VALUE ZEROS.

      *    TRILHA DE AUDITORIA POR CAMPO DA CONTA. AS OPCOES SEM LOGIN
      *    (INCLUSAO E DEPOSITO) GRAVAM O USUARIO "SEM LOGIN".
       77 WRK-AUD-CAMPO                  PIC X(25) VALUE SPACES.
       77 WRK-AUD-ANTIGO                 PIC X(30) VALUE SPACES.
       77 WRK-AUD-NOVO                   PIC X(30) VALUE SPACES.
       77 WRK-AUD-SALDO-ANTES            PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-AUD-SALDO-ORIGEM           PIC 9(7)V9(2) VALUE ZEROS.
       77 WRK-AUD-CAMPO-CARTAO           PIC X(17) VALUE SPACES.

      *=================================================================
       PROCEDURE                                       DIVISION.

       0000-MAINLINE.
           OPEN I-O ARQUIVO-CONTAS.
           OPEN I-O ARQUIVO-CARTOES.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-CARTOES.
           CLOSE ARQUIVO-AUDITORIA.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '1 - Incluir conta'.
           DISPLAY '2 - Consultar conta'.
           DISPLAY '3 - Deposito em conta'.
           DISPLAY '4 - Trocar PIN do cartao'.
           DISPLAY '5 - Desbloquear conta ou cartao (supervisor)'.
           DISPLAY '6 - Encerrar conta (supervisor)'.
           DISPLAY '7 - Cartoes da conta'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

                   THRU 5500-DESBLOQUEIA-CONTA-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 6
               PERFORM 5900-ENCERRA-CONTA
                   THRU 5900-ENCERRA-CONTA-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 7
               PERFORM 7000-CARTOES-DA-CONTA
                   THRU 7000-CARTOES-DA-CONTA-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.
                   DISPLAY 'CONTA JA CADASTRADA.'
               NOT INVALID KEY
                   DISPLAY 'CONTA INCLUIDA COM SUCESSO.'
                   PERFORM 2100-AUDITA-INCLUSAO
                   MOVE 1 TO WRK-VIA-PEDIDA
                   MOVE CONTA-TITULAR TO WRK-PORTADOR
                   MOVE CONTA-PIN TO WRK-PIN-NOVO
                   MOVE CONTA-LIMITE-DIARIO TO WRK-LIMITE-NOVO
                   PERFORM 7400-GRAVA-CARTAO
           END-WRITE.

      *    NA INCLUSAO O VALOR ANTIGO FICA EM BRANCO.
       2100-AUDITA-INCLUSAO.
           MOVE SPACES TO WRK-AUD-ANTIGO.
           MOVE "CONTA-TITULAR" TO WRK-AUD-CAMPO.
           MOVE CONTA-TITULAR TO WRK-AUD-NOVO.
           PERFORM 5990-GRAVA-AUDITORIA.

           MOVE "CONTA-SALDO" TO WRK-AUD-CAMPO.
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO.
           MOVE WRK-SALDO-EDITADO TO WRK-AUD-NOVO.
           PERFORM 5990-GRAVA-AUDITORIA.

           MOVE "CONTA-LIMITE-DIARIO" TO WRK-AUD-CAMPO.
           MOVE CONTA-LIMITE-DIARIO TO WRK-AUD-NOVO.
           PERFORM 5990-GRAVA-AUDITORIA.

       3000-CONSULTA-CONTA.
           PERFORM 6000-LOCALIZA-CONTA.

           IF WRK-CONTA-ACHADA EQUAL "S"
               PERFORM 7100-LISTA-CARTOES
           END-IF.

       4000-DEPOSITA-EM-CONTA.
           PERFORM 6000-LOCALIZA-CONTA.

           IF WRK-CONTA-ACHADA EQUAL "S"
               AND CONTA-ENCERRADA
               DISPLAY 'CONTA ENCERRADA - DEPOSITO NAO PERMITIDO.'
               MOVE "N" TO WRK-CONTA-ACHADA
           END-IF.

           IF WRK-CONTA-ACHADA EQUAL "S"
               DISPLAY 'VALOR DO DEPOSITO: '
               ACCEPT WRK-VALOR-DEPOSITO
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE CONTA-SALDO TO WRK-AUD-SALDO-ANTES
               ADD WRK-VALOR-DEPOSITO TO CONTA-SALDO
               OPEN I-O ARQUIVO-MOVIMENTOS-CONTA
               MOVE WRK-VALOR-DEPOSITO TO WRK-VALOR-MOVIMENTO
               MOVE "D" TO CMV-TIPO
               PERFORM 5950-GRAVA-MOVIMENTO
               CLOSE ARQUIVO-MOVIMENTOS-CONTA
               REWRITE CONTA-REGISTRO
               PERFORM 5985-AUDITA-SALDO
               MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
               DISPLAY 'NOVO SALDO: ' WRK-SALDO-EDITADO
           END-IF.

      *    O PIN E DO CARTAO. CARTAO BLOQUEADO SO TROCA O PIN NO
      *     DESBLOQUEIO SUPERVISIONADO.
       5000-TROCA-PIN.
           PERFORM 6000-LOCALIZA-CONTA.

           IF WRK-CONTA-ACHADA EQUAL "S"
               PERFORM 7200-LOCALIZA-CARTAO
           ELSE
               MOVE "N" TO WRK-CARTAO-ACHADO
           END-IF.

           IF WRK-CARTAO-ACHADO EQUAL "S"
               IF CARTAO-ATIVO
                   DISPLAY 'NOVO PIN (4 DIGITOS): '
                   ACCEPT CRT-PIN
                   REWRITE CARTAO-REGISTRO
                   DISPLAY 'PIN ALTERADO.'
               ELSE
                   DISPLAY 'CARTAO BLOQUEADO OU CANCELADO - PIN NAO '
                       'ALTERADO.'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * DESBLOQUEIO SUPERVISIONADO: EXIGE SUPERVISOR. CONTA BLOQUEADA   *
      * PELA TRIAGEM DE FRAUDE SAI DA LISTA QUENTE E TEM OS CASOS       *
      * REVISADOS; EM SEGUIDA, O CARTAO BLOQUEADO POR PIN ERRADO QUE O  *
      * SUPERVISOR INDICAR TEM O CONTADOR ZERADO E A TROCA DO PIN       *
      * OBRIGATORIA. CADA DESBLOQUEIO GRAVA A SUA OCORRENCIA.           *
      *----------------------------------------------------------------*
       5500-DESBLOQUEIA-CONTA.
           MOVE "DESBLOQUEIO" TO WRK-SEG-OPCAO.
           PERFORM 5600-VALIDA-SUPERVISOR.
           IF WRK-LOGIN-OK NOT EQUAL "S"
               OR WRK-PERFIL-LOGADO EQUAL "O"
               GO TO 5500-DESBLOQUEIA-CONTA-FIM
           END-IF.

           IF CONTA-ENCERRADA
               DISPLAY 'CONTA ENCERRADA.'
               GO TO 5500-DESBLOQUEIA-CONTA-FIM
           END-IF.

           IF CONTA-BLOQUEADA
               PERFORM 5510-LIBERA-CONTA
           ELSE
               DISPLAY 'CONTA NAO ESTA BLOQUEADA.'
           END-IF.

           PERFORM 5550-DESBLOQUEIA-CARTAO
               THRU 5550-DESBLOQUEIA-CARTAO-FIM.

       5500-DESBLOQUEIA-CONTA-FIM.
           EXIT.

       5510-LIBERA-CONTA.
           MOVE CONTA-SITUACAO TO WRK-AUD-ANTIGO.
           MOVE SPACE TO CONTA-SITUACAO.
           REWRITE CONTA-REGISTRO.
           MOVE "CONTA-SITUACAO" TO WRK-AUD-CAMPO.
           MOVE CONTA-SITUACAO TO WRK-AUD-NOVO.
           PERFORM 5990-GRAVA-AUDITORIA.

           OPEN I-O ARQUIVO-BLOQUEADAS.
           MOVE CONTA-NUMERO TO BLQ-CONTA.
           STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                  ' CONTA ' CONTA-NUMERO
                  ' DESBLOQUEADA POR ' WRK-USUARIO-DIGITADO
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.
           CLOSE ARQUIVO-OCORRENCIAS.

           PERFORM 5800-REVISA-CASOS-FRAUDE.

           MOVE "DESBLOQUEIO" TO WRK-SEG-EVENTO.
           PERFORM 5700-GRAVA-SEGURANCA.

           DISPLAY 'CONTA DESBLOQUEADA.'.

      *    O CARTAO BLOQUEADO POR PIN ERRADO VOLTA A OPERAR COM PIN
      *     NOVO; OS OUTROS CARTOES DA CONTA NAO SAO TOCADOS.
       5550-DESBLOQUEIA-CARTAO.
           DISPLAY 'VIA DO CARTAO A DESBLOQUEAR (00 = NENHUM): '.
           ACCEPT WRK-VIA-PEDIDA.
           IF WRK-VIA-PEDIDA EQUAL ZEROS
               GO TO 5550-DESBLOQUEIA-CARTAO-FIM
           END-IF.

           MOVE CONTA-NUMERO TO CRT-CONTA.
           MOVE WRK-VIA-PEDIDA TO CRT-VIA.
           READ ARQUIVO-CARTOES
               INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO.'
                   GO TO 5550-DESBLOQUEIA-CARTAO-FIM
           END-READ.

           IF NOT CARTAO-BLOQUEADO
               DISPLAY 'CARTAO NAO ESTA BLOQUEADO.'
               GO TO 5550-DESBLOQUEIA-CARTAO-FIM
           END-IF.

           DISPLAY 'NOVO PIN OBRIGATORIO (4 DIGITOS): '.
           ACCEPT CRT-PIN.
           MOVE CRT-SITUACAO TO WRK-AUD-ANTIGO.
           MOVE "A" TO CRT-SITUACAO.
           MOVE ZEROS TO CRT-TENTATIVAS-PIN.
           REWRITE CARTAO-REGISTRO.
           MOVE "CRT-SITUACAO" TO WRK-AUD-CAMPO-CARTAO.
           MOVE CRT-SITUACAO TO WRK-AUD-NOVO.
           PERFORM 7450-AUDITA-CARTAO.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           OPEN EXTEND ARQUIVO-OCORRENCIAS.
           MOVE SPACES TO LINHA-OCORRENCIA.
           STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                  ' CONTA ' CONTA-NUMERO
                  ' CARTAO ' CRT-VIA
                  ' DESBLOQUEADO POR ' WRK-USUARIO-DIGITADO
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.
           CLOSE ARQUIVO-OCORRENCIAS.

           MOVE "DESBLOQ-CARTAO" TO WRK-SEG-EVENTO.
           PERFORM 5700-GRAVA-SEGURANCA.

           DISPLAY 'CARTAO DESBLOQUEADO - PIN TROCADO.'.

       5550-DESBLOQUEIA-CARTAO-FIM.
           EXIT.

      *    GRAVA O EVENTO NO DIARIO CENTRAL DE SEGURANCA
      *    NA TENTATIVA NEGADA AINDA NAO HA CONTA DIGITADA - O ALVO
      *    REGISTRA A OPCAO TENTADA, NAO UM NUMERO ZERADO/VELHO.
           IF WRK-SEG-EVENTO EQUAL "OPCAO-NEGADA"
               MOVE WRK-SEG-OPCAO TO SEG-ALVO
           ELSE
               MOVE WRK-CONTA-PEDIDA TO SEG-ALVO
           END-IF.
           WRITE SEGURANCA-REGISTRO.
           CLOSE ARQUIVO-SEGURANCA.

      *    A CONTA BLOQUEADA PELA TRIAGEM DE FRAUDE SAI PELO MESMO
      *     DESBLOQUEIO: OS CASOS PENDENTES DA CONTA FICAM REVISADOS
      *     COM A DATA E O SUPERVISOR QUE LIBEROU.
       5800-REVISA-CASOS-FRAUDE.
           MOVE ZEROS TO WRK-QTD-CASOS-REVISADOS.
           MOVE "N" TO WRK-FIM-CASOS.
           OPEN I-O ARQUIVO-CASOS-FRAUDE.
           MOVE CONTA-NUMERO TO FRD-CONTA.
           MOVE ZEROS TO FRD-DATA.
           START ARQUIVO-CASOS-FRAUDE KEY IS NOT LESS FRD-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CASOS
           END-START.
           PERFORM 5810-LE-CASO-FRAUDE.
           PERFORM 5820-REVISA-CASO
               UNTIL WRK-FIM-CASOS EQUAL "S".
           CLOSE ARQUIVO-CASOS-FRAUDE.
           IF WRK-QTD-CASOS-REVISADOS GREATER ZEROS
               DISPLAY 'CASOS DE SUSPEITA DE FRAUDE REVISADOS: '
                   WRK-QTD-CASOS-REVISADOS
           END-IF.

       5810-LE-CASO-FRAUDE.
           IF WRK-FIM-CASOS NOT EQUAL "S"
               READ ARQUIVO-CASOS-FRAUDE NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CASOS
                   NOT AT END
                       IF FRD-CONTA NOT EQUAL CONTA-NUMERO
                           MOVE "S" TO WRK-FIM-CASOS
                       END-IF
               END-READ
           END-IF.

       5820-REVISA-CASO.
           IF FRAUDE-PENDENTE
               MOVE "R" TO FRD-SITUACAO
               MOVE WRK-DATA-HOJE TO FRD-DATA-REVISAO
               MOVE WRK-USUARIO-DIGITADO TO FRD-SUPERVISOR
               REWRITE CASO-FRAUDE-REGISTRO
               ADD 1 TO WRK-QTD-CASOS-REVISADOS
           END-IF.
           PERFORM 5810-LE-CASO-FRAUDE.

       5600-VALIDA-SUPERVISOR.
           MOVE "N" TO WRK-LOGIN-OK.
           DISPLAY 'Usuario do supervisor: '.
           END-READ.
           CLOSE ARQUIVO-USUARIOS.

      *----------------------------------------------------------------*
      * ENCERRAMENTO SUPERVISIONADO: CONTA SEM DEPOSITO EM ENVELOPE     *
      * PENDENTE, SEM ORDEM PERMANENTE ATIVA E NAO BLOQUEADA. LANCA OS  *
      * JUROS (J) E A TARIFA (F) FINAIS, PAGA O SALDO POR TRANSFERENCIA *
      * (T/R) OU VALE (V), MARCA A CONTA COMO ENCERRADA E GRAVA O TERMO *
      * EM CONTAS_ENCERRADAS.DAT, A OCORRENCIA E O EVENTO DE SEGURANCA. *
      *----------------------------------------------------------------*
       5900-ENCERRA-CONTA.
           MOVE "ENCERRAMENTO" TO WRK-SEG-OPCAO.
           PERFORM 5600-VALIDA-SUPERVISOR.
           IF WRK-LOGIN-OK NOT EQUAL "S"
               OR WRK-PERFIL-LOGADO EQUAL "O"
               DISPLAY 'ENCERRAMENTO RESTRITO A SUPERVISOR OU '
                   'ADMINISTRADOR.'
               MOVE "OPCAO-NEGADA" TO WRK-SEG-EVENTO
               PERFORM 5700-GRAVA-SEGURANCA
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           PERFORM 6000-LOCALIZA-CONTA.
           IF WRK-CONTA-ACHADA NOT EQUAL "S"
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           IF CONTA-ENCERRADA
               DISPLAY 'CONTA JA ENCERRADA.'
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           IF CONTA-BLOQUEADA
               DISPLAY 'CONTA BLOQUEADA - FACA O DESBLOQUEIO ANTES DE '
                   'ENCERRAR.'
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           IF CONTA-DEP-PENDENTE GREATER ZEROS
               MOVE CONTA-DEP-PENDENTE TO WRK-SALDO-EDITADO
               DISPLAY 'DEPOSITO EM ENVELOPE PENDENTE DE CONFERENCIA ('
                   WRK-SALDO-EDITADO ') - CONTA NAO ENCERRADA.'
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           PERFORM 5910-CONTA-ORDENS-ATIVAS.
           IF WRK-QTD-ORDENS-ATIVAS GREATER ZEROS
               DISPLAY 'CONTA COM ' WRK-QTD-ORDENS-ATIVAS
                   ' ORDEM(NS) PERMANENTE(S) ATIVA(S) - CANCELE NA '
                   'MANUTENCAO DE ORDENS ANTES DE ENCERRAR.'
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 5920-CALCULA-ENCARGOS-FINAIS.
           MOVE WRK-JUROS-FINAIS TO WRK-SALDO-EDITADO.
           DISPLAY 'JUROS FINAIS ...... ' WRK-SALDO-EDITADO.
           MOVE WRK-TARIFA-FINAL TO WRK-SALDO-EDITADO.
           DISPLAY 'TARIFA FINAL ...... ' WRK-SALDO-EDITADO.
           MOVE WRK-SALDO-FINAL TO WRK-SALDO-EDITADO.
           DISPLAY 'SALDO A PAGAR ..... ' WRK-SALDO-EDITADO.

           MOVE SPACE TO WRK-FORMA-PAGAMENTO.
           MOVE ZEROS TO WRK-CONTA-DESTINO.
           IF WRK-SALDO-FINAL GREATER ZEROS
               DISPLAY 'PAGAMENTO DO SALDO (T = TRANSFERENCIA, '
                   'V = VALE NO CAIXA DA AGENCIA): '
               ACCEPT WRK-FORMA-PAGAMENTO
               IF WRK-FORMA-PAGAMENTO EQUAL "t"
                   MOVE "T" TO WRK-FORMA-PAGAMENTO
               END-IF
               IF WRK-FORMA-PAGAMENTO EQUAL "v"
                   MOVE "V" TO WRK-FORMA-PAGAMENTO
               END-IF
               IF WRK-FORMA-PAGAMENTO NOT EQUAL "T"
                   AND WRK-FORMA-PAGAMENTO NOT EQUAL "V"
                   DISPLAY 'FORMA DE PAGAMENTO INVALIDA - CONTA NAO '
                       'ENCERRADA.'
                   GO TO 5900-ENCERRA-CONTA-FIM
               END-IF
           END-IF.

           IF WRK-FORMA-PAGAMENTO EQUAL "T"
               DISPLAY 'CONTA DE DESTINO DO SALDO: '
               ACCEPT WRK-CONTA-DESTINO
               PERFORM 5930-CONFERE-DESTINO
               IF WRK-DESTINO-OK NOT EQUAL "S"
                   GO TO 5900-ENCERRA-CONTA-FIM
               END-IF
           END-IF.

           DISPLAY 'CONFIRMA O ENCERRAMENTO DA CONTA ' CONTA-NUMERO
               '? (S/N)'.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT EQUAL "S" AND WRK-CONFIRMA NOT EQUAL "s"
               DISPLAY 'ENCERRAMENTO CANCELADO.'
               GO TO 5900-ENCERRA-CONTA-FIM
           END-IF.

           MOVE CONTA-SALDO TO WRK-AUD-SALDO-ANTES.
           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.
           IF WRK-JUROS-FINAIS GREATER ZEROS
               ADD WRK-JUROS-FINAIS TO CONTA-SALDO
               MOVE WRK-JUROS-FINAIS TO WRK-VALOR-MOVIMENTO
               MOVE "J" TO CMV-TIPO
               PERFORM 5950-GRAVA-MOVIMENTO
           END-IF.
           IF WRK-TARIFA-FINAL GREATER ZEROS
               SUBTRACT WRK-TARIFA-FINAL FROM CONTA-SALDO
               MOVE WRK-TARIFA-FINAL TO WRK-VALOR-MOVIMENTO
               MOVE "F" TO CMV-TIPO
               PERFORM 5950-GRAVA-MOVIMENTO
           END-IF.

           IF WRK-FORMA-PAGAMENTO EQUAL "T"
               PERFORM 5940-TRANSFERE-SALDO
           END-IF.
           IF WRK-FORMA-PAGAMENTO EQUAL "V"
               SUBTRACT WRK-SALDO-FINAL FROM CONTA-SALDO
               MOVE WRK-SALDO-FINAL TO WRK-VALOR-MOVIMENTO
               MOVE "V" TO CMV-TIPO
               PERFORM 5950-GRAVA-MOVIMENTO
               PERFORM 5960-IMPRIME-VALE
           END-IF.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.

           MOVE CONTA-SITUACAO TO WRK-AUD-ANTIGO.
           MOVE "E" TO CONTA-SITUACAO.
           REWRITE CONTA-REGISTRO.
           MOVE "CONTA-SITUACAO" TO WRK-AUD-CAMPO.
           MOVE CONTA-SITUACAO TO WRK-AUD-NOVO.
           PERFORM 5990-GRAVA-AUDITORIA.
           PERFORM 5985-AUDITA-SALDO.
           PERFORM 5970-CANCELA-CARTOES.

           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE CONTA-NUMERO TO ENC-CONTA.
           MOVE WRK-DATA-HOJE TO ENC-DATA.
           MOVE WRK-HORA-AGORA TO ENC-HORA.
           MOVE CONTA-TITULAR TO ENC-TITULAR.
           MOVE WRK-JUROS-FINAIS TO ENC-JUROS-FINAIS.
           MOVE WRK-TARIFA-FINAL TO ENC-TARIFA-FINAL.
           MOVE WRK-SALDO-FINAL TO ENC-SALDO-PAGO.
           MOVE WRK-FORMA-PAGAMENTO TO ENC-FORMA-PAGAMENTO.
           MOVE WRK-CONTA-DESTINO TO ENC-CONTA-DESTINO.
           MOVE WRK-USUARIO-DIGITADO TO ENC-SUPERVISOR.
           MOVE ZEROS TO ENC-DATA-ARQUIVAMENTO.
           OPEN I-O ARQUIVO-ENCERRAMENTOS.
           WRITE ENCERRAMENTO-REGISTRO
               INVALID KEY
                   REWRITE ENCERRAMENTO-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-ENCERRAMENTOS.

           OPEN EXTEND ARQUIVO-OCORRENCIAS.
           MOVE SPACES TO LINHA-OCORRENCIA.
           STRING WRK-DATA-HOJE ' ' WRK-HORA-AGORA
                  ' CONTA ' CONTA-NUMERO
                  ' ENCERRADA POR ' WRK-USUARIO-DIGITADO
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.
           CLOSE ARQUIVO-OCORRENCIAS.

           MOVE "ENCERRAMENTO" TO WRK-SEG-EVENTO.
           PERFORM 5700-GRAVA-SEGURANCA.

           DISPLAY 'CONTA ENCERRADA EM ' WRK-DATA-HOJE '.'.

       5900-ENCERRA-CONTA-FIM.
           EXIT.

      *    ORDENS PERMANENTES ATIVAS EM QUE A CONTA E A ORIGEM.
       5910-CONTA-ORDENS-ATIVAS.
           MOVE ZEROS TO WRK-QTD-ORDENS-ATIVAS.
           MOVE "N" TO WRK-FIM-ORDENS.
           OPEN INPUT ARQUIVO-ORDENS.
           MOVE CONTA-NUMERO TO ORD-CONTA.
           MOVE ZEROS TO ORD-SEQ.
           START ARQUIVO-ORDENS KEY IS NOT LESS ORDEM-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ORDENS
           END-START.
           PERFORM 5915-LE-ORDEM
               UNTIL WRK-FIM-ORDENS EQUAL "S".
           CLOSE ARQUIVO-ORDENS.

       5915-LE-ORDEM.
           IF WRK-FIM-ORDENS NOT EQUAL "S"
               READ ARQUIVO-ORDENS NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-ORDENS
                   NOT AT END
                       IF ORD-CONTA NOT EQUAL CONTA-NUMERO
                           MOVE "S" TO WRK-FIM-ORDENS
                       ELSE
                           IF ORDEM-ATIVA
                               ADD 1 TO WRK-QTD-ORDENS-ATIVAS
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *    JUROS PROPORCIONAIS AOS DIAS JA CORRIDOS DO MES E A TARIFA DO
      *     MES, COM OS PARAMETROS E A REGRA DE ISENCAO DO BATCH DE FIM
      *     DE MES. COMPETENCIA JA FECHADA PELO BATCH NAO COBRA DE NOVO.
       5920-CALCULA-ENCARGOS-FINAIS.
           MOVE ZEROS TO WRK-JUROS-FINAIS WRK-TARIFA-FINAL.
           MOVE ZEROS TO PAR-TARIFA PAR-TAXA-JUROS PAR-ISENCAO-SALDO.
           OPEN INPUT ARQUIVO-PARAMETROS.
           READ ARQUIVO-PARAMETROS
               AT END
                   CONTINUE
           END-READ.
           CLOSE ARQUIVO-PARAMETROS.

           MOVE ZEROS TO CTL-ULTIMA-COMPETENCIA.
           OPEN INPUT ARQUIVO-CONTROLE.
           READ ARQUIVO-CONTROLE
               AT END
                   CONTINUE
           END-READ.
           CLOSE ARQUIVO-CONTROLE.

           IF CTL-ULTIMA-COMPETENCIA NOT EQUAL WRK-DATA-HOJE (1:6)
               MOVE WRK-DATA-HOJE (7:2) TO WRK-DIA-ENCERRAMENTO
               COMPUTE WRK-JUROS-FINAIS ROUNDED EQUAL
                   CONTA-SALDO * PAR-TAXA-JUROS
                   * WRK-DIA-ENCERRAMENTO / 30
               IF CONTA-SALDO + WRK-JUROS-FINAIS LESS PAR-ISENCAO-SALDO
                   MOVE PAR-TARIFA TO WRK-TARIFA-FINAL
                   IF WRK-TARIFA-FINAL GREATER
                       CONTA-SALDO + WRK-JUROS-FINAIS
                       COMPUTE WRK-TARIFA-FINAL EQUAL
                           CONTA-SALDO + WRK-JUROS-FINAIS
                   END-IF
               END-IF
           END-IF.

           COMPUTE WRK-SALDO-FINAL EQUAL
               CONTA-SALDO + WRK-JUROS-FINAIS - WRK-TARIFA-FINAL.

      *    DESTINO DO SALDO: CADASTRADO, DIFERENTE DA CONTA E NAO
      *     ENCERRADO. A CONTA QUE ESTA SENDO ENCERRADA VOLTA PARA A
      *     AREA DO REGISTRO NO FIM.
       5930-CONFERE-DESTINO.
           MOVE "N" TO WRK-DESTINO-OK.
           MOVE CONTA-REGISTRO TO WRK-CONTA-SALVA.
           IF WRK-CONTA-DESTINO EQUAL CONTA-NUMERO
               DISPLAY 'DESTINO IGUAL A CONTA ENCERRADA.'
           ELSE
               MOVE WRK-CONTA-DESTINO TO CONTA-NUMERO
               READ ARQUIVO-CONTAS
                   INVALID KEY
                       DISPLAY 'CONTA DE DESTINO NAO ENCONTRADA.'
                   NOT INVALID KEY
                       IF CONTA-ENCERRADA
                           DISPLAY 'CONTA DE DESTINO ENCERRADA.'
                       ELSE
                           MOVE "S" TO WRK-DESTINO-OK
                           DISPLAY 'DESTINO: ' CONTA-TITULAR
                       END-IF
               END-READ
           END-IF.
           MOVE WRK-CONTA-SALVA TO CONTA-REGISTRO.

      *    CREDITO (R) NO DESTINO E DEBITO (T) NA CONTA ENCERRADA, COMO
      *     NA TRANSFERENCIA DO CAIXA ELETRONICO.
       5940-TRANSFERE-SALDO.
           MOVE CONTA-REGISTRO TO WRK-CONTA-SALVA.
           MOVE WRK-CONTA-DESTINO TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   CONTINUE
           END-READ.
           MOVE WRK-AUD-SALDO-ANTES TO WRK-AUD-SALDO-ORIGEM.
           MOVE CONTA-SALDO TO WRK-AUD-SALDO-ANTES.
           ADD WRK-SALDO-FINAL TO CONTA-SALDO.
           MOVE WRK-SALDO-FINAL TO WRK-VALOR-MOVIMENTO.
           MOVE "R" TO CMV-TIPO.
           PERFORM 5950-GRAVA-MOVIMENTO.
           REWRITE CONTA-REGISTRO.
           PERFORM 5985-AUDITA-SALDO.

           MOVE WRK-CONTA-SALVA TO CONTA-REGISTRO.
           MOVE WRK-AUD-SALDO-ORIGEM TO WRK-AUD-SALDO-ANTES.
           SUBTRACT WRK-SALDO-FINAL FROM CONTA-SALDO.
           MOVE WRK-SALDO-FINAL TO WRK-VALOR-MOVIMENTO.
           MOVE "T" TO CMV-TIPO.
           PERFORM 5950-GRAVA-MOVIMENTO.

       5950-GRAVA-MOVIMENTO.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           ADD 1 TO CONTA-PROX-SEQ.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE CONTA-PROX-SEQ TO CMV-SEQ.
           MOVE WRK-DATA-HOJE TO CMV-DATA.
           MOVE WRK-HORA-AGORA TO CMV-HORA.
           MOVE WRK-VALOR-MOVIMENTO TO CMV-VALOR.
           MOVE "E" TO CMV-STATUS.
           MOVE ZEROS TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE CONTA-MOVIMENTO-REGISTRO
           END-WRITE.

      *    SALDO DA CONTA NA AREA: ANTES (WRK-AUD-SALDO-ANTES) E DEPOIS.
       5985-AUDITA-SALDO.
           MOVE "CONTA-SALDO" TO WRK-AUD-CAMPO.
           MOVE WRK-AUD-SALDO-ANTES TO WRK-SALDO-EDITADO.
           MOVE WRK-SALDO-EDITADO TO WRK-AUD-ANTIGO.
           MOVE CONTA-SALDO TO WRK-SALDO-EDITADO.
           MOVE WRK-SALDO-EDITADO TO WRK-AUD-NOVO.
           PERFORM 5990-GRAVA-AUDITORIA.

      *    UMA LINHA NA TRILHA CONTAS_AUDITORIA.DAT PARA O CAMPO
      *     ALTERADO DA CONTA QUE ESTA NA AREA DO REGISTRO.
       5990-GRAVA-AUDITORIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-AGORA FROM TIME.
           MOVE SPACES TO AUDITORIA-CADASTRO-REGISTRO.
           MOVE CONTA-NUMERO TO AUC-CHAVE.
           MOVE WRK-AUD-CAMPO TO AUC-CAMPO.
           MOVE WRK-AUD-ANTIGO TO AUC-VALOR-ANTIGO.
           MOVE WRK-AUD-NOVO TO AUC-VALOR-NOVO.
           IF WRK-LOGIN-OK EQUAL "S"
               MOVE WRK-USUARIO-DIGITADO TO AUC-USUARIO
           ELSE
               MOVE "SEM LOGIN" TO AUC-USUARIO
           END-IF.
           MOVE "MANCONTA" TO AUC-PROGRAMA.
           STRING WRK-DATA-HOJE WRK-HORA-AGORA DELIMITED BY SIZE
               INTO AUC-DATA-HORA.
           WRITE AUDITORIA-CADASTRO-REGISTRO.

      *    VALE DO SALDO, PAGO NO CAIXA DA AGENCIA AO TITULAR.
       5960-IMPRIME-VALE.
           MOVE WRK-SALDO-FINAL TO WRK-SALDO-EDITADO.
           OPEN EXTEND ARQUIVO-VALES.
           MOVE ALL "-" TO LINHA-VALE.
           WRITE LINHA-VALE.
           MOVE SPACES TO LINHA-VALE.
           STRING "VALE DE ENCERRAMENTO DE CONTA - " WRK-DATA-HOJE
               DELIMITED BY SIZE INTO LINHA-VALE.
           WRITE LINHA-VALE.
           MOVE SPACES TO LINHA-VALE.
           STRING "CONTA " CONTA-NUMERO "  TITULAR " CONTA-TITULAR
               DELIMITED BY SIZE INTO LINHA-VALE.
           WRITE LINHA-VALE.
           MOVE SPACES TO LINHA-VALE.
           STRING "VALOR A PAGAR: " WRK-SALDO-EDITADO
               "  AUTORIZADO POR " WRK-USUARIO-DIGITADO
               DELIMITED BY SIZE INTO LINHA-VALE.
           WRITE LINHA-VALE.
           MOVE SPACES TO LINHA-VALE.
           STRING "PAGAR NO CAIXA DA AGENCIA MEDIANTE DOCUMENTO DO "
               "TITULAR."
               DELIMITED BY SIZE INTO LINHA-VALE.
           WRITE LINHA-VALE.
           CLOSE ARQUIVO-VALES.
           DISPLAY 'VALE DE ' WRK-SALDO-EDITADO
               ' GRAVADO EM vale_encerramento.lst.'.

      *    CONTA ENCERRADA NAO TEM CARTAO VALIDO: TODAS AS VIAS AINDA
      *     NAO CANCELADAS SAO CANCELADAS.
       5970-CANCELA-CARTOES.
           PERFORM 7110-POSICIONA-CARTOES.
           PERFORM 5975-CANCELA-CARTAO
               UNTIL WRK-FIM-CARTOES EQUAL "S".

       5975-CANCELA-CARTAO.
           IF NOT CARTAO-CANCELADO
               MOVE CRT-SITUACAO TO WRK-AUD-ANTIGO
               MOVE "C" TO CRT-SITUACAO
               REWRITE CARTAO-REGISTRO
               MOVE "CRT-SITUACAO" TO WRK-AUD-CAMPO-CARTAO
               MOVE CRT-SITUACAO TO WRK-AUD-NOVO
               PERFORM 7450-AUDITA-CARTAO
           END-IF.
           PERFORM 7120-LE-CARTAO.

      *----------------------------------------------------------------*
      * PEDE O NUMERO DA CONTA E POSICIONA O REGISTRO, SINALIZANDO EM   *
      * WRK-CONTA-ACHADA SE A CONTA EXISTE.                             *
                   DISPLAY 'CONTA: ' CONTA-NUMERO
                       '  TITULAR: ' CONTA-TITULAR
                   DISPLAY 'SALDO: ' WRK-SALDO-EDITADO
           END-READ.

      *----------------------------------------------------------------*
      * CARTOES DA CONTA: LISTA AS VIAS E EMITE CARTAO PARA TITULAR     *
      * ADICIONAL (CONTA CONJUNTA) OU NOVA VIA, OU CANCELA UMA VIA.     *
      * O CARTAO LEVA O LIMITE DE SAQUE E O NOME DO TITULAR ADICIONAL:  *
      * EXIGE SUPERVISOR OU ADMINISTRADOR, QUE VAI COMO USUARIO NA      *
      * TRILHA DE AUDITORIA.                                            *
      *----------------------------------------------------------------*
       7000-CARTOES-DA-CONTA.
           MOVE "CARTOES" TO WRK-SEG-OPCAO.
           PERFORM 5600-VALIDA-SUPERVISOR.
           IF WRK-LOGIN-OK NOT EQUAL "S"
               OR WRK-PERFIL-LOGADO EQUAL "O"
               DISPLAY 'CARTOES RESTRITOS A SUPERVISOR OU '
                   'ADMINISTRADOR.'
               MOVE "OPCAO-NEGADA" TO WRK-SEG-EVENTO
               PERFORM 5700-GRAVA-SEGURANCA
               GO TO 7000-CARTOES-DA-CONTA-FIM
           END-IF.

           PERFORM 6000-LOCALIZA-CONTA.
           IF WRK-CONTA-ACHADA NOT EQUAL "S"
               GO TO 7000-CARTOES-DA-CONTA-FIM
           END-IF.

           IF CONTA-ENCERRADA
               DISPLAY 'CONTA ENCERRADA.'
               GO TO 7000-CARTOES-DA-CONTA-FIM
           END-IF.

           PERFORM 7100-LISTA-CARTOES.

           DISPLAY '1 - Emitir cartao (titular adicional ou nova via)'.
           DISPLAY '2 - Cancelar cartao'.
           DISPLAY '0 - Voltar'.
           ACCEPT WRK-OPCAO-CARTAO.

           IF WRK-OPCAO-CARTAO EQUAL 1
               PERFORM 7500-EMITE-CARTAO
           END-IF.

           IF WRK-OPCAO-CARTAO EQUAL 2
               PERFORM 7600-CANCELA-CARTAO
           END-IF.

       7000-CARTOES-DA-CONTA-FIM.
           EXIT.

      *    LISTA OS CARTOES DA CONTA E GUARDA A MAIOR VIA EMITIDA.
       7100-LISTA-CARTOES.
           MOVE ZEROS TO WRK-QTD-CARTOES WRK-ULTIMA-VIA.
           PERFORM 7110-POSICIONA-CARTOES.
           PERFORM 7130-EXIBE-CARTAO
               UNTIL WRK-FIM-CARTOES EQUAL "S".
           IF WRK-QTD-CARTOES EQUAL ZEROS
               DISPLAY 'CONTA SEM CARTOES.'
           END-IF.

       7110-POSICIONA-CARTOES.
           MOVE "N" TO WRK-FIM-CARTOES.
           MOVE CONTA-NUMERO TO CRT-CONTA.
           MOVE ZEROS TO CRT-VIA.
           START ARQUIVO-CARTOES KEY IS NOT LESS CARTAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-CARTOES
           END-START.
           PERFORM 7120-LE-CARTAO.

       7120-LE-CARTAO.
           IF WRK-FIM-CARTOES NOT EQUAL "S"
               READ ARQUIVO-CARTOES NEXT RECORD
                   AT END
                       MOVE "S" TO WRK-FIM-CARTOES
                   NOT AT END
                       IF CRT-CONTA NOT EQUAL CONTA-NUMERO
                           MOVE "S" TO WRK-FIM-CARTOES
                       END-IF
               END-READ
           END-IF.

       7130-EXIBE-CARTAO.
           ADD 1 TO WRK-QTD-CARTOES.
           MOVE CRT-VIA TO WRK-ULTIMA-VIA.
           DISPLAY 'CARTAO ' CRT-CONTA CRT-VIA '  ' CRT-PORTADOR
               '  VALIDADE ' CRT-VALIDADE
               '  LIMITE ' CRT-LIMITE-DIARIO
               '  SITUACAO ' CRT-SITUACAO.
           PERFORM 7120-LE-CARTAO.

      *    PEDE A VIA E LE O CARTAO DA CONTA POSICIONADA.
       7200-LOCALIZA-CARTAO.
           MOVE "N" TO WRK-CARTAO-ACHADO.
           DISPLAY 'VIA DO CARTAO: '.
           ACCEPT WRK-VIA-PEDIDA.
           MOVE CONTA-NUMERO TO CRT-CONTA.
           MOVE WRK-VIA-PEDIDA TO CRT-VIA.
           READ ARQUIVO-CARTOES
               INVALID KEY
                   DISPLAY 'CARTAO NAO ENCONTRADO.'
               NOT INVALID KEY
                   MOVE "S" TO WRK-CARTAO-ACHADO
                   DISPLAY 'PORTADOR: ' CRT-PORTADOR
           END-READ.

      *    GRAVA O CARTAO DA VIA PEDIDA, ATIVO, COM VALIDADE DE CINCO
      *     ANOS A PARTIR DO MES DE EMISSAO.
       7400-GRAVA-CARTAO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE CONTA-NUMERO TO CRT-CONTA.
           MOVE WRK-VIA-PEDIDA TO CRT-VIA.
           MOVE WRK-PORTADOR TO CRT-PORTADOR.
           MOVE WRK-PIN-NOVO TO CRT-PIN.
           MOVE ZEROS TO CRT-TENTATIVAS-PIN.
           MOVE WRK-DATA-HOJE (1:4) TO WRK-ANO-VALIDADE.
           ADD WRK-ANOS-VALIDADE TO WRK-ANO-VALIDADE.
           MOVE WRK-ANO-VALIDADE TO CRT-VALIDADE (1:4).
           MOVE WRK-DATA-HOJE (5:2) TO CRT-VALIDADE (5:2).
           MOVE WRK-LIMITE-NOVO TO CRT-LIMITE-DIARIO.
           MOVE ZEROS TO CRT-DATA-ULT-SAQUE.
           MOVE ZEROS TO CRT-SACADO-DIA.
           MOVE WRK-DATA-HOJE TO CRT-DATA-EMISSAO.
           MOVE "A" TO CRT-SITUACAO.

           WRITE CARTAO-REGISTRO
               INVALID KEY
                   DISPLAY 'CARTAO JA CADASTRADO.'
               NOT INVALID KEY
                   DISPLAY 'CARTAO ' CRT-CONTA CRT-VIA
                       ' EMITIDO - VALIDADE ' CRT-VALIDADE
                   PERFORM 7410-AUDITA-EMISSAO
           END-WRITE.

      *    NA EMISSAO O VALOR ANTIGO FICA EM BRANCO.
       7410-AUDITA-EMISSAO.
           MOVE SPACES TO WRK-AUD-ANTIGO.
           MOVE "CRT-PORTADOR" TO WRK-AUD-CAMPO-CARTAO.
           MOVE CRT-PORTADOR TO WRK-AUD-NOVO.
           PERFORM 7450-AUDITA-CARTAO.

           MOVE "CRT-LIMITE-DIARIO" TO WRK-AUD-CAMPO-CARTAO.
           MOVE CRT-LIMITE-DIARIO TO WRK-AUD-NOVO.
           PERFORM 7450-AUDITA-CARTAO.

           MOVE "CRT-SITUACAO" TO WRK-AUD-CAMPO-CARTAO.
           MOVE CRT-SITUACAO TO WRK-AUD-NOVO.
           PERFORM 7450-AUDITA-CARTAO.

      *    LINHA DA TRILHA PARA UM CAMPO DO CARTAO NA AREA: A CHAVE E A
      *     CONTA, ENTAO A VIA VAI NO NOME DO CAMPO (CAMPO VIA NN).
       7450-AUDITA-CARTAO.
           MOVE SPACES TO WRK-AUD-CAMPO.
           STRING WRK-AUD-CAMPO-CARTAO DELIMITED BY SPACE
               " VIA " CRT-VIA DELIMITED BY SIZE
               INTO WRK-AUD-CAMPO.
           PERFORM 5990-GRAVA-AUDITORIA.

      *    PORTADOR EM BRANCO E O PROPRIO TITULAR DA CONTA.
       7500-EMITE-CARTAO.
           IF WRK-ULTIMA-VIA EQUAL 99
               DISPLAY 'CONTA JA TEM 99 VIAS - EMISSAO NAO PERMITIDA.'
           ELSE
               DISPLAY 'PORTADOR (BRANCO = TITULAR DA CONTA): '
               MOVE SPACES TO WRK-PORTADOR
               ACCEPT WRK-PORTADOR
               IF WRK-PORTADOR EQUAL SPACES
                   MOVE CONTA-TITULAR TO WRK-PORTADOR
               END-IF
               DISPLAY 'PIN (4 DIGITOS): '
               ACCEPT WRK-PIN-NOVO
               DISPLAY 'LIMITE DIARIO DE SAQUE: '
               ACCEPT WRK-LIMITE-NOVO
               COMPUTE WRK-VIA-PEDIDA EQUAL WRK-ULTIMA-VIA + 1
               PERFORM 7400-GRAVA-CARTAO
           END-IF.

      *    CANCELAMENTO A PEDIDO DO PORTADOR (PERDA, ROUBO, SAIDA DO
      *     TITULAR DA CONTA CONJUNTA). A VIA CANCELADA NAO VOLTA.
       7600-CANCELA-CARTAO.
           PERFORM 7200-LOCALIZA-CARTAO.
           IF WRK-CARTAO-ACHADO EQUAL "S"
               IF CARTAO-CANCELADO
                   DISPLAY 'CARTAO JA CANCELADO.'
               ELSE
                   MOVE CRT-SITUACAO TO WRK-AUD-ANTIGO
                   MOVE "C" TO CRT-SITUACAO
                   REWRITE CARTAO-REGISTRO
                   MOVE "CRT-SITUACAO" TO WRK-AUD-CAMPO-CARTAO
                   MOVE CRT-SITUACAO TO WRK-AUD-NOVO
                   PERFORM 7450-AUDITA-CARTAO
                   DISPLAY 'CARTAO CANCELADO.'
               END-IF
           END-IF.
