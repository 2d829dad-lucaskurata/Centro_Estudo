           ASSIGN TO "holerites.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DOCUMENTO
           ASSIGN TO DYNAMIC WRK-NOME-DOCUMENTO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-DISTRIBUICAO
           ASSIGN TO "holerites_distribuicao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-YTD
           ASSIGN TO "salario_ytd.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONSIGNACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PLANOS
           ASSIGN TO "planos_saude.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLS-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ADESOES
           ASSIGN TO "adesoes_plano.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADESAO-CHAVE
           ACCESS MODE IS DYNAMIC.


           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPRESTIMO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PENSOES
           ASSIGN TO "pensoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PENSAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-AFASTAMENTOS
           ASSIGN TO "afastamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS AFASTAMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DIFERENCAS
           ASSIGN TO "diferencas_retroativas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DIFERENCA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARGOS
           ASSIGN TO "cargos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARGO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ALTERACOES
           ASSIGN TO "alteracoes_pendentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALTERACAO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-ALT-PENDENTES
           ASSIGN TO "alteracoes_pendentes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-NUMERO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-CREDITOS-INTERNOS
           ASSIGN TO "creditos_salario_internos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CRI-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT ARQUIVO-CRI-EXCECOES
           ASSIGN TO "credito_interno_excecoes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-CONCILIACAO
           ASSIGN TO "folha_conciliacao_creditos.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

      *    HOLERITES.LST E SO A LISTA DE IMPRESSAO: LEVA APENAS OS
      *    FUNCIONARIOS SEM E-MAIL VALIDO NO CADASTRO. QUEM TEM E-MAIL
      *    RECEBE UM DOCUMENTO PROPRIO (HOLERITE_AAAAMM_T_CCCC.LST,
      *    ENDERECADO NA PRIMEIRA LINHA), E CADA HOLERITE EMITIDO VAI
      *    PARA O CONTROLE DE DISTRIBUICAO.
       FD  ARQUIVO-HOLERITE.
       01  LINHA-HOLERITE PIC X(80).

       FD  ARQUIVO-DOCUMENTO.
       01  LINHA-DOCUMENTO PIC X(80).

       FD  ARQUIVO-DISTRIBUICAO.
           COPY "HOLERITE-DISTRIBUICAO.cpy".

       FD  ARQUIVO-SIMULACAO.
       01  LINHA-SIMULACAO PIC X(80).


      *    ARQUIVO DE REMESSA DE CREDITO DE SALARIOS PARA O BANCO:
      *    HEADER (0), UM DETALHE (1) POR FUNCIONARIO ATIVO COM O
      *    LIQUIDO A CREDITAR, UM DETALHE (2) POR BENEFICIARIO DE
      *    PENSAO ALIMENTICIA (MESMO LAYOUT, CONTA DO BENEFICIARIO), E
      *    TRAILER (9) COM QUANTIDADE E VALOR TOTAL PARA O BANCO
      *    CRITICAR O LOTE. O DETALHE LEVA O CPF DO FAVORECIDO - O DO
      *    FUNCIONARIO; O BENEFICIARIO DE PENSAO VAI SEM CPF (ZERADO),
      *    QUE O CADASTRO DE PENSOES NAO TEM.
       FD  ARQUIVO-REMESSA.
       01  REMESSA-HEADER.
           05 REM-H-TIPO        PIC X(1).
           05 REM-D-CONTA-DV    PIC X(1).
           05 REM-D-VALOR       PIC 9(8)V99.
           05 REM-D-NOME        PIC X(20).
           05 REM-D-CPF         PIC 9(11).
       01  REMESSA-TRAILER.
           05 REM-T-TIPO        PIC X(1).
           05 REM-T-QTD         PIC 9(6).
       FD  ARQUIVO-CONSIGNACOES.
           COPY "CONSIGNACAO-REGISTRO.cpy".

       FD  ARQUIVO-PLANOS.
           COPY "PLANO-SAUDE.cpy".

       FD  ARQUIVO-ADESOES.
           COPY "ADESAO-PLANO.cpy".


       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".
       FD  ARQUIVO-EMPRESTIMOS.
           COPY "EMPRESTIMO-REGISTRO.cpy".

       FD  ARQUIVO-PENSOES.
           COPY "PENSAO-ALIMENTICIA.cpy".

       FD  ARQUIVO-AFASTAMENTOS.
           COPY "AFASTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-DIFERENCAS.
           COPY "DIFERENCA-RETROATIVA.cpy".

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-REGISTRO.cpy".

       FD  ARQUIVO-ALTERACOES.
           COPY "ALTERACAO-PENDENTE.cpy".

       FD  ARQUIVO-ALT-PENDENTES.
       01  LINHA-ALT-PENDENTES PIC X(80).

      *    FUNCIONARIO COM CONTA NO PROPRIO BANCO (FUNCIONARIO-BANCO
      *    IGUAL A WRK-BANCO-PROPRIO) NAO VAI NA REMESSA: O LIQUIDO E
      *    CREDITADO DIRETO NA CONTA (CONTAS.DAT), COM UM MOVIMENTO DE
      *    CREDITO DE SALARIO (C) DATADO DO DIA DE CREDITO, E FICA NO
      *    CONTROLE DE CREDITOS INTERNOS. CONTA ENCERRADA, BLOQUEADA
      *    OU INEXISTENTE NAO RECEBE: O FUNCIONARIO VAI PARA
      *    CREDITO_INTERNO_EXCECOES.LST (WORKLIST DE EXCECOES) PARA O
      *    PESSOAL PAGAR POR FORA.
       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

       FD  ARQUIVO-CREDITOS-INTERNOS.
           COPY "CREDITO-INTERNO.cpy".

       FD  ARQUIVO-CRI-EXCECOES.
       01  LINHA-CRI-EXCECOES PIC X(80).

      *    CONCILIACAO DOS CREDITOS DA RODADA: CREDITO EM CONTA DA CASA
      *    MAIS REMESSA BANCARIA MAIS EXCECOES FECHAM COM O LIQUIDO
      *    TOTAL DA FOLHA.
       FD  ARQUIVO-CONCILIACAO.
       01  LINHA-CONCILIACAO PIC X(80).

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-TOT-CONSIGNACOES               PIC 9(6)V99 VALUE ZEROS.
       77 WRK-VALOR-CONSIGNACAO              PIC 9(6)V99 VALUE ZEROS.

      *    PLANO DE SAUDE (PLANOS_SAUDE.DAT / ADESOES_PLANO.DAT): A
      *    PARTICIPACAO DO FUNCIONARIO NO PRECO DE CADA VIDA COBERTA NA
      *    COMPETENCIA, PELA FAIXA ETARIA DA VIDA, NUMA LINHA SO DO
      *    HOLERITE COM O TOTAL DO GRUPO FAMILIAR.
       77 WRK-FIM-ADESOES                    PIC A(1) VALUE "N".
       77 WRK-PLANO-ACHADO                   PIC A(1) VALUE "N".
       77 WRK-TOT-PLANO-SAUDE                PIC 9(6)V99 VALUE ZEROS.
       77 WRK-QTD-VIDAS-PLANO                PIC 9(2) VALUE ZEROS.
       77 WRK-PLS-INICIO-MES                 PIC 9(6) VALUE ZEROS.
       77 WRK-PLS-FIM-MES                    PIC 9(6) VALUE ZEROS.
       77 WRK-PLS-DATA-NASC                  PIC 9(8) VALUE ZEROS.
       77 WRK-PLS-ANO-NASC                   PIC 9(4) VALUE ZEROS.
       77 WRK-PLS-MES-NASC                   PIC 9(2) VALUE ZEROS.
       77 WRK-PLS-ANO-COMP                   PIC 9(4) VALUE ZEROS.
       77 WRK-PLS-MES-COMP                   PIC 9(2) VALUE ZEROS.
       77 WRK-PLS-IDADE                      PIC 9(3) VALUE ZEROS.
       77 WRK-PLS-FAIXA                      PIC 9(2) VALUE ZEROS.
       77 WRK-PLS-PERCENTUAL                 PIC 9(3)V99 VALUE ZEROS.
       77 WRK-PLS-VALOR-VIDA                 PIC 9(5)V99 VALUE ZEROS.

      *    EMPRESTIMOS CONSIGNADOS (EMPRESTIMOS.DAT, PROG75): PARCELA
      *    DEVIDA DESCONTADA DO LIQUIDO, COM SUSPENSAO AUTOMATICA NO
      *    MES EM QUE O LIQUIDO FICARIA NEGATIVO.
       77 WRK-FIM-EMPRESTIMOS                PIC A(1) VALUE "N".
       77 WRK-PARCELA-DEVIDA                 PIC 9(6)V99 VALUE ZEROS.

      *    PENSAO ALIMENTICIA (PENSOES.DAT, PROG100): DESCONTADA DEPOIS
      *    DO IR/INSS, CONFORME A ORDEM; O CREDITO DE CADA BENEFICIARIO
      *    FICA GUARDADO ATE A GRAVACAO DA REMESSA DO FUNCIONARIO.
       77 WRK-FIM-PENSOES                    PIC A(1) VALUE "N".
       77 WRK-TOT-PENSOES                    PIC 9(6)V99 VALUE ZEROS.
       77 WRK-VALOR-PENSAO                   PIC 9(6)V99 VALUE ZEROS.
       77 WRK-BASE-PENSAO                    PIC S9(7)V99 VALUE ZEROS.
       77 WRK-QTD-PENSOES                    PIC 9(1) VALUE ZEROS.
       77 WRK-PEN-IDX                        PIC 9(1) VALUE ZEROS.
       01 WRK-PENSOES-REMESSA.
           05 WRK-PEN-ITEM OCCURS 5 TIMES.
               10 WRK-PEN-NOME               PIC X(20).
               10 WRK-PEN-BANCO              PIC 9(3).
               10 WRK-PEN-AGENCIA            PIC 9(4).
               10 WRK-PEN-CONTA              PIC 9(10).
               10 WRK-PEN-CONTA-DV           PIC X(1).
               10 WRK-PEN-VALOR              PIC 9(6)V99.

      *    FERIAS APROVADAS QUE CAEM NA COMPETENCIA: DIAS DE FERIAS
      *    DENTRO DO MES, VALOR DOS DIAS E TERCO CONSTITUCIONAL. O
      *    SALARIO NORMAL E PRORRATEADO PELOS DIAS RESTANTES DO MES
       77 WRK-FER-TERCO                      PIC 9(6)V99 VALUE ZEROS.
       77 WRK-FER-TOT-DIAS                   PIC 9(2) VALUE ZEROS.

      *    AFASTAMENTOS QUE CAEM NA COMPETENCIA: DOENCA E ACIDENTE
      *    DEIXAM DE SER PAGOS A PARTIR DO 16O DIA (INSS ASSUME) E A
      *    LICENCA NAO REMUNERADA DESDE O PRIMEIRO DIA, NA BASE DE 30
      *    DIAS DA FOLHA.
       77 WRK-FIM-AFASTAMENTOS               PIC A(1) VALUE "N".
       77 WRK-AFA-INICIO-DESCONTO            PIC 9(8) VALUE ZEROS.
       77 WRK-AFA-FIM-DESCONTO               PIC 9(8) VALUE ZEROS.
       77 WRK-AFA-DIA-INI                    PIC 9(2) VALUE ZEROS.
       77 WRK-AFA-DIA-FIM                    PIC 9(2) VALUE ZEROS.
       77 WRK-AFA-DIAS                       PIC 9(2) VALUE ZEROS.
       77 WRK-AFA-VALOR                      PIC 9(6)V99 VALUE ZEROS.
      *    DIFERENCAS RETROATIVAS (021) PAGAS NA COMPETENCIA: O BRUTO
      *    ENTRA COMO PROVENTO E O IR/INSS/FGTS JA VEM CALCULADO MES A
      *    MES NAS TABELAS DA EPOCA - NAO PASSA DE NOVO PELAS TABELAS.
       77 WRK-FIM-DIFERENCAS                 PIC A(1) VALUE "N".
       77 WRK-RET-BRUTO                      PIC 9(6)V99 VALUE ZEROS.
       77 WRK-RET-IR                         PIC 9(5)V99 VALUE ZEROS.
       77 WRK-RET-INSS                       PIC 9(5)V99 VALUE ZEROS.
       77 WRK-RET-FGTS                       PIC 9(5)V99 VALUE ZEROS.
      *    ADICIONAIS DO CARGO (CARGOS.DAT, PROG71): NOTURNO SOBRE A
      *    HORA NORMAL DAS HORAS NOTURNAS (MOVIMENTO "N"),
      *    PERICULOSIDADE E INSALUBRIDADE SOBRE O SALARIO DO MES - O
      *    CONTRATUAL PRORRATEADO, MENOS FALTAS E AFASTAMENTOS, MAIS AS
      *    HORAS DO HORISTA. ENTRAM NO BRUTO E, POR ELE, NAS BASES DE
      *    IR, INSS E FGTS.
       77 WRK-BASE-ADICIONAL                 PIC S9(7)V99 VALUE ZEROS.
       77 WRK-VALOR-ADICIONAL                PIC 9(6)V99 VALUE ZEROS.

      *    TABELAS DE TRIBUTOS VIGENTES PARA A COMPETENCIA PROCESSADA,
      *    CARREGADAS DE TABELAS_TRIBUTOS.DAT (MANUTENCAO NO PROG70).
      *    SEM VIGENCIA CADASTRADA PARA UM TIPO, VALEM OS PADROES
               10 WRK-INSS-FX-ALIQUOTA       PIC 9V9999.
       77 WRK-VALOR-MOVIMENTO                PIC 9(6)V99 VALUE ZEROS.
       77 WRK-TOT-ADIANTAMENTO               PIC 9(6)V99 VALUE ZEROS.
      *    DESCONTO DO VALE-TRANSPORTE: A COMPRA DO MES (MOVIMENTO "V")
      *    LIMITADA A 6% DO SALARIO BASE.
       77 WRK-TOT-VALE-TRANSPORTE            PIC 9(6)V99 VALUE ZEROS.
       77 WRK-TETO-VALE-TRANSPORTE           PIC 9(6)V99 VALUE ZEROS.
      *    COMPRAS DO FUNCIONARIO NO POSTO (MOVIMENTO "D"), JA LIMITADAS
      *    PELO FECHAMENTO MENSAL A UMA PARTE DO LIQUIDO.
       77 WRK-TOT-COMPRAS-POSTO              PIC 9(6)V99 VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS                 PIC 9(2) VALUE ZEROS.
       77 WRK-MOV-IDX                        PIC 9(2) VALUE ZEROS.
       77 WRK-MOV-VALOR-EDITADO              PIC Z(5)9.99.
               10 WRK-MOV-SINAL              PIC X(1).
               10 WRK-MOV-VALOR              PIC 9(6)V99.
       77 WRK-LINHA-SAIDA                    PIC X(80) VALUE SPACES.
      *    DISTRIBUICAO DO HOLERITE: DOCUMENTO INDIVIDUAL POR E-MAIL
      *    ("I") OU LISTA DE IMPRESSAO ("L"), CONFORME O E-MAIL DO
      *    CADASTRO PASSE NA CRITICA DE 4060-VALIDA-EMAIL.
       77 WRK-DESTINO-HOLERITE               PIC A(1) VALUE "L".
       77 WRK-NOME-DOCUMENTO                 PIC X(30) VALUE SPACES.
       77 WRK-LETRA-TIPO                     PIC X(1) VALUE "M".
       77 WRK-EMAIL-VALIDO                   PIC A(1) VALUE "N".
       77 WRK-EML-TAMANHO                    PIC 9(2) VALUE ZEROS.
       77 WRK-EML-BRANCOS                    PIC 9(2) VALUE ZEROS.
       77 WRK-EML-ARROBAS                    PIC 9(2) VALUE ZEROS.
       77 WRK-EML-POS-ARROBA                 PIC 9(2) VALUE ZEROS.
       77 WRK-EML-TAM-DOMINIO                PIC 9(2) VALUE ZEROS.
       77 WRK-EML-PONTOS                     PIC 9(2) VALUE ZEROS.
       77 WRK-DIS-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-DIS-QTD-EMAIL                  PIC 9(6) VALUE ZEROS.
       77 WRK-DIS-QTD-IMPRESSAO              PIC 9(6) VALUE ZEROS.
       77 WRK-DIS-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
      *    APURACAO ASSINADA DO LIQUIDO: COM FALTAS E ADIANTAMENTO O
      *    LIQUIDO PODE DAR NEGATIVO - O CREDITO DA REMESSA E ZERADO E
      *    O RESIDUO FICA AVISADO PARA O PESSOAL DESCONTAR DEPOIS.
       77 WRK-LIQUIDO-APURADO                PIC S9(7)V99 VALUE ZEROS.
       77 WRK-RESIDUO                        PIC 9(7)V99 VALUE ZEROS.
       77 WRK-RESIDUO-EDITADO                PIC ZZZZZ9.99.
      *    ALTERACOES DE SALARIO/DADOS BANCARIOS AINDA SEM APROVACAO
      *    NO PROG109: A FOLHA RODA COM O CADASTRO EM VIGOR E LISTA AS
      *    PENDENTES PARA A WORKLIST DE EXCECOES.
       77 WRK-FIM-ALTERACOES                 PIC A(1) VALUE "N".
       77 WRK-QTD-ALT-PENDENTES              PIC 9(4) VALUE ZEROS.
      *    CREDITO DIRETO NAS CONTAS DA CASA E CONCILIACAO DA RODADA:
      *    LIQUIDO TOTAL = CREDITOS INTERNOS + JA CREDITADOS EM RODADA
      *    ANTERIOR + SALARIOS NA REMESSA + EXCECOES + DIFERENCA DAS
      *    RODADAS ANTERIORES (ASSINADA).
       77 WRK-BANCO-PROPRIO                  PIC 9(3) VALUE 999.
       77 WRK-DATA-CREDITO                   PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-CREDITO                   PIC 9(6) VALUE ZEROS.
       77 WRK-CRI-ACHADO                     PIC A(1) VALUE "N".
       77 WRK-CRI-MOTIVO                     PIC X(18) VALUE SPACES.
       77 WRK-CRI-VALOR-EDITADO              PIC Z(5)9.99.
       77 WRK-LIQ-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-LIQ-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CRI-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-CRI-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CRI-QTD-ANTERIOR               PIC 9(6) VALUE ZEROS.
       77 WRK-CRI-TOTAL-ANTERIOR             PIC 9(10)V99 VALUE ZEROS.
       77 WRK-CRI-DIFERENCA                  PIC S9(10)V99 VALUE ZEROS.
       77 WRK-EXT-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-EXT-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-EXC-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-EXC-TOTAL                      PIC 9(10)V99 VALUE ZEROS.
       77 WRK-ZER-QTD                        PIC 9(6) VALUE ZEROS.
       77 WRK-CONC-SOMA                      PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CONC-TEXTO                     PIC X(40) VALUE SPACES.
       77 WRK-CONC-QTD                       PIC 9(6) VALUE ZEROS.
       77 WRK-CONC-VALOR                     PIC S9(10)V99 VALUE ZEROS.
       77 WRK-CONC-QTD-EDITADA               PIC Z(5)9.
       77 WRK-CONC-VALOR-EDITADO             PIC -Z(9)9.99.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
      *    MES, AS DEMAIS NOITES APENAS PULAM O REPROCESSAMENTO SEM
      *    DERRUBAR A CADEIA DE RELATORIOS.
           IF WRK-SIMULACAO NOT EQUAL "S"
               PERFORM 0550-LISTA-ALTERACOES-PENDENTES
               PERFORM 0500-TESTA-PERIODO-FECHADO
               IF WRK-PERIODO-FECHADO EQUAL "S"
                   DISPLAY 'PERIODO ' WRK-PERIODO ' JA FECHADO - '
           OPEN INPUT ARQUIVO-DEPENDENTES.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           OPEN INPUT ARQUIVO-CONSIGNACOES.
           OPEN INPUT ARQUIVO-PLANOS.
           OPEN INPUT ARQUIVO-ADESOES.
           OPEN I-O ARQUIVO-EMPRESTIMOS.
           OPEN INPUT ARQUIVO-PENSOES.
           OPEN INPUT ARQUIVO-AFASTAMENTOS.
           OPEN INPUT ARQUIVO-DIFERENCAS.
           OPEN INPUT ARQUIVO-CARGOS.
           OPEN I-O ARQUIVO-FERIAS.
           OPEN I-O ARQUIVO-YTD.
           MOVE "salario_ytd.dat" TO WRK-ERR-ARQUIVO
               OPEN OUTPUT ARQUIVO-SIMULACAO
           ELSE
               OPEN OUTPUT ARQUIVO-HOLERITE
               OPEN OUTPUT ARQUIVO-DISTRIBUICAO
               OPEN OUTPUT ARQUIVO-REMESSA
               OPEN I-O ARQUIVO-HISTORICO
               MOVE "folha_historico.dat" TO WRK-ERR-ARQUIVO
               MOVE "OPEN" TO WRK-ERR-OPERACAO
               PERFORM 9800-TESTA-STATUS-ARQUIVO
               PERFORM 6000-GRAVA-REMESSA-HEADER
               PERFORM 6450-ABRE-CREDITOS-INTERNOS
           END-IF.

           PERFORM 1000-LE-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTES.
           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-CONSIGNACOES.
           CLOSE ARQUIVO-PLANOS.
           CLOSE ARQUIVO-ADESOES.
           CLOSE ARQUIVO-EMPRESTIMOS.
           CLOSE ARQUIVO-PENSOES.
           CLOSE ARQUIVO-AFASTAMENTOS.
           CLOSE ARQUIVO-DIFERENCAS.
           CLOSE ARQUIVO-CARGOS.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-YTD.

           ELSE
               PERFORM 6200-GRAVA-REMESSA-TRAILER
               CLOSE ARQUIVO-HOLERITE
               CLOSE ARQUIVO-DISTRIBUICAO
               PERFORM 6400-GRAVA-MANIFESTO-DISTRIB
               DISPLAY 'HOLERITES: ' WRK-DIS-QTD-EMAIL ' POR E-MAIL, '
                   WRK-DIS-QTD-IMPRESSAO ' PARA IMPRESSAO'
               CLOSE ARQUIVO-REMESSA
               CLOSE ARQUIVO-HISTORICO
               PERFORM 6800-FECHA-CREDITOS-INTERNOS
      *        SO A VARREDURA COMPLETA FECHA A COMPETENCIA - UMA
      *        RODADA SELETIVA (UM FUNCIONARIO OU UM DEPARTAMENTO)
      *        NAO PODE BARRAR A FOLHA CHEIA DO MES.
           END-READ.
           CLOSE ARQUIVO-PERIODOS.

      *----------------------------------------------------------------*
      * ALTERACOES DE SALARIO BASE E DADOS BANCARIOS PEDIDAS NO PROG36  *
      * E AINDA SEM DECISAO DO SUPERVISOR (PROG109) NA HORA DA FOLHA:   *
      * A FOLHA PAGA PELO CADASTRO EM VIGOR, E CADA PENDENTE VAI PARA   *
      * ALTERACOES_PENDENTES.LST (CABECALHO + UMA LINHA POR PEDIDO,     *
      * TEXTO DA WORKLIST NAS 60 PRIMEIRAS POSICOES).                   *
      *----------------------------------------------------------------*
       0550-LISTA-ALTERACOES-PENDENTES.
           MOVE "N" TO WRK-FIM-ALTERACOES.
           MOVE ZEROS TO WRK-QTD-ALT-PENDENTES.
           OPEN INPUT ARQUIVO-ALTERACOES.
           OPEN OUTPUT ARQUIVO-ALT-PENDENTES.
           MOVE SPACES TO LINHA-ALT-PENDENTES.
           STRING "ALTERACOES DE CADASTRO PENDENTES DE APROVACAO - "
               "FOLHA " WRK-PERIODO
               DELIMITED BY SIZE INTO LINHA-ALT-PENDENTES.
           WRITE LINHA-ALT-PENDENTES.
           PERFORM 0560-LE-ALTERACAO.
           PERFORM 0570-LISTA-ALTERACAO
               UNTIL WRK-FIM-ALTERACOES EQUAL "S".
           CLOSE ARQUIVO-ALTERACOES.
           CLOSE ARQUIVO-ALT-PENDENTES.
           IF WRK-QTD-ALT-PENDENTES GREATER ZEROS
               DISPLAY 'ALTERACOES PENDENTES DE APROVACAO: '
                   WRK-QTD-ALT-PENDENTES ' - FOLHA PAGA PELO CADASTRO '
                   'EM VIGOR.'
           END-IF.

       0560-LE-ALTERACAO.
           READ ARQUIVO-ALTERACOES
               AT END
                   MOVE "S" TO WRK-FIM-ALTERACOES
           END-READ.

       0570-LISTA-ALTERACAO.
           IF ALTERACAO-PENDENTE
               MOVE SPACES TO LINHA-ALT-PENDENTES
               IF ALTERACAO-SALARIO
                   STRING "FUNC " ALP-CODIGO " SALARIO BASE"
                       " PENDENTE DESDE " ALP-DATA-HORA-PEDIDO (1:8)
                       DELIMITED BY SIZE INTO LINHA-ALT-PENDENTES
               ELSE
                   STRING "FUNC " ALP-CODIGO " DADOS BANCARIOS"
                       " PENDENTE DESDE " ALP-DATA-HORA-PEDIDO (1:8)
                       DELIMITED BY SIZE INTO LINHA-ALT-PENDENTES
               END-IF
               MOVE ALP-SOLICITANTE TO LINHA-ALT-PENDENTES (61:12)
               WRITE LINHA-ALT-PENDENTES
               ADD 1 TO WRK-QTD-ALT-PENDENTES
           END-IF.
           PERFORM 0560-LE-ALTERACAO.

      *----------------------------------------------------------------*
      * CARIMBA A COMPETENCIA/TIPO COMO FECHADA APOS A RODADA OFICIAL   *
      * TERMINAR COM SUCESSO.                                           *
               MOVE ZEROS TO WRK-BRUTO
           END-IF
           PERFORM 1650-PRORATA-CONTRATO
           PERFORM 1690-LE-CARGO
           DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-CODIGO ' ' FUNCIONARIO
      -    -NOME
           DISPLAY 'ANTES: ' WRK-BRUTO
           PERFORM 1700-APLICA-MOVIMENTOS
           PERFORM 1800-PROCESSA-FERIAS
           PERFORM 1850-PROCESSA-AFASTAMENTOS
           PERFORM 1890-APLICA-ADICIONAIS
           PERFORM 1870-SOMA-DIFERENCAS
           PERFORM 1900-APLICA-CONSIGNACOES
           PERFORM 1925-DESCONTA-PLANO-SAUDE
           PERFORM 1600-CONTA-DEPENDENTES
           PERFORM 2100-CALCULA-IR
           PERFORM 2200-CALCULA-INSS
           IF CONTRATO-APRENDIZ
               COMPUTE WRK-FGTS EQUAL WRK-BRUTO * 0.02
           END-IF
           PERFORM 1880-APLICA-DIFERENCAS

           DISPLAY 'IMPOSTO DE RENDA' WRK-IR
           DISPLAY 'INSS ' WRK-INSS
           DISPLAY 'FGTS ' WRK-FGTS
           COMPUTE WRK-LIQUIDO-APURADO EQUAL (WRK-BRUTO - WRK-IR -
               WRK-INSS - WRK-SINDICATO - WRK-TOT-ADIANTAMENTO -
               WRK-TOT-CONSIGNACOES - WRK-TOT-VALE-TRANSPORTE -
               WRK-TOT-COMPRAS-POSTO - WRK-TOT-PLANO-SAUDE)
           PERFORM 1930-APLICA-PENSOES
           PERFORM 1950-COBRA-EMPRESTIMOS
           IF WRK-LIQUIDO-APURADO LESS ZEROS
               COMPUTE WRK-RESIDUO EQUAL
                   'PRORRATEADO ATE O DIA ' WRK-DIA-PRORATA '.'
           END-IF.

      *----------------------------------------------------------------*
      * PERCENTUAIS DE ADICIONAIS DO CARGO DO FUNCIONARIO; CARGO FORA   *
      * DO MESTRE NAO TEM ADICIONAL. A BASE DOS ADICIONAIS PARTE DO     *
      * SALARIO JA PRORRATEADO PELO CONTRATO.                           *
      *----------------------------------------------------------------*
       1690-LE-CARGO.
           MOVE WRK-BRUTO TO WRK-BASE-ADICIONAL.
           MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGOS
               INVALID KEY
                   MOVE ZEROS TO CARGO-PERC-NOTURNO
                   MOVE ZEROS TO CARGO-PERC-PERICULOSIDADE
                   MOVE ZEROS TO CARGO-PERC-INSALUBRIDADE
           END-READ.

      *----------------------------------------------------------------*
      * CONFERE SE O FUNCIONARIO CORRENTE ESTA NA ABRANGENCIA PEDIDA    *
      * PARA A RODADA (TODOS, UM FUNCIONARIO OU UM DEPARTAMENTO).       *
      *----------------------------------------------------------------*
       1700-APLICA-MOVIMENTOS.
           MOVE ZEROS TO WRK-QTD-MOVIMENTOS WRK-TOT-ADIANTAMENTO.
           MOVE ZEROS TO WRK-TOT-VALE-TRANSPORTE WRK-TOT-COMPRAS-POSTO.
           MOVE "N" TO WRK-FIM-MOVIMENTOS.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO MOV-CODIGO.
           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               IF MOV-PERIODO EQUAL WRK-PERIODO
                   AND MOV-CODIGO EQUAL FUNCIONARIO-CODIGO
      *            HORAS NOTURNAS SO SAO PAGAS A CARGO COM ADICIONAL.
                   IF NOT MOV-HORA-NOTURNA
                       OR CARGO-PERC-NOTURNO GREATER ZEROS
                       PERFORM 1720-APLICA-MOVIMENTO
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
               END-IF
                       COMPUTE WRK-VALOR-MOVIMENTO ROUNDED EQUAL
                           MOV-QUANTIDADE *
                           (FUNCIONARIO-SALARIO-BASE / 220)
                       ADD WRK-VALOR-MOVIMENTO TO WRK-BASE-ADICIONAL
                       MOVE "HORAS TRABALHADAS ......" TO
                           WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   ELSE
                       MOV-QUANTIDADE *
                       (FUNCIONARIO-SALARIO-BASE / 30)
                   SUBTRACT WRK-VALOR-MOVIMENTO FROM WRK-BRUTO
                   SUBTRACT WRK-VALOR-MOVIMENTO FROM WRK-BASE-ADICIONAL
                   MOVE "DESCONTO DE FALTAS ....." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "-" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "+" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               END-IF
      *        ADICIONAL NOTURNO: PERCENTUAL DO CARGO SOBRE A HORA
      *        NORMAL (SALARIO BASE / 220) DAS HORAS ENTRE 22H E 5H.
               IF MOV-HORA-NOTURNA
                   COMPUTE WRK-VALOR-MOVIMENTO ROUNDED EQUAL
                       MOV-QUANTIDADE *
                       (FUNCIONARIO-SALARIO-BASE / 220) *
                       CARGO-PERC-NOTURNO / 100
                   ADD WRK-VALOR-MOVIMENTO TO WRK-BRUTO
                   MOVE "ADICIONAL NOTURNO ......" TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "+" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               END-IF
      *        VALE-TRANSPORTE: O FUNCIONARIO PAGA A COMPRA DO MES ATE
      *        O TETO DE 6% DO SALARIO BASE; O RESTO E CUSTO DA EMPRESA.
               IF MOV-VALE-TRANSPORTE
                   COMPUTE WRK-TETO-VALE-TRANSPORTE ROUNDED EQUAL
                       FUNCIONARIO-SALARIO-BASE * 0.06
                   IF MOV-VALOR LESS WRK-TETO-VALE-TRANSPORTE
                       MOVE MOV-VALOR TO WRK-VALOR-MOVIMENTO
                   ELSE
                       MOVE WRK-TETO-VALE-TRANSPORTE TO
                           WRK-VALOR-MOVIMENTO
                   END-IF
                   ADD WRK-VALOR-MOVIMENTO TO WRK-TOT-VALE-TRANSPORTE
                   MOVE "VALE-TRANSPORTE (6%) ..." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "-" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               END-IF
               IF MOV-COMPRA-POSTO
                   MOVE MOV-VALOR TO WRK-VALOR-MOVIMENTO
                   ADD WRK-VALOR-MOVIMENTO TO WRK-TOT-COMPRAS-POSTO
                   MOVE "COMPRAS NO POSTO ......." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "-" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               END-IF
      *        HORAS-AULA DO PROFESSOR, APURADAS NO MES PELA FREQUENCIA
      *        LANCADA: PAGAS PELA HORA NORMAL, COMO AS HORAS DO
      *        HORISTA, E ENTRAM NA BASE DOS ADICIONAIS DO CARGO.
               IF MOV-HORA-AULA
                   COMPUTE WRK-VALOR-MOVIMENTO ROUNDED EQUAL
                       MOV-QUANTIDADE *
                       (FUNCIONARIO-SALARIO-BASE / 220)
                   ADD WRK-VALOR-MOVIMENTO TO WRK-BRUTO
                   ADD WRK-VALOR-MOVIMENTO TO WRK-BASE-ADICIONAL
                   MOVE "HORAS-AULA ............." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "+" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               END-IF
               MOVE WRK-VALOR-MOVIMENTO TO
                   WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
           END-IF.

      *----------------------------------------------------------------*
      * PENSAO ALIMENTICIA: CADA ORDEM VIGENTE NA COMPETENCIA E         *
      * CALCULADA DEPOIS DO IR/INSS - PERCENTUAL DO LIQUIDO (BRUTO      *
      * MENOS IR E INSS), PERCENTUAL DO BRUTO OU VALOR FIXO - E SAI DO  *
      * LIQUIDO ANTES DOS EMPRESTIMOS, COM LINHA PROPRIA NO HOLERITE.   *
      * A ORDEM JUDICIAL NAO E SUSPENSA: SE O LIQUIDO NAO COBRE O VALOR *
      * INTEIRO, O BENEFICIARIO RECEBE O QUE HOUVER E O OPERADOR E      *
      * AVISADO. O CREDITO DO BENEFICIARIO VAI PARA A REMESSA EM 6150.  *
      *----------------------------------------------------------------*
       1930-APLICA-PENSOES.
           MOVE ZEROS TO WRK-TOT-PENSOES WRK-QTD-PENSOES.
           MOVE "N" TO WRK-FIM-PENSOES.
           COMPUTE WRK-BASE-PENSAO EQUAL WRK-BRUTO - WRK-IR - WRK-INSS.
           MOVE FUNCIONARIO-CODIGO TO PEN-CODIGO.
           MOVE ZEROS TO PEN-ORDEM.

           START ARQUIVO-PENSOES KEY IS NOT LESS PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PENSOES
           END-START.

           PERFORM 1935-LE-PENSAO
               UNTIL WRK-FIM-PENSOES EQUAL "S".

       1935-LE-PENSAO.
           READ ARQUIVO-PENSOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-PENSOES
           END-READ.

           IF WRK-FIM-PENSOES NOT EQUAL "S"
               IF PEN-CODIGO EQUAL FUNCIONARIO-CODIGO
                   IF PEN-INICIO NOT GREATER WRK-PERIODO
                       AND (PEN-FIM EQUAL ZEROS
                           OR PEN-FIM NOT LESS WRK-PERIODO)
                       PERFORM 1940-APLICA-PENSAO
                           THRU 1940-APLICA-PENSAO-EXIT
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-PENSOES
               END-IF
           END-IF.

       1940-APLICA-PENSAO.
           MOVE ZEROS TO WRK-VALOR-PENSAO.
           IF PEN-POR-LIQUIDO AND WRK-BASE-PENSAO GREATER ZEROS
               COMPUTE WRK-VALOR-PENSAO ROUNDED EQUAL
                   WRK-BASE-PENSAO * (PEN-PERCENTUAL / 100)
           END-IF.
           IF PEN-POR-BRUTO
               COMPUTE WRK-VALOR-PENSAO ROUNDED EQUAL
                   WRK-BRUTO * (PEN-PERCENTUAL / 100)
           END-IF.
           IF PEN-POR-VALOR
               MOVE PEN-VALOR TO WRK-VALOR-PENSAO
           END-IF.

           IF WRK-LIQUIDO-APURADO LESS WRK-VALOR-PENSAO
               DISPLAY 'PENSAO ' PEN-ORDEM ' DO FUNCIONARIO '
                   FUNCIONARIO-CODIGO ' - LIQUIDO INSUFICIENTE NO '
                   'PERIODO ' WRK-PERIODO ' - PAGO SO O DISPONIVEL.'
               IF WRK-LIQUIDO-APURADO GREATER ZEROS
                   MOVE WRK-LIQUIDO-APURADO TO WRK-VALOR-PENSAO
               ELSE
                   MOVE ZEROS TO WRK-VALOR-PENSAO
               END-IF
           END-IF.
           IF WRK-VALOR-PENSAO EQUAL ZEROS
               GO TO 1940-APLICA-PENSAO-EXIT
           END-IF.

           SUBTRACT WRK-VALOR-PENSAO FROM WRK-LIQUIDO-APURADO.
           ADD WRK-VALOR-PENSAO TO WRK-TOT-PENSOES.

           IF WRK-QTD-MOVIMENTOS LESS 20
               ADD 1 TO WRK-QTD-MOVIMENTOS
               MOVE "PENSAO ALIMENTICIA ....." TO
                   WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
               MOVE "-" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               MOVE WRK-VALOR-PENSAO TO
                   WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
           END-IF.

           IF WRK-QTD-PENSOES LESS 5
               ADD 1 TO WRK-QTD-PENSOES
               MOVE PEN-BENEFICIARIO TO WRK-PEN-NOME (WRK-QTD-PENSOES)
               MOVE PEN-BANCO TO WRK-PEN-BANCO (WRK-QTD-PENSOES)
               MOVE PEN-AGENCIA TO WRK-PEN-AGENCIA (WRK-QTD-PENSOES)
               MOVE PEN-CONTA TO WRK-PEN-CONTA (WRK-QTD-PENSOES)
               MOVE PEN-CONTA-DV TO
                   WRK-PEN-CONTA-DV (WRK-QTD-PENSOES)
               MOVE WRK-VALOR-PENSAO TO
                   WRK-PEN-VALOR (WRK-QTD-PENSOES)
           ELSE
               DISPLAY 'MAIS DE 5 PENSOES PARA O FUNCIONARIO '
                   FUNCIONARIO-CODIGO ' - ORDEM ' PEN-ORDEM
                   ' DESCONTADA SEM CREDITO NA REMESSA - PAGAR A PARTE.'
           END-IF.

       1940-APLICA-PENSAO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * COBRA A PARCELA DOS CONTRATOS DE EMPRESTIMO ABERTOS (PROG75)    *
      * DO FUNCIONARIO CORRENTE, DEPOIS DE APURADO O LIQUIDO: SE O      *
                   ' SEM LINHA NO HOLERITE (VALOR APLICADO).'
           END-IF.

      *----------------------------------------------------------------*
      * PLANO DE SAUDE: PARA CADA VIDA DO FUNCIONARIO (TITULAR 00 E     *
      * DEPENDENTES) COM ADESAO COBRINDO A COMPETENCIA, TOMA O PRECO DA *
      * FAIXA ETARIA DA VIDA NO PLANO E DESCONTA A PARTICIPACAO DO      *
      * FUNCIONARIO (PERCENTUAL DO TITULAR OU DO DEPENDENTE). A IDADE E *
      * A COMPLETADA ATE O MES DA COMPETENCIA. O TOTAL DO GRUPO SAI     *
      * NUMA LINHA DO HOLERITE E E DESCONTADO DO LIQUIDO.               *
      *----------------------------------------------------------------*
       1925-DESCONTA-PLANO-SAUDE.
           MOVE ZEROS TO WRK-TOT-PLANO-SAUDE.
           MOVE ZEROS TO WRK-QTD-VIDAS-PLANO.
           MOVE "N" TO WRK-FIM-ADESOES.
           MOVE WRK-PERIODO (1:4) TO WRK-PLS-ANO-COMP.
           MOVE WRK-PERIODO (5:2) TO WRK-PLS-MES-COMP.
           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.

           START ARQUIVO-ADESOES KEY IS NOT LESS ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ADESOES
           END-START.

           PERFORM 1926-LE-ADESAO
               UNTIL WRK-FIM-ADESOES EQUAL "S".

           IF WRK-TOT-PLANO-SAUDE GREATER ZEROS
               IF WRK-QTD-MOVIMENTOS LESS 20
                   ADD 1 TO WRK-QTD-MOVIMENTOS
                   MOVE SPACES TO WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   STRING "PLANO DE SAUDE - "
                          WRK-QTD-VIDAS-PLANO " VIDAS"
                       DELIMITED BY SIZE INTO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "-" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
                   MOVE WRK-TOT-PLANO-SAUDE TO
                       WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
               ELSE
                   DISPLAY 'QUADRO DE MOVIMENTOS CHEIO - PLANO DE '
                       'SAUDE DO FUNCIONARIO ' FUNCIONARIO-CODIGO
                       ' SEM LINHA NO HOLERITE (VALOR APLICADO).'
               END-IF
           END-IF.

       1926-LE-ADESAO.
           READ ARQUIVO-ADESOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ADESOES
           END-READ.

           IF WRK-FIM-ADESOES NOT EQUAL "S"
               IF ADE-CODIGO EQUAL FUNCIONARIO-CODIGO
                   MOVE ADE-DATA-INICIO (1:6) TO WRK-PLS-INICIO-MES
                   MOVE ADE-DATA-FIM (1:6) TO WRK-PLS-FIM-MES
                   IF WRK-PLS-INICIO-MES NOT GREATER WRK-PERIODO
                       AND (WRK-PLS-FIM-MES EQUAL ZEROS
                           OR WRK-PLS-FIM-MES NOT LESS WRK-PERIODO)
                       PERFORM 1927-PRECIFICA-VIDA
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-ADESOES
               END-IF
           END-IF.

       1927-PRECIFICA-VIDA.
           MOVE "S" TO WRK-PLANO-ACHADO.
           MOVE ADE-PLANO TO PLS-CODIGO.
           READ ARQUIVO-PLANOS
               INVALID KEY
                   MOVE "N" TO WRK-PLANO-ACHADO
                   DISPLAY 'PLANO ' ADE-PLANO ' DA ADESAO '
                       ADE-CODIGO '-' ADE-SEQUENCIA ' NAO CADASTRADO'
                       ' - VIDA SEM DESCONTO.'
           END-READ.

           IF WRK-PLANO-ACHADO EQUAL "S"
               IF ADE-TITULAR
                   MOVE FUNCIONARIO-DATA-NASCIMENTO TO
                       WRK-PLS-DATA-NASC
                   MOVE PLS-PERC-TITULAR TO WRK-PLS-PERCENTUAL
               ELSE
                   MOVE ADE-CODIGO TO DEP-CODIGO
                   MOVE ADE-SEQUENCIA TO DEP-SEQUENCIA
                   READ ARQUIVO-DEPENDENTES
                       INVALID KEY
                           MOVE ZEROS TO WRK-PLS-DATA-NASC
                       NOT INVALID KEY
                           MOVE DEP-DATA-NASCIMENTO TO
                               WRK-PLS-DATA-NASC
                   END-READ
                   MOVE PLS-PERC-DEPENDENTE TO WRK-PLS-PERCENTUAL
               END-IF

               IF WRK-PLS-DATA-NASC EQUAL ZEROS
                   DISPLAY 'VIDA ' ADE-CODIGO '-' ADE-SEQUENCIA
                       ' SEM DATA DE NASCIMENTO - PRECO DA PRIMEIRA '
                       'FAIXA DO PLANO.'
               END-IF
               MOVE WRK-PLS-DATA-NASC (1:4) TO WRK-PLS-ANO-NASC
               MOVE WRK-PLS-DATA-NASC (5:2) TO WRK-PLS-MES-NASC
               MOVE ZEROS TO WRK-PLS-IDADE
               IF WRK-PLS-DATA-NASC NOT EQUAL ZEROS
                   AND WRK-PLS-ANO-NASC LESS WRK-PLS-ANO-COMP
                   COMPUTE WRK-PLS-IDADE EQUAL
                       WRK-PLS-ANO-COMP - WRK-PLS-ANO-NASC
                   IF WRK-PLS-MES-NASC GREATER WRK-PLS-MES-COMP
                       SUBTRACT 1 FROM WRK-PLS-IDADE
                   END-IF
               END-IF

               MOVE 1 TO WRK-PLS-FAIXA
               PERFORM 1928-PROXIMA-FAIXA
                   UNTIL WRK-PLS-FAIXA EQUAL 10
                   OR WRK-PLS-IDADE NOT GREATER
                       PLS-IDADE-MAXIMA (WRK-PLS-FAIXA)

               COMPUTE WRK-PLS-VALOR-VIDA ROUNDED EQUAL
                   PLS-PRECO (WRK-PLS-FAIXA) *
                   (WRK-PLS-PERCENTUAL / 100)
               ADD WRK-PLS-VALOR-VIDA TO WRK-TOT-PLANO-SAUDE
               ADD 1 TO WRK-QTD-VIDAS-PLANO
           END-IF.

       1928-PROXIMA-FAIXA.
           ADD 1 TO WRK-PLS-FAIXA.

      *----------------------------------------------------------------*
      * FERIAS APROVADAS (PROG46/PROG47) QUE CAEM NA COMPETENCIA: PAGA  *
      * OS DIAS DE FERIAS DENTRO DO MES MAIS O TERCO CONSTITUCIONAL,    *
       1820-APLICA-FERIAS-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * AFASTAMENTOS (PROG101) QUE CAEM NA COMPETENCIA: A EMPRESA PAGA  *
      * OS 15 PRIMEIROS DIAS DE DOENCA OU ACIDENTE E DO 16O DIA EM      *
      * DIANTE O INSS ASSUME - ESSES DIAS SAEM DO BRUTO. LICENCA NAO    *
      * REMUNERADA SAI DO BRUTO DESDE O PRIMEIRO DIA. LICENCA           *
      * MATERNIDADE CONTINUA PAGA PELA FOLHA (COMPENSADA NA GUIA DO     *
      * INSS). HORISTA JA RECEBE SO AS HORAS APONTADAS.                 *
      *----------------------------------------------------------------*
       1850-PROCESSA-AFASTAMENTOS.
           MOVE "N" TO WRK-FIM-AFASTAMENTOS.
           MOVE FUNCIONARIO-CODIGO TO AFA-CODIGO.
           MOVE ZEROS TO AFA-DATA-INICIO.

           START ARQUIVO-AFASTAMENTOS KEY IS NOT LESS AFASTAMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
           END-START.

           PERFORM 1855-LE-AFASTAMENTO
               UNTIL WRK-FIM-AFASTAMENTOS EQUAL "S".

       1855-LE-AFASTAMENTO.
           READ ARQUIVO-AFASTAMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
           END-READ.

           IF WRK-FIM-AFASTAMENTOS NOT EQUAL "S"
               IF AFA-CODIGO EQUAL FUNCIONARIO-CODIGO
                   PERFORM 1860-APLICA-AFASTAMENTO
                       THRU 1860-APLICA-AFASTAMENTO-EXIT
               ELSE
                   MOVE "S" TO WRK-FIM-AFASTAMENTOS
               END-IF
           END-IF.

       1860-APLICA-AFASTAMENTO.
           IF CONTRATO-HORISTA
               GO TO 1860-APLICA-AFASTAMENTO-EXIT
           END-IF.

           IF AFA-MATERNIDADE
               IF AFA-DATA-INICIO (1:6) NOT GREATER WRK-PERIODO
                   AND (AFA-DATA-FIM EQUAL ZEROS
                       OR AFA-DATA-FIM (1:6) NOT LESS WRK-PERIODO)
                   DISPLAY 'LICENCA MATERNIDADE NA COMPETENCIA PARA O '
                       'FUNCIONARIO ' FUNCIONARIO-CODIGO
                       ' - SALARIO PAGO PELA FOLHA.'
               END-IF
               GO TO 1860-APLICA-AFASTAMENTO-EXIT
           END-IF.

      *    PRIMEIRO DIA SEM SALARIO: O 16O DIA NA DOENCA E NO ACIDENTE,
      *    O PROPRIO INICIO NA LICENCA NAO REMUNERADA.
           IF AFA-DOENCA OR AFA-ACIDENTE
               COMPUTE WRK-AFA-INICIO-DESCONTO EQUAL
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (AFA-DATA-INICIO) + 15)
           ELSE
               IF AFA-NAO-REMUNERADO
                   MOVE AFA-DATA-INICIO TO WRK-AFA-INICIO-DESCONTO
               ELSE
                   GO TO 1860-APLICA-AFASTAMENTO-EXIT
               END-IF
           END-IF.
           IF AFA-DATA-FIM EQUAL ZEROS
               MOVE 99999999 TO WRK-AFA-FIM-DESCONTO
           ELSE
               MOVE AFA-DATA-FIM TO WRK-AFA-FIM-DESCONTO
           END-IF.
           IF WRK-AFA-INICIO-DESCONTO GREATER WRK-AFA-FIM-DESCONTO
               OR WRK-AFA-INICIO-DESCONTO (1:6) GREATER WRK-PERIODO
               OR WRK-AFA-FIM-DESCONTO (1:6) LESS WRK-PERIODO
               GO TO 1860-APLICA-AFASTAMENTO-EXIT
           END-IF.

      *    RECORTA OS DIAS SEM SALARIO PARA DENTRO DO MES, NA BASE DE
      *    30 DIAS, COMO AS FERIAS.
           IF WRK-AFA-INICIO-DESCONTO (1:6) EQUAL WRK-PERIODO
               MOVE WRK-AFA-INICIO-DESCONTO (7:2) TO WRK-AFA-DIA-INI
           ELSE
               MOVE 1 TO WRK-AFA-DIA-INI
           END-IF.
           IF WRK-AFA-FIM-DESCONTO (1:6) EQUAL WRK-PERIODO
               MOVE WRK-AFA-FIM-DESCONTO (7:2) TO WRK-AFA-DIA-FIM
           ELSE
               MOVE 30 TO WRK-AFA-DIA-FIM
           END-IF.
           IF WRK-AFA-DIA-FIM GREATER 30
               MOVE 30 TO WRK-AFA-DIA-FIM
           END-IF.
           IF WRK-AFA-DIA-INI GREATER WRK-AFA-DIA-FIM
               GO TO 1860-APLICA-AFASTAMENTO-EXIT
           END-IF.
           COMPUTE WRK-AFA-DIAS EQUAL
               WRK-AFA-DIA-FIM - WRK-AFA-DIA-INI + 1.
           COMPUTE WRK-AFA-VALOR ROUNDED EQUAL
               WRK-AFA-DIAS * (FUNCIONARIO-SALARIO-BASE / 30).
           IF WRK-AFA-VALOR GREATER WRK-BRUTO
               MOVE WRK-BRUTO TO WRK-AFA-VALOR
           END-IF.
           SUBTRACT WRK-AFA-VALOR FROM WRK-BRUTO.
           SUBTRACT WRK-AFA-VALOR FROM WRK-BASE-ADICIONAL.

           IF WRK-QTD-MOVIMENTOS LESS 20
               ADD 1 TO WRK-QTD-MOVIMENTOS
               IF AFA-NAO-REMUNERADO
                   MOVE "LICENCA NAO REMUNERADA ." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
               ELSE
                   MOVE "AFASTAMENTO INSS 16O DIA" TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
               END-IF
               MOVE "-" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
               MOVE WRK-AFA-VALOR TO
                   WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
           END-IF.

           DISPLAY 'AFASTAMENTO ' AFA-TIPO ' DE ' AFA-DATA-INICIO
               ': ' WRK-AFA-DIAS ' DIAS SEM SALARIO NA COMPETENCIA '
               'PARA O FUNCIONARIO ' FUNCIONARIO-CODIGO '.'.

       1860-APLICA-AFASTAMENTO-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * DIFERENCAS SALARIAIS RETROATIVAS GRAVADAS PELO 021 PARA A       *
      * COMPETENCIA: SOMA O BRUTO E OS TRIBUTOS DE TODOS OS MESES       *
      * REFEITOS DO FUNCIONARIO. SO ENTRAM NA FOLHA EM 1880, DEPOIS DO  *
      * CALCULO DO IR/INSS/FGTS DO MES.                                 *
      *----------------------------------------------------------------*
       1870-SOMA-DIFERENCAS.
           MOVE ZEROS TO WRK-RET-BRUTO WRK-RET-IR WRK-RET-INSS
               WRK-RET-FGTS.
           MOVE "N" TO WRK-FIM-DIFERENCAS.
           MOVE WRK-PERIODO TO DIF-PERIODO.
           MOVE FUNCIONARIO-CODIGO TO DIF-CODIGO.
           MOVE ZEROS TO DIF-COMPETENCIA.

           START ARQUIVO-DIFERENCAS KEY IS NOT LESS DIFERENCA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-DIFERENCAS
           END-START.

           PERFORM 1875-LE-DIFERENCA
               UNTIL WRK-FIM-DIFERENCAS EQUAL "S".

       1875-LE-DIFERENCA.
           READ ARQUIVO-DIFERENCAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-DIFERENCAS
           END-READ.

           IF WRK-FIM-DIFERENCAS NOT EQUAL "S"
               IF DIF-PERIODO EQUAL WRK-PERIODO
                   AND DIF-CODIGO EQUAL FUNCIONARIO-CODIGO
                   ADD DIF-BRUTO TO WRK-RET-BRUTO
                   ADD DIF-IR TO WRK-RET-IR
                   ADD DIF-INSS TO WRK-RET-INSS
                   ADD DIF-FGTS TO WRK-RET-FGTS
               ELSE
                   MOVE "S" TO WRK-FIM-DIFERENCAS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PAGA A DIFERENCA RETROATIVA EM LINHA PROPRIA DE PROVENTO E SOMA *
      * AO IR, AO INSS E AO FGTS DO MES OS TRIBUTOS DA DIFERENCA.       *
      *----------------------------------------------------------------*
       1880-APLICA-DIFERENCAS.
           IF WRK-RET-BRUTO GREATER ZEROS
               ADD WRK-RET-BRUTO TO WRK-BRUTO
               ADD WRK-RET-IR TO WRK-IR
               ADD WRK-RET-INSS TO WRK-INSS
               ADD WRK-RET-FGTS TO WRK-FGTS
               IF WRK-QTD-MOVIMENTOS LESS 20
                   ADD 1 TO WRK-QTD-MOVIMENTOS
                   MOVE "DIFERENCA SALARIAL RETRO." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "+" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
                   MOVE WRK-RET-BRUTO TO
                       WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
               ELSE
                   DISPLAY 'QUADRO DE MOVIMENTOS CHEIO - DIFERENCA '
                       'RETROATIVA DO FUNCIONARIO ' FUNCIONARIO-CODIGO
                       ' SEM LINHA NO HOLERITE (VALOR APLICADO).'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PERICULOSIDADE E INSALUBRIDADE DO CARGO SOBRE O SALARIO DO MES, *
      * CADA UMA COM LINHA PROPRIA DE PROVENTO NO HOLERITE.             *
      *----------------------------------------------------------------*
       1890-APLICA-ADICIONAIS.
           IF WRK-BASE-ADICIONAL LESS ZEROS
               MOVE ZEROS TO WRK-BASE-ADICIONAL
           END-IF.
           IF CARGO-PERC-PERICULOSIDADE GREATER ZEROS
               COMPUTE WRK-VALOR-ADICIONAL ROUNDED EQUAL
                   WRK-BASE-ADICIONAL * CARGO-PERC-PERICULOSIDADE / 100
               ADD WRK-VALOR-ADICIONAL TO WRK-BRUTO
               IF WRK-QTD-MOVIMENTOS LESS 20
                   ADD 1 TO WRK-QTD-MOVIMENTOS
                   MOVE "ADICIONAL PERICULOSIDADE" TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "+" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
                   MOVE WRK-VALOR-ADICIONAL TO
                       WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
               ELSE
                   DISPLAY 'QUADRO DE MOVIMENTOS CHEIO - '
                       'PERICULOSIDADE DO FUNCIONARIO '
                       FUNCIONARIO-CODIGO
                       ' SEM LINHA NO HOLERITE (VALOR APLICADO).'
               END-IF
           END-IF.
           IF CARGO-PERC-INSALUBRIDADE GREATER ZEROS
               COMPUTE WRK-VALOR-ADICIONAL ROUNDED EQUAL
                   WRK-BASE-ADICIONAL * CARGO-PERC-INSALUBRIDADE / 100
               ADD WRK-VALOR-ADICIONAL TO WRK-BRUTO
               IF WRK-QTD-MOVIMENTOS LESS 20
                   ADD 1 TO WRK-QTD-MOVIMENTOS
                   MOVE "ADICIONAL INSALUBRIDADE." TO
                       WRK-MOV-DESCRICAO (WRK-QTD-MOVIMENTOS)
                   MOVE "+" TO WRK-MOV-SINAL (WRK-QTD-MOVIMENTOS)
                   MOVE WRK-VALOR-ADICIONAL TO
                       WRK-MOV-VALOR (WRK-QTD-MOVIMENTOS)
               ELSE
                   DISPLAY 'QUADRO DE MOVIMENTOS CHEIO - '
                       'INSALUBRIDADE DO FUNCIONARIO '
                       FUNCIONARIO-CODIGO
                       ' SEM LINHA NO HOLERITE (VALOR APLICADO).'
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONTA OS DEPENDENTES DO FUNCIONARIO CORRENTE EM DEPENDENTES.DAT *
      * PARA A DEDUCAO POR DEPENDENTE NA BASE DO IR.                    *

           MOVE FUNCIONARIO-SALARIO-BASE TO WRK-BRUTO
           MOVE ZEROS TO WRK-QTD-MOVIMENTOS WRK-TOT-ADIANTAMENTO
               WRK-TOT-VALE-TRANSPORTE WRK-TOT-COMPRAS-POSTO
               WRK-QTD-PENSOES
           DISPLAY '13 SALARIO - FUNCIONARIO: ' FUNCIONARIO-CODIGO ' '
               FUNCIONARIO-NOME
           DISPLAY 'BRUTO DO 13: ' WRK-BRUTO
           PERFORM 1000-LE-FUNCIONARIO.

      *----------------------------------------------------------------*
      * MONTA E GRAVA O HOLERITE DO FUNCIONARIO CORRENTE, A PARTIR DOS  *
      * VALORES JA CALCULADOS: NO DOCUMENTO INDIVIDUAL QUANDO HA E-MAIL *
      * VALIDO, SENAO NA LISTA DE IMPRESSAO HOLERITES.LST.              *
      *----------------------------------------------------------------*
       4000-IMPRIME-HOLERITE.
           MOVE FUNCIONARIO-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE "L" TO WRK-DESTINO-HOLERITE.
           IF WRK-SIMULACAO NOT EQUAL "S"
               PERFORM 4050-DEFINE-DESTINO
           END-IF.

           MOVE SPACES TO WRK-LINHA-SAIDA.
           MOVE "EMPRESA MODELO LTDA - HOLERITE" TO WRK-LINHA-SAIDA.
           MOVE ALL "-" TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVA-LINHA.

           IF WRK-SIMULACAO NOT EQUAL "S"
               PERFORM 4800-REGISTRA-DISTRIBUICAO
           END-IF.

      *----------------------------------------------------------------*
      * DESTINO DO HOLERITE: COM E-MAIL VALIDO ABRE O DOCUMENTO         *
      * INDIVIDUAL HOLERITE_AAAAMM_T_CCCC.LST (T = M MENSAL, D 13O),    *
      * ENDERECADO NAS PRIMEIRAS LINHAS PARA O ENVIO; SEM E-MAIL        *
      * VALIDO O HOLERITE VAI PARA A LISTA DE IMPRESSAO.                *
      *----------------------------------------------------------------*
       4050-DEFINE-DESTINO.
           IF WRK-MODO EQUAL 2
               MOVE "D" TO WRK-LETRA-TIPO
           ELSE
               MOVE "M" TO WRK-LETRA-TIPO
           END-IF.

           PERFORM 4060-VALIDA-EMAIL THRU 4060-VALIDA-EMAIL-EXIT.
           IF WRK-EMAIL-VALIDO EQUAL "S"
               MOVE "I" TO WRK-DESTINO-HOLERITE
               MOVE SPACES TO WRK-NOME-DOCUMENTO
               STRING "holerite_" WRK-PERIODO "_" WRK-LETRA-TIPO "_"
                      FUNCIONARIO-CODIGO ".lst"
                   DELIMITED BY SIZE INTO WRK-NOME-DOCUMENTO
               OPEN OUTPUT ARQUIVO-DOCUMENTO

               MOVE SPACES TO WRK-LINHA-SAIDA
               STRING "PARA: " FUNCIONARIO-EMAIL
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVA-LINHA
               MOVE SPACES TO WRK-LINHA-SAIDA
               STRING "ASSUNTO: HOLERITE " WRK-PERIODO " - "
                      WRK-TIPO-FOLHA
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVA-LINHA
               MOVE SPACES TO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVA-LINHA
           END-IF.

      *----------------------------------------------------------------*
      * CRITICA DO E-MAIL DO CADASTRO PARA O ENVIO DO HOLERITE: SEM     *
      * BRANCOS NO MEIO, UM UNICO "@" COM ALGO ANTES DELE, E DEPOIS UM  *
      * DOMINIO COM PELO MENOS UM PONTO, QUE NAO COMECA NEM TERMINA EM  *
      * PONTO.                                                          *
      *----------------------------------------------------------------*
       4060-VALIDA-EMAIL.
           MOVE "N" TO WRK-EMAIL-VALIDO.
           IF FUNCIONARIO-EMAIL EQUAL SPACES
               GO TO 4060-VALIDA-EMAIL-EXIT
           END-IF.

           MOVE ZEROS TO WRK-EML-TAMANHO WRK-EML-BRANCOS
               WRK-EML-ARROBAS WRK-EML-POS-ARROBA WRK-EML-PONTOS.
           INSPECT FUNCIONARIO-EMAIL TALLYING
               WRK-EML-TAMANHO FOR CHARACTERS BEFORE INITIAL SPACE
               WRK-EML-BRANCOS FOR ALL SPACES
               WRK-EML-ARROBAS FOR ALL "@".
           INSPECT FUNCIONARIO-EMAIL TALLYING
               WRK-EML-POS-ARROBA FOR CHARACTERS BEFORE INITIAL "@".

           IF WRK-EML-TAMANHO + WRK-EML-BRANCOS NOT EQUAL 30
               OR WRK-EML-ARROBAS NOT EQUAL 1
               OR WRK-EML-POS-ARROBA EQUAL ZEROS
               GO TO 4060-VALIDA-EMAIL-EXIT
           END-IF.

           IF WRK-EML-TAMANHO LESS WRK-EML-POS-ARROBA + 4
               GO TO 4060-VALIDA-EMAIL-EXIT
           END-IF.
           COMPUTE WRK-EML-TAM-DOMINIO EQUAL
               WRK-EML-TAMANHO - WRK-EML-POS-ARROBA - 1.

           INSPECT FUNCIONARIO-EMAIL
               (WRK-EML-POS-ARROBA + 2 : WRK-EML-TAM-DOMINIO)
               TALLYING WRK-EML-PONTOS FOR ALL ".".
           IF WRK-EML-PONTOS EQUAL ZEROS
               OR FUNCIONARIO-EMAIL (WRK-EML-POS-ARROBA + 2 : 1)
                   EQUAL "."
               OR FUNCIONARIO-EMAIL (WRK-EML-TAMANHO : 1) EQUAL "."
               GO TO 4060-VALIDA-EMAIL-EXIT
           END-IF.

           MOVE "S" TO WRK-EMAIL-VALIDO.

       4060-VALIDA-EMAIL-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * FECHA O DOCUMENTO INDIVIDUAL E REGISTRA O HOLERITE NO CONTROLE  *
      * DE DISTRIBUICAO: "E" ENVIADO POR E-MAIL OU "S" SEM E-MAIL       *
      * (IMPRESSO). A DEVOLUCAO ("D") E MARCADA DEPOIS NO PROG107.      *
      *----------------------------------------------------------------*
       4800-REGISTRA-DISTRIBUICAO.
           MOVE SPACES TO DISTRIBUICAO-REGISTRO.
           MOVE WRK-PERIODO TO DIS-PERIODO.
           MOVE WRK-LETRA-TIPO TO DIS-TIPO-FOLHA.
           MOVE FUNCIONARIO-CODIGO TO DIS-CODIGO.
           MOVE FUNCIONARIO-NOME TO DIS-NOME.
           MOVE FUNCIONARIO-EMAIL TO DIS-EMAIL.
           MOVE WRK-SALARIO-LIQUIDO TO DIS-VALOR-LIQUIDO.
           MOVE WRK-DATA-ATUAL TO DIS-DATA-SITUACAO.
           IF WRK-DESTINO-HOLERITE EQUAL "I"
               CLOSE ARQUIVO-DOCUMENTO
               MOVE WRK-NOME-DOCUMENTO TO DIS-DOCUMENTO
               MOVE "E" TO DIS-SITUACAO
               ADD 1 TO WRK-DIS-QTD-EMAIL
           ELSE
               MOVE "holerites.lst" TO DIS-DOCUMENTO
               MOVE "S" TO DIS-SITUACAO
               ADD 1 TO WRK-DIS-QTD-IMPRESSAO
           END-IF.
           WRITE DISTRIBUICAO-REGISTRO.
           ADD 1 TO WRK-DIS-QTD.
           ADD WRK-SALARIO-LIQUIDO TO WRK-DIS-TOTAL.
           MOVE "L" TO WRK-DESTINO-HOLERITE.


      *----------------------------------------------------------------*
      * IMPRIME UMA LINHA DO HOLERITE POR MOVIMENTO APLICADO NO MES.    *
           PERFORM 4900-GRAVA-LINHA.

      *----------------------------------------------------------------*
      * GRAVA A LINHA MONTADA NO SPOOL CORRETO: DOCUMENTO INDIVIDUAL,   *
      * LISTA DE IMPRESSAO OU SPOOL PROPRIO DE SIMULACAO.               *
      *----------------------------------------------------------------*
       4900-GRAVA-LINHA.
           IF WRK-SIMULACAO EQUAL "S"
               WRITE LINHA-SIMULACAO FROM WRK-LINHA-SAIDA
           ELSE
               IF WRK-DESTINO-HOLERITE EQUAL "I"
                   WRITE LINHA-DOCUMENTO FROM WRK-LINHA-SAIDA
               ELSE
                   WRITE LINHA-HOLERITE FROM WRK-LINHA-SAIDA
               END-IF
           END-IF.

      *----------------------------------------------------------------*
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-CREDITO.
           MOVE REM-H-DATA TO WRK-DATA-CREDITO.
           MOVE "EMPRESA MODELO LTDA" TO REM-H-EMPRESA.
           WRITE REMESSA-HEADER.

      *    O FUNCIONARIO COM CONTA NA CASA E CREDITADO DIRETO (6500) E
      *    NAO ENTRA NA REMESSA; A PENSAO QUE ELE PAGA CONTINUA NA
      *    REMESSA, NA CONTA DO BENEFICIARIO.
       6100-GRAVA-REMESSA-DETALHE.
           ADD 1 TO WRK-LIQ-QTD.
           ADD WRK-SALARIO-LIQUIDO TO WRK-LIQ-TOTAL.
           IF FUNCIONARIO-BANCO EQUAL WRK-BANCO-PROPRIO
               PERFORM 6500-CREDITO-INTERNO
                   THRU 6500-CREDITO-INTERNO-EXIT
           ELSE
               PERFORM 6110-GRAVA-DETALHE-EXTERNO
           END-IF.

           MOVE ZEROS TO WRK-PEN-IDX.
           PERFORM 6150-GRAVA-REMESSA-PENSAO
               UNTIL WRK-PEN-IDX NOT LESS WRK-QTD-PENSOES.

       6110-GRAVA-DETALHE-EXTERNO.
           MOVE "1" TO REM-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO REM-D-CODIGO.
           MOVE FUNCIONARIO-BANCO TO REM-D-BANCO.
           MOVE FUNCIONARIO-CONTA-DV TO REM-D-CONTA-DV.
           MOVE WRK-SALARIO-LIQUIDO TO REM-D-VALOR.
           MOVE FUNCIONARIO-NOME TO REM-D-NOME.
           MOVE FUNCIONARIO-CPF TO REM-D-CPF.
           WRITE REMESSA-DETALHE.

           ADD 1 TO WRK-REM-QTD.
           ADD WRK-SALARIO-LIQUIDO TO WRK-REM-TOTAL.
           ADD 1 TO WRK-EXT-QTD.
           ADD WRK-SALARIO-LIQUIDO TO WRK-EXT-TOTAL.

      *----------------------------------------------------------------*
      * CREDITO DO BENEFICIARIO DE PENSAO NA MESMA REMESSA: DETALHE     *
      * TIPO 2 COM A MATRICULA DO FUNCIONARIO QUE PAGA A PENSAO E OS    *
      * DADOS BANCARIOS DO BENEFICIARIO. ENTRA NA CONTAGEM E NA SOMA    *
      * DO TRAILER.                                                     *
      *----------------------------------------------------------------*
       6150-GRAVA-REMESSA-PENSAO.
           ADD 1 TO WRK-PEN-IDX.
           MOVE "2" TO REM-D-TIPO.
           MOVE FUNCIONARIO-CODIGO TO REM-D-CODIGO.
           MOVE WRK-PEN-BANCO (WRK-PEN-IDX) TO REM-D-BANCO.
           MOVE WRK-PEN-AGENCIA (WRK-PEN-IDX) TO REM-D-AGENCIA.
           MOVE WRK-PEN-CONTA (WRK-PEN-IDX) TO REM-D-CONTA.
           MOVE WRK-PEN-CONTA-DV (WRK-PEN-IDX) TO REM-D-CONTA-DV.
           MOVE WRK-PEN-VALOR (WRK-PEN-IDX) TO REM-D-VALOR.
           MOVE WRK-PEN-NOME (WRK-PEN-IDX) TO REM-D-NOME.
           MOVE ZEROS TO REM-D-CPF.
           WRITE REMESSA-DETALHE.

           ADD 1 TO WRK-REM-QTD.
           ADD WRK-PEN-VALOR (WRK-PEN-IDX) TO WRK-REM-TOTAL.

       6200-GRAVA-REMESSA-TRAILER.
           MOVE "9" TO REM-T-TIPO.
           WRITE MANIFESTO-REGISTRO.
           CLOSE ARQUIVO-MANIFESTO.

      *----------------------------------------------------------------*
      * O CONTROLE DE DISTRIBUICAO DE HOLERITES ENTRA NO MANIFESTO COMO *
      * AS DEMAIS INTERFACES: QUANTIDADE DE HOLERITES E SOMA DOS        *
      * LIQUIDOS.                                                       *
      *----------------------------------------------------------------*
       6400-GRAVA-MANIFESTO-DISTRIB.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-MANIFESTO.
           MOVE SPACES TO MANIFESTO-REGISTRO.
           MOVE "holerites_distribuicao.dat" TO MAN-ARQUIVO.
           MOVE WRK-DATA-ATUAL TO MAN-DATA.
           MOVE WRK-ERR-HORA TO MAN-HORA.
           MOVE WRK-DIS-QTD TO MAN-QTD-REGISTROS.
           MOVE WRK-DIS-TOTAL TO MAN-SOMA-VALOR.
           MOVE "N" TO MAN-ENVIADO.
           WRITE MANIFESTO-REGISTRO.
           CLOSE ARQUIVO-MANIFESTO.

      *----------------------------------------------------------------*
      * CREDITO DIRETO NAS CONTAS DA CASA: ABRE AS CONTAS, O HISTORICO  *
      * DE MOVIMENTOS E O CONTROLE DE CREDITOS, E A LISTAGEM DE         *
      * EXCECOES (CABECALHO + UMA LINHA POR FUNCIONARIO NAO CREDITADO,  *
      * TEXTO DA WORKLIST NAS 60 PRIMEIRAS POSICOES).                   *
      *----------------------------------------------------------------*
       6450-ABRE-CREDITOS-INTERNOS.
           ACCEPT WRK-HORA-CREDITO FROM TIME.
           OPEN I-O ARQUIVO-CONTAS.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.
           MOVE "contas_movimentos.dat" TO WRK-ERR-ARQUIVO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN I-O ARQUIVO-CREDITOS-INTERNOS.
           MOVE "creditos_salario_internos.dat" TO WRK-ERR-ARQUIVO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.
           OPEN OUTPUT ARQUIVO-CRI-EXCECOES.
           MOVE SPACES TO LINHA-CRI-EXCECOES.
           STRING "CREDITOS DE SALARIO EM CONTA DA CASA NAO FEITOS - "
               "FOLHA " WRK-PERIODO
               DELIMITED BY SIZE INTO LINHA-CRI-EXCECOES.
           WRITE LINHA-CRI-EXCECOES.

      *----------------------------------------------------------------*
      * CREDITA O LIQUIDO NA CONTA DA CASA DO FUNCIONARIO: MOVIMENTO C  *
      * NA DATA DE CREDITO, SALDO E SEQUENCIA DA CONTA ATUALIZADOS E    *
      * REGISTRO NO CONTROLE. LIQUIDO ZERADO NAO GERA MOVIMENTO; CONTA  *
      * FORA DE USO VAI PARA AS EXCECOES (6600).                        *
      *----------------------------------------------------------------*
       6500-CREDITO-INTERNO.
           IF WRK-SALARIO-LIQUIDO EQUAL ZEROS
               ADD 1 TO WRK-ZER-QTD
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.

      *    RODADA REPETIDA DO PERIODO (REABERTO NO CONTROLE DE
      *    PERIODOS): O CREDITO JA FEITO NAO SE REPETE.
           MOVE WRK-PERIODO TO CRI-PERIODO.
           IF WRK-MODO EQUAL 2
               MOVE "D" TO CRI-TIPO
           ELSE
               MOVE "M" TO CRI-TIPO
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO CRI-CODIGO.
           MOVE "S" TO WRK-CRI-ACHADO.
           READ ARQUIVO-CREDITOS-INTERNOS
               INVALID KEY
                   MOVE "N" TO WRK-CRI-ACHADO
           END-READ.
           IF WRK-CRI-ACHADO EQUAL "S"
               PERFORM 6550-CREDITO-JA-FEITO
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.

           IF FUNCIONARIO-CONTA GREATER 99999999
               MOVE "CONTA INVALIDA" TO WRK-CRI-MOTIVO
               PERFORM 6600-EXCECAO-CREDITO
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.

           MOVE FUNCIONARIO-CONTA TO CONTA-NUMERO.
           MOVE "S" TO WRK-CRI-ACHADO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   MOVE "N" TO WRK-CRI-ACHADO
           END-READ.
           IF WRK-CRI-ACHADO EQUAL "N"
               MOVE "CONTA INEXISTENTE" TO WRK-CRI-MOTIVO
               PERFORM 6600-EXCECAO-CREDITO
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.
           IF CONTA-ENCERRADA
               MOVE "CONTA ENCERRADA" TO WRK-CRI-MOTIVO
               PERFORM 6600-EXCECAO-CREDITO
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.
           IF CONTA-BLOQUEADA
               MOVE "CONTA BLOQUEADA" TO WRK-CRI-MOTIVO
               PERFORM 6600-EXCECAO-CREDITO
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.

           MOVE "S" TO WRK-CRI-ACHADO.
           ADD WRK-SALARIO-LIQUIDO TO CONTA-SALDO
               ON SIZE ERROR
                   MOVE "N" TO WRK-CRI-ACHADO
           END-ADD.
           IF WRK-CRI-ACHADO EQUAL "N"
               MOVE "SALDO NO LIMITE" TO WRK-CRI-MOTIVO
               PERFORM 6600-EXCECAO-CREDITO
               GO TO 6500-CREDITO-INTERNO-EXIT
           END-IF.
           ADD 1 TO CONTA-PROX-SEQ.
           REWRITE CONTA-REGISTRO.
           MOVE "contas.dat" TO WRK-ERR-ARQUIVO.
           MOVE "REWRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE CONTA-PROX-SEQ TO CMV-SEQ.
           MOVE WRK-DATA-CREDITO TO CMV-DATA.
           MOVE WRK-HORA-CREDITO TO CMV-HORA.
           MOVE "C" TO CMV-TIPO.
           MOVE WRK-SALARIO-LIQUIDO TO CMV-VALOR.
           MOVE "E" TO CMV-STATUS.
           MOVE ZEROS TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO.
           MOVE "contas_movimentos.dat" TO WRK-ERR-ARQUIVO.
           MOVE "WRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           MOVE CONTA-NUMERO TO CRI-CONTA.
           MOVE CONTA-PROX-SEQ TO CRI-SEQ.
           MOVE WRK-SALARIO-LIQUIDO TO CRI-VALOR.
           MOVE WRK-DATA-CREDITO TO CRI-DATA-CREDITO.
           WRITE CREDITO-INTERNO-REGISTRO.
           MOVE "creditos_salario_internos.dat" TO WRK-ERR-ARQUIVO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           ADD 1 TO WRK-CRI-QTD.
           ADD WRK-SALARIO-LIQUIDO TO WRK-CRI-TOTAL.

       6500-CREDITO-INTERNO-EXIT.
           EXIT.

      *    CREDITO DO PERIODO JA LANCADO NUMA RODADA ANTERIOR: CONTA
      *    NA CONCILIACAO PELO VALOR CREDITADO; SE O LIQUIDO MUDOU, A
      *    DIFERENCA ENTRA NA CONCILIACAO E VAI PARA A WORKLIST - O
      *    ACERTO NA CONTA E MANUAL.
       6550-CREDITO-JA-FEITO.
           ADD 1 TO WRK-CRI-QTD-ANTERIOR.
           ADD CRI-VALOR TO WRK-CRI-TOTAL-ANTERIOR.
           IF CRI-VALOR NOT EQUAL WRK-SALARIO-LIQUIDO
               COMPUTE WRK-CRI-DIFERENCA EQUAL WRK-CRI-DIFERENCA
                   + WRK-SALARIO-LIQUIDO - CRI-VALOR
               MOVE CRI-VALOR TO WRK-CRI-VALOR-EDITADO
               MOVE SPACES TO LINHA-CRI-EXCECOES
               STRING "FUNC " FUNCIONARIO-CODIGO " CONTA " CRI-CONTA
                   " JA CREDITADO " WRK-CRI-VALOR-EDITADO
                   " LIQ MUDOU"
                   DELIMITED BY SIZE INTO LINHA-CRI-EXCECOES
               WRITE LINHA-CRI-EXCECOES
           END-IF.

      *    CONTA DA CASA FORA DE USO: O LIQUIDO NAO E CREDITADO EM
      *    LUGAR NENHUM E O FUNCIONARIO VAI PARA A WORKLIST.
       6600-EXCECAO-CREDITO.
           MOVE WRK-SALARIO-LIQUIDO TO WRK-CRI-VALOR-EDITADO.
           MOVE SPACES TO LINHA-CRI-EXCECOES.
           STRING "FUNC " FUNCIONARIO-CODIGO " CONTA " FUNCIONARIO-CONTA
               " " WRK-CRI-MOTIVO " LIQ " WRK-CRI-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-CRI-EXCECOES.
           WRITE LINHA-CRI-EXCECOES.
           ADD 1 TO WRK-EXC-QTD.
           ADD WRK-SALARIO-LIQUIDO TO WRK-EXC-TOTAL.
           DISPLAY 'FUNCIONARIO ' FUNCIONARIO-CODIGO ' SEM CREDITO NA '
               'CONTA ' FUNCIONARIO-CONTA ' - ' WRK-CRI-MOTIVO.

      *----------------------------------------------------------------*
      * FECHA OS ARQUIVOS DO CREDITO INTERNO E GRAVA A CONCILIACAO DA   *
      * RODADA: CADA DESTINO DO LIQUIDO, A SOMA CONTRA O LIQUIDO TOTAL  *
      * E, A PARTE, AS PENSOES E O TOTAL DA REMESSA (TRAILER).          *
      *----------------------------------------------------------------*
       6800-FECHA-CREDITOS-INTERNOS.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.
           CLOSE ARQUIVO-CREDITOS-INTERNOS.
           CLOSE ARQUIVO-CRI-EXCECOES.

           OPEN OUTPUT ARQUIVO-CONCILIACAO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "CONCILIACAO DOS CREDITOS DE SALARIO - FOLHA "
               WRK-PERIODO " " WRK-TIPO-FOLHA
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING "DATA DE CREDITO: " WRK-DATA-CREDITO
               "   BANCO DA CASA: " WRK-BANCO-PROPRIO
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.

           MOVE "LIQUIDO TOTAL DA FOLHA" TO WRK-CONC-TEXTO.
           MOVE WRK-LIQ-QTD TO WRK-CONC-QTD.
           MOVE WRK-LIQ-TOTAL TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.

           MOVE "CREDITO EM CONTA DA CASA" TO WRK-CONC-TEXTO.
           MOVE WRK-CRI-QTD TO WRK-CONC-QTD.
           MOVE WRK-CRI-TOTAL TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE "CREDITADO EM RODADA ANTERIOR" TO WRK-CONC-TEXTO.
           MOVE WRK-CRI-QTD-ANTERIOR TO WRK-CONC-QTD.
           MOVE WRK-CRI-TOTAL-ANTERIOR TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE "REMESSA BANCARIA (SALARIOS)" TO WRK-CONC-TEXTO.
           MOVE WRK-EXT-QTD TO WRK-CONC-QTD.
           MOVE WRK-EXT-TOTAL TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE "EXCECOES (NAO CREDITADOS)" TO WRK-CONC-TEXTO.
           MOVE WRK-EXC-QTD TO WRK-CONC-QTD.
           MOVE WRK-EXC-TOTAL TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE "LIQUIDO ZERADO NA CASA (SEM CREDITO)"
               TO WRK-CONC-TEXTO.
           MOVE WRK-ZER-QTD TO WRK-CONC-QTD.
           MOVE ZEROS TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE "DIFERENCA DE RODADA ANTERIOR" TO WRK-CONC-TEXTO.
           MOVE ZEROS TO WRK-CONC-QTD.
           MOVE WRK-CRI-DIFERENCA TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.

           COMPUTE WRK-CONC-SOMA EQUAL WRK-CRI-TOTAL
               + WRK-CRI-TOTAL-ANTERIOR + WRK-EXT-TOTAL + WRK-EXC-TOTAL
               + WRK-CRI-DIFERENCA.
           MOVE "SOMA DOS DESTINOS" TO WRK-CONC-TEXTO.
           COMPUTE WRK-CONC-QTD EQUAL WRK-CRI-QTD
               + WRK-CRI-QTD-ANTERIOR + WRK-EXT-QTD + WRK-EXC-QTD
               + WRK-ZER-QTD.
           MOVE WRK-CONC-SOMA TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           IF WRK-CONC-SOMA EQUAL WRK-LIQ-TOTAL
               AND WRK-CONC-QTD EQUAL WRK-LIQ-QTD
               MOVE "RESULTADO: CONFERE" TO LINHA-CONCILIACAO
           ELSE
               MOVE "RESULTADO: DIVERGENCIA - CONFERIR A RODADA"
                   TO LINHA-CONCILIACAO
               DISPLAY 'CONCILIACAO DOS CREDITOS DE SALARIO COM '
                   'DIVERGENCIA - VER folha_conciliacao_creditos.lst'
           END-IF.
           WRITE LINHA-CONCILIACAO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.

           MOVE "PENSOES NA REMESSA (FORA DO LIQUIDO)"
               TO WRK-CONC-TEXTO.
           COMPUTE WRK-CONC-QTD EQUAL WRK-REM-QTD - WRK-EXT-QTD.
           COMPUTE WRK-CONC-VALOR EQUAL WRK-REM-TOTAL - WRK-EXT-TOTAL.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           MOVE "TOTAL DA REMESSA (TRAILER)" TO WRK-CONC-TEXTO.
           MOVE WRK-REM-QTD TO WRK-CONC-QTD.
           MOVE WRK-REM-TOTAL TO WRK-CONC-VALOR.
           PERFORM 6850-GRAVA-LINHA-CONCILIACAO.
           CLOSE ARQUIVO-CONCILIACAO.

           DISPLAY 'CREDITOS EM CONTA DA CASA: ' WRK-CRI-QTD
               ', EXCECOES: ' WRK-EXC-QTD.

       6850-GRAVA-LINHA-CONCILIACAO.
           MOVE WRK-CONC-QTD TO WRK-CONC-QTD-EDITADA.
           MOVE WRK-CONC-VALOR TO WRK-CONC-VALOR-EDITADO.
           MOVE SPACES TO LINHA-CONCILIACAO.
           STRING WRK-CONC-TEXTO " " WRK-CONC-QTD-EDITADA " "
               WRK-CONC-VALOR-EDITADO
               DELIMITED BY SIZE INTO LINHA-CONCILIACAO.
           WRITE LINHA-CONCILIACAO.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
