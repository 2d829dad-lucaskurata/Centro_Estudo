           RECORD KEY IS PON-TELEFONE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-INDICACOES
           ASSIGN TO "indicacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS IND-TELEFONE-INDICADO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-MOV-PONTOS
           ASSIGN TO "pontos_movimentos.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           RECORD KEY IS BOM-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FROTAS
           ASSIGN TO "frotas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CONSUMO-FUNC
           ASSIGN TO "consumo_funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CFU-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-VEICULOS
           ASSIGN TO "frota_veiculos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEI-PLACA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PRODUTOS
           ASSIGN TO "produtos_loja.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRD-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ITENS-LOJA
           ASSIGN TO "itens_venda_loja.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONTROLE-CUPOM
           ASSIGN TO "controle_cupom.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-CUPONS
           ASSIGN TO "cupons_fiscais.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONTAS
           ASSIGN TO "contas.dat"
           ORGANIZATION IS INDEXED
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
           RECORD KEY IS BLQ-CONTA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-OCORRENCIAS
           ASSIGN TO "ocorrencias_contas.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS-CONTA
           ASSIGN TO "contas_movimentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONTA-MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-PONTOS.
           COPY "PONTOS-FIDELIDADE.cpy".

       FD  ARQUIVO-INDICACOES.
           COPY "INDICACAO-REGISTRO.cpy".

       FD  ARQUIVO-TANQUES.
           COPY "TANQUE-REGISTRO.cpy".

       FD  ARQUIVO-BOMBAS.
           COPY "BOMBA-REGISTRO.cpy".

       FD  ARQUIVO-FROTAS.
           COPY "FROTA-REGISTRO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-CONSUMO-FUNC.
           COPY "CONSUMO-FUNCIONARIO.cpy".

       FD  ARQUIVO-VEICULOS.
           COPY "FROTA-VEICULO.cpy".

       FD  ARQUIVO-PRODUTOS.
           COPY "PRODUTO-LOJA.cpy".

       FD  ARQUIVO-ITENS-LOJA.
           COPY "ITEM-VENDA-LOJA.cpy".

      *    CONTADOR CONTROLADO DO CUPOM FISCAL: UM REGISTRO COM O
      *    ULTIMO NUMERO EMITIDO.
       FD  ARQUIVO-CONTROLE-CUPOM.
       FD  ARQUIVO-CUPONS.
       01  LINHA-CUPOM PIC X(80).

       FD  ARQUIVO-CONTAS.
           COPY "CONTA-REGISTRO.cpy".

       FD  ARQUIVO-CARTOES.
           COPY "CARTAO-REGISTRO.cpy".

       FD  ARQUIVO-BLOQUEADAS.
           COPY "CONTA-BLOQUEADA.cpy".

       FD  ARQUIVO-OCORRENCIAS.
       01  LINHA-OCORRENCIA PIC X(80).

       FD  ARQUIVO-MOVIMENTOS-CONTA.
           COPY "CONTA-MOVIMENTO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-PONTOS-MAXIMO               PIC 9(7) VALUE ZEROS.
       77 WRK-VALOR-RESGATE               PIC 9(3)V9(2) VALUE ZEROS.
       77 WRK-PONTOS-GANHOS               PIC 9(5) VALUE ZEROS.
      *    MES DE ANIVERSARIO DO CLIENTE FIEL (DE WRK-DATA-NASCIMENTO):
      *    NO MES DO ANIVERSARIO OS PONTOS DA VENDA SAEM EM DOBRO.
       77 WRK-MES-ANIVERSARIO             PIC 9(2) VALUE ZEROS.
       77 WRK-MES-VENDA                   PIC 9(2) VALUE ZEROS.
       77 WRK-BONUS-ANIVERSARIO           PIC A(1) VALUE "N".
      *    INDICACAO DE CLIENTE: NA PRIMEIRA COMPRA IDENTIFICADA DO
      *    INDICADO, INDICADO E INDICADOR GANHAM O MESMO BONUS.
       77 WRK-PONTOS-INDICACAO            PIC 9(5) VALUE 200.
       77 WRK-TELEFONE-BONUS              PIC 9(11) VALUE ZEROS.
      *    PRECOS DE CONTINGENCIA, USADOS SOMENTE SE A TABELA DE
      *    PRECOS NAO TIVER REGISTRO VIGENTE PARA O TIPO.
       77 WRK-ETANOL                     PIC 9(2)V9(2) VALUE 1,90.
       77 WRK-CUPOM-VENDA                 PIC 9(6) VALUE ZEROS.
       77 WRK-BOMBA-VENDA                 PIC 9(2) VALUE ZEROS.
       77 WRK-BOMBA-OK                    PIC A(1) VALUE "N".
      *    VENDA A PRAZO PARA FROTA: PLACA AUTORIZADA E CREDITO
      *    DISPONIVEL (LIMITE MENOS SALDO EM ABERTO) CONFERIDOS ANTES.
       77 WRK-FROTA-VENDA                 PIC 9(4) VALUE ZEROS.
       77 WRK-PLACA-VENDA                 PIC X(7) VALUE SPACES.
       77 WRK-FROTA-OK                    PIC A(1) VALUE "N".
       77 WRK-CREDITO-DISPONIVEL          PIC S9(7)V9(2) VALUE ZEROS.
       77 WRK-CREDITO-EDITADO             PIC -ZZZZZZ9,99.
      *    CONTA DO FUNCIONARIO (FORMA E): FUNCIONARIO ATIVO E A COMPRA
      *    CABENDO NO TETO MENSAL DE CREDITO, JA DESCONTADOS O CONSUMO
      *    DO MES E O SALDO QUE FICOU DE FOLHAS ANTERIORES.
       77 WRK-FUNCIONARIO-VENDA           PIC 9(4) VALUE ZEROS.
       77 WRK-FUNCIONARIO-OK              PIC A(1) VALUE "N".
       77 WRK-TETO-CONTA-FUNCIONARIO      PIC 9(5)V9(2) VALUE 400,00.
       77 WRK-MES-CONSUMO                 PIC 9(6) VALUE ZEROS.
      *    DEBITO EM CONTA (FORMA B): O CLIENTE SE IDENTIFICA PELO
      *    CARTAO DA CONTA (CONTA + VIA) E PIN COM AS REGRAS DO CAIXA
      *    ELETRONICO - 3 TENTATIVAS, O TERCEIRO PIN ERRADO SEGUIDO
      *    BLOQUEIA O CARTAO, CONTA NA LISTA QUENTE NAO OPERA - E O
      *    SALDO TEM DE COBRIR O CUPOM INTEIRO (COMBUSTIVEL E LOJA).
       01 WRK-CARTAO-DIGITADO.
           05 WRK-CARTAO-CONTA            PIC 9(8).
           05 WRK-CARTAO-VIA              PIC 9(2).
       77 WRK-PIN-DIGITADO                PIC 9(4) VALUE ZEROS.
       77 WRK-TENTATIVAS-PIN              PIC 9(1) VALUE ZEROS.
       77 WRK-CONTA-OK                    PIC A(1) VALUE "N".
       77 WRK-NA-LISTA-QUENTE             PIC A(1) VALUE "N".
       77 WRK-MES-ATUAL                   PIC 9(6) VALUE ZEROS.
       77 WRK-CONTA-VENDA                 PIC 9(8) VALUE ZEROS.
       77 WRK-SEQ-DEBITO                  PIC 9(6) VALUE ZEROS.
       77 WRK-SALDO-EDITADO               PIC ZZZZZZ9,99.
      *    ITENS DA LOJA DE CONVENIENCIA NO MESMO CUPOM DO COMBUSTIVEL:
      *    SEM DESCONTO E SEM PONTOS; O CUPOM COBRA COMBUSTIVEL MAIS
      *    LOJA NA MESMA FORMA DE PAGAMENTO.
       77 WRK-TEM-LOJA                    PIC A(1) VALUE "N".
       77 WRK-FIM-ITENS                   PIC A(1) VALUE "N".
       77 WRK-PRODUTO-PEDIDO              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-PEDIDA                  PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-ITENS                   PIC 9(2) VALUE ZEROS.
       77 WRK-IDX-ITEM                    PIC 9(2) VALUE ZEROS.
       77 WRK-TOTAL-LOJA                  PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-TOTAL-CUPOM                 PIC 9(5)V9(2) VALUE ZEROS.
       77 WRK-ITEM-EDITADO                PIC ZZZZ9,99.
       77 WRK-CUPOM-EDITADO               PIC ZZZZ9,99.

      *    ITENS DE LOJA DIGITADOS NA VENDA (ATE 10 POR CUPOM).
       01 WRK-ITENS-LOJA.
           05 WRK-ITL-ITEM OCCURS 10 TIMES.
               10 WRK-ITL-PRODUTO         PIC 9(5).
               10 WRK-ITL-DESCRICAO       PIC X(20).
               10 WRK-ITL-QUANTIDADE      PIC 9(3).
               10 WRK-ITL-PRECO           PIC 9(4)V9(2).
               10 WRK-ITL-VALOR           PIC 9(5)V9(2).

      *=================================================================
       PROCEDURE                                       DIVISION.
                   NOT INVALID KEY
                       MOVE "S" TO WRK-CLIENTE-FIEL
                       MOVE WRK-TELEFONE TO WRK-TELEFONE-VENDA
                       IF WRK-DATA-NASCIMENTO NUMERIC
                           MOVE WRK-DATA-NASCIMENTO (5:2)
                               TO WRK-MES-ANIVERSARIO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CLIENTE
           END-IF
               PERFORM 7000-PROCESSA-PONTOS
           END-IF

           PERFORM 0600-PEDE-ITENS-LOJA

           MOVE WRK-TOTAL TO WRK-TOTAL-EDITADO
           MOVE WRK-PERCENTUAL-DESCONTO TO WRK-PERC-DESCONTO-EDITADO


           PERFORM 0900-PROXIMO-CUPOM
           PERFORM 8000-GRAVA-VENDA
           IF WRK-QTD-ITENS GREATER ZEROS
               PERFORM 8300-GRAVA-ITENS-LOJA
           END-IF
           PERFORM 8200-IMPRIME-CUPOM
           PERFORM 8500-BAIXA-ESTOQUE-TANQUE

      *----------------------------------------------------------------*
      * PONTOS DE FIDELIDADE: OFERECE O RESGATE DO SALDO ATUAL COMO     *
      * ABATIMENTO NA VENDA (100 PONTOS = R$ 1,00, SEM DEIXAR O SALDO   *
      * NEGATIVO) E ACUMULA 1 PONTO POR LITRO DESTA VENDA - 2 NO MES DE *
      * ANIVERSARIO DO CLIENTE. TODO ACUMULO, BONUS E RESGATE SAI NO    *
      * LOG DE MOVIMENTOS DE PONTOS. SE O CLIENTE VEIO POR INDICACAO    *
      * AINDA NAO CONVERTIDA, CREDITA O BONUS AOS DOIS LADOS.           *
      *----------------------------------------------------------------*
       7000-PROCESSA-PONTOS.
           OPEN I-O ARQUIVO-PONTOS.
               WRITE PONTOS-REGISTRO
           END-IF.

           PERFORM 7500-CREDITA-INDICACAO.

           CLOSE ARQUIVO-PONTOS.
           CLOSE ARQUIVO-MOV-PONTOS.

           MOVE WRK-PONTOS-GANHOS TO MOVP-PONTOS.
           PERFORM 7300-GRAVA-MOV-PONTOS.

      *    BONUS DE ANIVERSARIO: OS MESMOS PONTOS DE NOVO, EM MOVIMENTO
      *    PROPRIO (B) PARA O BONUS SER APURADO SEPARADO.
           MOVE WRK-DATA-ATUAL (5:2) TO WRK-MES-VENDA.
           IF WRK-MES-ANIVERSARIO EQUAL WRK-MES-VENDA
               AND WRK-PONTOS-GANHOS GREATER ZEROS
               MOVE "S" TO WRK-BONUS-ANIVERSARIO
               ADD WRK-PONTOS-GANHOS TO PON-SALDO
               DISPLAY 'MES DE ANIVERSARIO - PONTOS EM DOBRO: '
                   WRK-PONTOS-GANHOS ' DE BONUS, NOVO SALDO: '
                   PON-SALDO
               MOVE "B" TO MOVP-TIPO
               MOVE WRK-PONTOS-GANHOS TO MOVP-PONTOS
               PERFORM 7300-GRAVA-MOV-PONTOS
           END-IF.

       7300-GRAVA-MOV-PONTOS.
           MOVE WRK-DATA-ATUAL TO MOVP-DATA.
           MOVE WRK-TELEFONE-VENDA TO MOVP-TELEFONE.
           MOVE PON-SALDO TO MOVP-SALDO-APOS.
           WRITE MOV-PONTOS-REGISTRO.

      *----------------------------------------------------------------*
      * INDICACAO: A CHAVE DE INDICACOES.DAT E O TELEFONE DO INDICADO,  *
      * ENTAO CADA CLIENTE NOVO SO CONVERTE UMA VEZ. NA PRIMEIRA COMPRA *
      * IDENTIFICADA O BONUS VAI PARA O INDICADO E PARA O INDICADOR,    *
      * CADA UM COM SEU MOVIMENTO (I), E A INDICACAO FICA CONVERTIDA.   *
      *----------------------------------------------------------------*
       7500-CREDITA-INDICACAO.
           OPEN I-O ARQUIVO-INDICACOES.
           MOVE WRK-TELEFONE-VENDA TO IND-TELEFONE-INDICADO.
           READ ARQUIVO-INDICACOES
               INVALID KEY
                   MOVE SPACES TO IND-SITUACAO
           END-READ.

           IF INDICACAO-PENDENTE
               MOVE WRK-TELEFONE-VENDA TO WRK-TELEFONE-BONUS
               PERFORM 7600-CREDITA-BONUS-INDICACAO
               DISPLAY 'BONUS DE INDICACAO: ' WRK-PONTOS-INDICACAO
                   ' PONTOS, NOVO SALDO: ' PON-SALDO
               MOVE IND-TELEFONE-INDICADOR TO WRK-TELEFONE-BONUS
               PERFORM 7600-CREDITA-BONUS-INDICACAO
               DISPLAY 'BONUS DE INDICACAO CREDITADO TAMBEM A QUEM '
                   'INDICOU: ' IND-TELEFONE-INDICADOR
               MOVE "C" TO IND-SITUACAO
               MOVE WRK-DATA-ATUAL TO IND-DATA-CONVERSAO
               MOVE WRK-PONTOS-INDICACAO TO IND-PONTOS-CREDITADOS
               REWRITE INDICACAO-REGISTRO
           END-IF.

           CLOSE ARQUIVO-INDICACOES.

       7600-CREDITA-BONUS-INDICACAO.
           MOVE WRK-TELEFONE-BONUS TO PON-TELEFONE.
           READ ARQUIVO-PONTOS
               INVALID KEY
                   MOVE WRK-TELEFONE-BONUS TO PON-TELEFONE
                   MOVE WRK-PONTOS-INDICACAO TO PON-SALDO
                   WRITE PONTOS-REGISTRO
               NOT INVALID KEY
                   ADD WRK-PONTOS-INDICACAO TO PON-SALDO
                   REWRITE PONTOS-REGISTRO
           END-READ.
           MOVE "I" TO MOVP-TIPO.
           MOVE WRK-PONTOS-INDICACAO TO MOVP-PONTOS.
           MOVE WRK-DATA-ATUAL TO MOVP-DATA.
           MOVE WRK-TELEFONE-BONUS TO MOVP-TELEFONE.
           MOVE PON-SALDO TO MOVP-SALDO-APOS.
           WRITE MOV-PONTOS-REGISTRO.

      *----------------------------------------------------------------*
      * GRAVA O REGISTRO DE VENDA COM CAMPOS FIXOS TIPADOS, USADO NO    *
      * FECHAMENTO DO DIA (RelatorioVendasCombustivel).                 *
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           COMPUTE WRK-BRUTO-VENDA EQUAL WRK-LITROS * WRK-PRECO-USADO.

           MOVE ZEROS TO WRK-SEQ-DEBITO.
           IF WRK-FORMA-PAGAMENTO EQUAL 'B'
               PERFORM 8170-DEBITA-CONTA-BANCARIA
                   THRU 8170-DEBITA-CONTA-BANCARIA-FIM
           END-IF.

           MOVE WRK-DATA-ATUAL TO VENDA-DATA.
           MOVE WRK-HORA-ATUAL TO VENDA-HORA.
           MOVE WRK-TIPO TO VENDA-TIPO.
           MOVE WRK-FORMA-PAGAMENTO TO VENDA-FORMA-PAGAMENTO.
           MOVE WRK-CUPOM-VENDA TO VENDA-CUPOM.
           MOVE WRK-BOMBA-VENDA TO VENDA-BOMBA.
           IF WRK-FORMA-PAGAMENTO EQUAL 'F'
               MOVE WRK-FROTA-VENDA TO VENDA-FROTA
               MOVE WRK-PLACA-VENDA TO VENDA-PLACA
           ELSE
               MOVE ZEROS TO VENDA-FROTA
               MOVE SPACES TO VENDA-PLACA
               IF WRK-FORMA-PAGAMENTO EQUAL 'E'
                   MOVE WRK-FUNCIONARIO-VENDA TO VENDA-FUNCIONARIO
               END-IF
           END-IF.
           IF WRK-FORMA-PAGAMENTO EQUAL 'B'
               MOVE WRK-CONTA-VENDA TO VENDA-CONTA-DEBITO
               MOVE WRK-SEQ-DEBITO TO VENDA-SEQ-DEBITO
           ELSE
               MOVE ZEROS TO VENDA-CONTA-DEBITO
               MOVE ZEROS TO VENDA-SEQ-DEBITO
           END-IF.
           MOVE "A" TO VENDA-STATUS.
           IF WRK-BONUS-ANIVERSARIO EQUAL "S"
               MOVE "S" TO VENDA-BONUS-ANIVERSARIO
           ELSE
               MOVE "N" TO VENDA-BONUS-ANIVERSARIO
           END-IF.
           WRITE VENDA-REGISTRO.
           MOVE "vendas_combustivel.dat" TO WRK-ERR-ARQUIVO.
           MOVE "WRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

           IF WRK-FORMA-PAGAMENTO EQUAL 'F'
               PERFORM 8100-DEBITA-FROTA
           END-IF.
           IF WRK-FORMA-PAGAMENTO EQUAL 'E'
               PERFORM 8150-DEBITA-CONTA-FUNCIONARIO
           END-IF.

      *    A VENDA A PRAZO SOBE O SALDO EM ABERTO DA FROTA, QUE SO
      *    DESCE NO PAGAMENTO DA FATURA OU NO CANCELAMENTO DA VENDA.
       8100-DEBITA-FROTA.
           OPEN I-O ARQUIVO-FROTAS.
           MOVE WRK-FROTA-VENDA TO FRO-CODIGO.
           READ ARQUIVO-FROTAS
               NOT INVALID KEY
                   ADD WRK-TOTAL TO FRO-SALDO-ABERTO
                   REWRITE FROTA-REGISTRO
           END-READ.
           CLOSE ARQUIVO-FROTAS.

      *    A COMPRA NA CONTA SOMA NO CONSUMO DO MES DO FUNCIONARIO; A
      *    PRIMEIRA COMPRA DE UM MES NOVO RECOMECA O ACUMULADO. A CONTA
      *    E CRIADA NA PRIMEIRA COMPRA.
       8150-DEBITA-CONTA-FUNCIONARIO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-MES-CONSUMO.
           OPEN I-O ARQUIVO-CONSUMO-FUNC.
           MOVE WRK-FUNCIONARIO-VENDA TO CFU-CODIGO.
           READ ARQUIVO-CONSUMO-FUNC
               INVALID KEY
                   MOVE WRK-MES-CONSUMO TO CFU-PERIODO-CONSUMO
                   MOVE WRK-TOTAL TO CFU-CONSUMO-MES
                   MOVE ZEROS TO CFU-SALDO-DESCONTAR
                       CFU-PERIODO-FECHADO CFU-SALDO-ANTERIOR
                   WRITE CONSUMO-FUNCIONARIO-REGISTRO
               NOT INVALID KEY
                   IF CFU-PERIODO-CONSUMO NOT EQUAL WRK-MES-CONSUMO
                       MOVE WRK-MES-CONSUMO TO CFU-PERIODO-CONSUMO
                       MOVE ZEROS TO CFU-CONSUMO-MES
                   END-IF
                   ADD WRK-TOTAL TO CFU-CONSUMO-MES
                   REWRITE CONSUMO-FUNCIONARIO-REGISTRO
           END-READ.
           CLOSE ARQUIVO-CONSUMO-FUNC.

      *----------------------------------------------------------------*
      * DEBITO EM CONTA: RELE A CONTA (O SALDO PODE TER MUDADO DESDE A  *
      * CONFERENCIA DO PIN), GRAVA O MOVIMENTO P (COMPRA NO POSTO) COM  *
      * O TOTAL DO CUPOM EM CONTAS_MOVIMENTOS.DAT E BAIXA O SALDO. SE A *
      * CONTA SUMIU OU O SALDO NAO COBRE MAIS O CUPOM, A VENDA VIRA     *
      * DINHEIRO E O FRENTISTA E AVISADO PARA RECEBER NO CAIXA.         *
      *----------------------------------------------------------------*
       8170-DEBITA-CONTA-BANCARIA.
           OPEN I-O ARQUIVO-CONTAS.
           MOVE WRK-CONTA-VENDA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CONTA ' WRK-CONTA-VENDA ' NAO ENCONTRADA.'
                   MOVE 'D' TO WRK-FORMA-PAGAMENTO
           END-READ.

           IF WRK-FORMA-PAGAMENTO EQUAL 'B'
               AND WRK-TOTAL-CUPOM GREATER CONTA-SALDO
               DISPLAY 'SALDO DA CONTA ' WRK-CONTA-VENDA
                   ' NAO COBRE MAIS O CUPOM.'
               MOVE 'D' TO WRK-FORMA-PAGAMENTO
           END-IF.

           IF WRK-FORMA-PAGAMENTO NOT EQUAL 'B'
               CLOSE ARQUIVO-CONTAS
               MOVE ZEROS TO WRK-CONTA-VENDA
               DISPLAY 'DEBITO NAO REALIZADO - RECEBA O CUPOM EM '
                   'DINHEIRO.'
               GO TO 8170-DEBITA-CONTA-BANCARIA-FIM
           END-IF.

           ADD 1 TO CONTA-PROX-SEQ.
           MOVE CONTA-PROX-SEQ TO WRK-SEQ-DEBITO.
           OPEN I-O ARQUIVO-MOVIMENTOS-CONTA.
           MOVE CONTA-NUMERO TO CMV-CONTA.
           MOVE CONTA-PROX-SEQ TO CMV-SEQ.
           MOVE WRK-DATA-ATUAL TO CMV-DATA.
           MOVE WRK-HORA-ATUAL TO CMV-HORA.
           MOVE "P" TO CMV-TIPO.
           MOVE WRK-TOTAL-CUPOM TO CMV-VALOR.
           MOVE "E" TO CMV-STATUS.
           MOVE WRK-CARTAO-VIA TO CMV-VIA-CARTAO.
           WRITE CONTA-MOVIMENTO-REGISTRO
               INVALID KEY
                   REWRITE CONTA-MOVIMENTO-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-MOVIMENTOS-CONTA.

           SUBTRACT WRK-TOTAL-CUPOM FROM CONTA-SALDO.
           REWRITE CONTA-REGISTRO.
           CLOSE ARQUIVO-CONTAS.

       8170-DEBITA-CONTA-BANCARIA-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * GRAVA OS ITENS DE LOJA DO CUPOM (MESMO CUPOM, TURNO E FORMA DE  *
      * PAGAMENTO DA VENDA) E BAIXA O ESTOQUE DE CADA PRODUTO, SEM      *
      * DEIXA-LO NEGATIVO - A DIFERENCA APARECE NA CONTAGEM FISICA.     *
      *----------------------------------------------------------------*
       8300-GRAVA-ITENS-LOJA.
           OPEN EXTEND ARQUIVO-ITENS-LOJA.
           OPEN I-O ARQUIVO-PRODUTOS.
           MOVE ZEROS TO WRK-IDX-ITEM.
           PERFORM 8310-GRAVA-ITEM UNTIL WRK-IDX-ITEM NOT LESS
               WRK-QTD-ITENS.
           CLOSE ARQUIVO-ITENS-LOJA.
           CLOSE ARQUIVO-PRODUTOS.

       8310-GRAVA-ITEM.
           ADD 1 TO WRK-IDX-ITEM.
           MOVE WRK-CUPOM-VENDA TO ITL-CUPOM.
           MOVE WRK-IDX-ITEM TO ITL-SEQUENCIA.
           MOVE WRK-DATA-ATUAL TO ITL-DATA.
           MOVE WRK-HORA-ATUAL TO ITL-HORA.
           MOVE WRK-TURNO-VENDA TO ITL-TURNO.
           MOVE WRK-ITL-PRODUTO (WRK-IDX-ITEM) TO ITL-PRODUTO.
           MOVE WRK-ITL-QUANTIDADE (WRK-IDX-ITEM) TO ITL-QUANTIDADE.
           MOVE WRK-ITL-PRECO (WRK-IDX-ITEM) TO ITL-PRECO-UNITARIO.
           MOVE WRK-ITL-VALOR (WRK-IDX-ITEM) TO ITL-VALOR.
           MOVE WRK-FORMA-PAGAMENTO TO ITL-FORMA-PAGAMENTO.
           MOVE "A" TO ITL-STATUS.
           WRITE ITEM-LOJA-REGISTRO.

           MOVE WRK-ITL-PRODUTO (WRK-IDX-ITEM) TO PRD-CODIGO.
           READ ARQUIVO-PRODUTOS
               INVALID KEY
                   DISPLAY 'AVISO: PRODUTO ' PRD-CODIGO ' SEM '
                       'CADASTRO - BAIXA NAO REGISTRADA.'
               NOT INVALID KEY
                   IF WRK-ITL-QUANTIDADE (WRK-IDX-ITEM)
                       GREATER PRD-ESTOQUE
                       MOVE ZEROS TO PRD-ESTOQUE
                   ELSE
                       SUBTRACT WRK-ITL-QUANTIDADE (WRK-IDX-ITEM)
                           FROM PRD-ESTOQUE
                   END-IF
                   REWRITE PRODUTO-REGISTRO
           END-READ.

      *----------------------------------------------------------------*
      * BOMBA FISICA DA VENDA, VALIDADA CONTRA O MESTRE (BOMBAS.DAT):   *
      * O FECHAMENTO DO TURNO CONFERE A MOVIMENTACAO DO ENCERRANTE DE   *
      * CADA BOMBA CONTRA OS LITROS VENDIDOS NELA. BOMBA BLOQUEADA NA   *
      * AFERICAO (ERRO ACIMA DA TOLERANCIA LEGAL) NAO VENDE.            *
      *----------------------------------------------------------------*
       0400-PEDE-BOMBA.
           MOVE "N" TO WRK-BOMBA-OK.
                   DISPLAY 'BOMBA ' WRK-BOMBA-VENDA ' NAO CADASTRADA '
                       '(ManutencaoBombas).'
               NOT INVALID KEY
                   IF BOMBA-BLOQUEADA
                       DISPLAY 'BOMBA ' WRK-BOMBA-VENDA ' BLOQUEADA '
                           'NA AFERICAO DE ' BOM-DATA-AFERICAO
                           ' - USE OUTRA BOMBA (AfericaoBombas).'
                   ELSE
                       IF BOM-TIPO NOT EQUAL WRK-TIPO
                           DISPLAY 'BOMBA ' WRK-BOMBA-VENDA ' E DO '
                               'COMBUSTIVEL ' BOM-TIPO ' - CONFIRA O '
                               'TIPO DA VENDA.'
                       END-IF
                       MOVE "S" TO WRK-BOMBA-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-BOMBAS.

      *----------------------------------------------------------------*
      * FORMA DE PAGAMENTO DA VENDA: O FECHAMENTO DO TURNO CONFERE O    *
      * DINHEIRO CONTADO SO CONTRA AS VENDAS EM DINHEIRO E LIQUIDA      *
      * CARTAO E PIX COM AS ADQUIRENTES. A VENDA A PRAZO DE FROTA (F)   *
      * VAI PARA A FATURA MENSAL E ENTRA NO FECHAMENTO COMO A RECEBER.  *
      * A COMPRA NA CONTA DO FUNCIONARIO (E) E DESCONTADA NA FOLHA PELO *
      * FECHAMENTO MENSAL DE COMPRAS DE FUNCIONARIOS. O DEBITO EM CONTA *
      * (B) SAI NA HORA DO SALDO DA CONTA DO CLIENTE EM CONTAS.DAT E    *
      * ENTRA NO FECHAMENTO COMO TRANSFERENCIA INTERNA.                 *
      *----------------------------------------------------------------*
       0800-PEDE-FORMA-PAGAMENTO.
           DISPLAY 'FORMA DE PAGAMENTO (D-DINHEIRO C-CARTAO P-PIX '
               'F-FROTA A PRAZO E-CONTA FUNCIONARIO '
               'B-DEBITO EM CONTA): '
           ACCEPT WRK-FORMA-PAGAMENTO.
           IF WRK-FORMA-PAGAMENTO EQUAL 'd'
               MOVE 'D' TO WRK-FORMA-PAGAMENTO
           IF WRK-FORMA-PAGAMENTO EQUAL 'p'
               MOVE 'P' TO WRK-FORMA-PAGAMENTO
           END-IF.
           IF WRK-FORMA-PAGAMENTO EQUAL 'f'
               MOVE 'F' TO WRK-FORMA-PAGAMENTO
           END-IF.
           IF WRK-FORMA-PAGAMENTO EQUAL 'e'
               MOVE 'E' TO WRK-FORMA-PAGAMENTO
           END-IF.
           IF WRK-FORMA-PAGAMENTO EQUAL 'b'
               MOVE 'B' TO WRK-FORMA-PAGAMENTO
           END-IF.
           IF WRK-FORMA-PAGAMENTO NOT EQUAL 'D'
               AND WRK-FORMA-PAGAMENTO NOT EQUAL 'C'
               AND WRK-FORMA-PAGAMENTO NOT EQUAL 'P'
               AND WRK-FORMA-PAGAMENTO NOT EQUAL 'F'
               AND WRK-FORMA-PAGAMENTO NOT EQUAL 'E'
               AND WRK-FORMA-PAGAMENTO NOT EQUAL 'B'
               DISPLAY 'FORMA INVALIDA - USE D, C, P, F, E OU B.'
               PERFORM 0800-PEDE-FORMA-PAGAMENTO
           ELSE
               IF WRK-FORMA-PAGAMENTO EQUAL 'F'
                   PERFORM 0850-VALIDA-FROTA THRU 0850-VALIDA-FROTA-FIM
                   IF WRK-FROTA-OK NOT EQUAL "S"
                       DISPLAY 'VENDA A PRAZO RECUSADA - ESCOLHA OUTRA '
                           'FORMA DE PAGAMENTO.'
                       PERFORM 0800-PEDE-FORMA-PAGAMENTO
                   END-IF
               ELSE
                   IF WRK-FORMA-PAGAMENTO EQUAL 'E'
                       PERFORM 0860-VALIDA-FUNCIONARIO
                           THRU 0860-VALIDA-FUNCIONARIO-FIM
                       IF WRK-FUNCIONARIO-OK NOT EQUAL "S"
                           DISPLAY 'COMPRA NA CONTA RECUSADA - '
                               'ESCOLHA OUTRA FORMA DE PAGAMENTO.'
                           PERFORM 0800-PEDE-FORMA-PAGAMENTO
                       END-IF
                   ELSE
                       IF WRK-FORMA-PAGAMENTO EQUAL 'B'
                           PERFORM 0870-VALIDA-DEBITO-CONTA
                               THRU 0870-VALIDA-DEBITO-CONTA-FIM
                           IF WRK-CONTA-OK NOT EQUAL "S"
                               DISPLAY 'DEBITO EM CONTA RECUSADO - '
                                   'ESCOLHA OUTRA FORMA DE PAGAMENTO.'
                               PERFORM 0800-PEDE-FORMA-PAGAMENTO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * VENDA A PRAZO: A PLACA PRECISA ESTAR AUTORIZADA E ATIVA, A      *
      * FROTA ATIVA E O TOTAL DA VENDA CABER NO CREDITO DISPONIVEL      *
      * (LIMITE MENOS O SALDO EM ABERTO). A FATURA DA FROTA E SO DE     *
      * COMBUSTIVEL: CUPOM COM ITEM DE LOJA NAO VAI A PRAZO.            *
      *----------------------------------------------------------------*
       0850-VALIDA-FROTA.
           MOVE "N" TO WRK-FROTA-OK.
           MOVE ZEROS TO WRK-FROTA-VENDA.
           IF WRK-QTD-ITENS GREATER ZEROS
               DISPLAY 'ITENS DE LOJA NAO ENTRAM NA FATURA DA FROTA.'
               GO TO 0850-VALIDA-FROTA-FIM
           END-IF.
           DISPLAY 'PLACA DO VEICULO: '.
           ACCEPT WRK-PLACA-VENDA.
           INSPECT WRK-PLACA-VENDA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           OPEN INPUT ARQUIVO-VEICULOS.
           MOVE WRK-PLACA-VENDA TO VEI-PLACA.
           READ ARQUIVO-VEICULOS
               INVALID KEY
                   MOVE SPACES TO VEI-SITUACAO
           END-READ.
           CLOSE ARQUIVO-VEICULOS.
           IF NOT VEICULO-ATIVO
               DISPLAY 'PLACA ' WRK-PLACA-VENDA ' NAO AUTORIZADA '
                   'PARA VENDA A PRAZO (ManutencaoFrotas).'
               GO TO 0850-VALIDA-FROTA-FIM
           END-IF.

           OPEN INPUT ARQUIVO-FROTAS.
           MOVE VEI-FROTA TO FRO-CODIGO.
           READ ARQUIVO-FROTAS
               INVALID KEY
                   MOVE SPACES TO FRO-SITUACAO
           END-READ.
           CLOSE ARQUIVO-FROTAS.
           IF NOT FROTA-ATIVA
               DISPLAY 'FROTA ' VEI-FROTA ' INEXISTENTE OU BLOQUEADA.'
               GO TO 0850-VALIDA-FROTA-FIM
           END-IF.

           COMPUTE WRK-CREDITO-DISPONIVEL EQUAL
               FRO-LIMITE-CREDITO - FRO-SALDO-ABERTO.
           MOVE WRK-CREDITO-DISPONIVEL TO WRK-CREDITO-EDITADO.
           IF WRK-TOTAL GREATER WRK-CREDITO-DISPONIVEL
               DISPLAY 'CREDITO INSUFICIENTE - FROTA ' FRO-NOME
                   ' DISPONIVEL: ' WRK-CREDITO-EDITADO
                   ' VENDA: ' WRK-TOTAL-EDITADO
               GO TO 0850-VALIDA-FROTA-FIM
           END-IF.

           MOVE FRO-CODIGO TO WRK-FROTA-VENDA.
           MOVE "S" TO WRK-FROTA-OK.
           DISPLAY 'FROTA: ' FRO-NOME.
           DISPLAY 'MOTORISTA AUTORIZADO: ' VEI-MOTORISTA
               ' CNH: ' VEI-CNH ' - CONFIRA O DOCUMENTO.'.
           DISPLAY 'CREDITO DISPONIVEL: ' WRK-CREDITO-EDITADO.

       0850-VALIDA-FROTA-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * CONTA DO FUNCIONARIO: O COMPRADOR E IDENTIFICADO PELO CODIGO DA *
      * FOLHA, PRECISA ESTAR ATIVO, E A COMPRA TEM DE CABER NO TETO     *
      * MENSAL MENOS O JA CONSUMIDO NO MES E O SALDO AINDA A DESCONTAR  *
      * DE FOLHAS ANTERIORES. SO COMBUSTIVEL: ITEM DE LOJA NAO ENTRA.   *
      *----------------------------------------------------------------*
       0860-VALIDA-FUNCIONARIO.
           MOVE "N" TO WRK-FUNCIONARIO-OK.
           MOVE ZEROS TO WRK-FUNCIONARIO-VENDA.
           IF WRK-QTD-ITENS GREATER ZEROS
               DISPLAY 'ITENS DE LOJA NAO ENTRAM NA CONTA DO '
                   'FUNCIONARIO.'
               GO TO 0860-VALIDA-FUNCIONARIO-FIM
           END-IF.
           DISPLAY 'CODIGO DO FUNCIONARIO: '.
           ACCEPT FUNCIONARIO-CODIGO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE SPACES TO FUNCIONARIO-STATUS
           END-READ.
           CLOSE ARQUIVO-FUNCIONARIO.
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY 'FUNCIONARIO ' FUNCIONARIO-CODIGO
                   ' INEXISTENTE OU DESLIGADO.'
               GO TO 0860-VALIDA-FUNCIONARIO-FIM
           END-IF.

           MOVE WRK-DATA-ATUAL (1:6) TO WRK-MES-CONSUMO.
           OPEN INPUT ARQUIVO-CONSUMO-FUNC.
           MOVE FUNCIONARIO-CODIGO TO CFU-CODIGO.
           READ ARQUIVO-CONSUMO-FUNC
               INVALID KEY
                   MOVE ZEROS TO CFU-CONSUMO-MES CFU-SALDO-DESCONTAR
                   MOVE WRK-MES-CONSUMO TO CFU-PERIODO-CONSUMO
           END-READ.
           CLOSE ARQUIVO-CONSUMO-FUNC.
           IF CFU-PERIODO-CONSUMO NOT EQUAL WRK-MES-CONSUMO
               MOVE ZEROS TO CFU-CONSUMO-MES
           END-IF.

           COMPUTE WRK-CREDITO-DISPONIVEL EQUAL
               WRK-TETO-CONTA-FUNCIONARIO - CFU-CONSUMO-MES -
               CFU-SALDO-DESCONTAR.
           MOVE WRK-CREDITO-DISPONIVEL TO WRK-CREDITO-EDITADO.
           IF WRK-TOTAL GREATER WRK-CREDITO-DISPONIVEL
               DISPLAY 'TETO MENSAL ATINGIDO - FUNCIONARIO '
                   FUNCIONARIO-NOME
                   ' DISPONIVEL: ' WRK-CREDITO-EDITADO
                   ' VENDA: ' WRK-TOTAL-EDITADO
               GO TO 0860-VALIDA-FUNCIONARIO-FIM
           END-IF.

           MOVE FUNCIONARIO-CODIGO TO WRK-FUNCIONARIO-VENDA.
           MOVE "S" TO WRK-FUNCIONARIO-OK.
           DISPLAY 'FUNCIONARIO: ' FUNCIONARIO-NOME
               ' - CONFIRA O CRACHA.'.
           DISPLAY 'CREDITO DISPONIVEL NO MES: ' WRK-CREDITO-EDITADO.

       0860-VALIDA-FUNCIONARIO-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * DEBITO EM CONTA: PEDE O CARTAO (CONTA + VIA) E O PIN E CONFERE  *
      * COMO O CAIXA ELETRONICO - ATE 3 TENTATIVAS, CARTAO ATIVO E NA   *
      * VALIDADE, CONTA ABERTA E FORA DA LISTA QUENTE                   *
      * (CONTAS_BLOQUEADAS.DAT). O SALDO DA CONTA TEM DE COBRIR O TOTAL *
      * DO CUPOM; O DEBITO SO SAI NA GRAVACAO DA VENDA.                 *
      *----------------------------------------------------------------*
       0870-VALIDA-DEBITO-CONTA.
           MOVE "N" TO WRK-CONTA-OK.
           MOVE ZEROS TO WRK-TENTATIVAS-PIN.
           MOVE ZEROS TO WRK-CONTA-VENDA.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-MES-ATUAL.

           OPEN INPUT ARQUIVO-CONTAS.
           OPEN I-O ARQUIVO-CARTOES.
           PERFORM 0871-PEDE-CARTAO-PIN THRU 0871-PEDE-CARTAO-PIN-FIM
               UNTIL WRK-CONTA-OK EQUAL "S"
               OR WRK-TENTATIVAS-PIN NOT LESS 3.
           CLOSE ARQUIVO-CONTAS.
           CLOSE ARQUIVO-CARTOES.

           IF WRK-CONTA-OK NOT EQUAL "S"
               DISPLAY 'CARTAO DA CONTA NAO CONFERIDO.'
               GO TO 0870-VALIDA-DEBITO-CONTA-FIM
           END-IF.

           IF WRK-TOTAL-CUPOM GREATER CONTA-SALDO
               MOVE "N" TO WRK-CONTA-OK
               MOVE CONTA-SALDO TO WRK-SALDO-EDITADO
               MOVE WRK-TOTAL-CUPOM TO WRK-CUPOM-EDITADO
               DISPLAY 'SALDO INSUFICIENTE - SALDO ATUAL: '
                   WRK-SALDO-EDITADO ' CUPOM: ' WRK-CUPOM-EDITADO
               GO TO 0870-VALIDA-DEBITO-CONTA-FIM
           END-IF.

           MOVE CONTA-NUMERO TO WRK-CONTA-VENDA.
           DISPLAY 'CONTA ' WRK-CONTA-VENDA ' - ' CONTA-TITULAR.

       0870-VALIDA-DEBITO-CONTA-FIM.
           EXIT.

       0871-PEDE-CARTAO-PIN.
           DISPLAY 'NUMERO DO CARTAO (CONTA + VIA): '.
           ACCEPT WRK-CARTAO-DIGITADO.
           DISPLAY 'PIN: '.
           ACCEPT WRK-PIN-DIGITADO.

           MOVE WRK-CARTAO-DIGITADO TO CARTAO-CHAVE.
           READ ARQUIVO-CARTOES
               INVALID KEY
                   DISPLAY 'CARTAO OU PIN INVALIDOS.'
                   ADD 1 TO WRK-TENTATIVAS-PIN
                   GO TO 0871-PEDE-CARTAO-PIN-FIM
           END-READ.

           IF CARTAO-CANCELADO
               DISPLAY 'CARTAO CANCELADO - OPERACAO NAO PERMITIDA.'
               MOVE 3 TO WRK-TENTATIVAS-PIN
               GO TO 0871-PEDE-CARTAO-PIN-FIM
           END-IF.

           IF CARTAO-BLOQUEADO
               DISPLAY 'CARTAO BLOQUEADO - PROCURE A AGENCIA.'
               MOVE 3 TO WRK-TENTATIVAS-PIN
               GO TO 0871-PEDE-CARTAO-PIN-FIM
           END-IF.

           IF CRT-VALIDADE LESS WRK-MES-ATUAL
               DISPLAY 'CARTAO VENCIDO - PROCURE A AGENCIA.'
               MOVE 3 TO WRK-TENTATIVAS-PIN
               GO TO 0871-PEDE-CARTAO-PIN-FIM
           END-IF.

           MOVE WRK-CARTAO-CONTA TO CONTA-NUMERO.
           READ ARQUIVO-CONTAS
               INVALID KEY
                   DISPLAY 'CARTAO OU PIN INVALIDOS.'
                   ADD 1 TO WRK-TENTATIVAS-PIN
               NOT INVALID KEY
                   PERFORM 0872-TESTA-LISTA-QUENTE
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
                           PERFORM 0873-CONFERE-PIN
                       END-IF
                   END-IF
           END-READ.

       0871-PEDE-CARTAO-PIN-FIM.
           EXIT.

      *    CONTA NA LISTA QUENTE NAO DEBITA, COMO NO CAIXA ELETRONICO.
       0872-TESTA-LISTA-QUENTE.
           MOVE "N" TO WRK-NA-LISTA-QUENTE.
           OPEN INPUT ARQUIVO-BLOQUEADAS.
           MOVE WRK-CARTAO-CONTA TO BLQ-CONTA.
           READ ARQUIVO-BLOQUEADAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-NA-LISTA-QUENTE
           END-READ.
           CLOSE ARQUIVO-BLOQUEADAS.

      *    O CONTADOR DE PIN ERRADO E O DO PROPRIO CARTAO, O MESMO DO
      *    CAIXA ELETRONICO: ERRO NA BOMBA SOMA COM ERRO NO CAIXA, E O
      *    TERCEIRO SEGUIDO BLOQUEIA O CARTAO E GRAVA A OCORRENCIA.
       0873-CONFERE-PIN.
           IF CRT-PIN EQUAL WRK-PIN-DIGITADO
               MOVE "S" TO WRK-CONTA-OK
               IF CRT-TENTATIVAS-PIN GREATER ZEROS
                   MOVE ZEROS TO CRT-TENTATIVAS-PIN
                   REWRITE CARTAO-REGISTRO
               END-IF
           ELSE
               DISPLAY 'CARTAO OU PIN INVALIDOS.'
               ADD 1 TO WRK-TENTATIVAS-PIN
               ADD 1 TO CRT-TENTATIVAS-PIN
               IF CRT-TENTATIVAS-PIN NOT LESS 3
                   MOVE "B" TO CRT-SITUACAO
                   PERFORM 0874-BLOQUEIA-CARTAO
                   DISPLAY 'CARTAO BLOQUEADO POR EXCESSO DE PIN '
                       'ERRADO - PROCURE A AGENCIA.'
                   MOVE 3 TO WRK-TENTATIVAS-PIN
               END-IF
               REWRITE CARTAO-REGISTRO
           END-IF.

       0874-BLOQUEIA-CARTAO.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           OPEN EXTEND ARQUIVO-OCORRENCIAS.
           MOVE SPACES TO LINHA-OCORRENCIA.
           STRING WRK-DATA-ATUAL ' ' WRK-HORA-ATUAL
                  ' CONTA ' CONTA-NUMERO
                  ' CARTAO ' CRT-VIA
                  ' BLOQUEADO POR PIN ERRADO 3 VEZES'
               DELIMITED BY SIZE INTO LINHA-OCORRENCIA.
           WRITE LINHA-OCORRENCIA.
           CLOSE ARQUIVO-OCORRENCIAS.

      *----------------------------------------------------------------*
      * TIRA O PROXIMO NUMERO DO CONTADOR CONTROLADO DE CUPOM FISCAL    *
      * E REGRAVA O CONTADOR - A SEQUENCIA E UNICA E CONTINUA, E O      *
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

           IF WRK-FORMA-PAGAMENTO EQUAL 'F'
               MOVE SPACES TO LINHA-CUPOM
               STRING "  VENDA A PRAZO - FROTA " WRK-FROTA-VENDA
                      "  PLACA " WRK-PLACA-VENDA
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.

           IF WRK-FORMA-PAGAMENTO EQUAL 'E'
               MOVE SPACES TO LINHA-CUPOM
               STRING "  CONTA FUNCIONARIO " WRK-FUNCIONARIO-VENDA
                      " - DESCONTO EM FOLHA"
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.

           IF WRK-FORMA-PAGAMENTO EQUAL 'B'
               MOVE SPACES TO LINHA-CUPOM
               STRING "  DEBITO EM CONTA " WRK-CONTA-VENDA
                      "  MOVIMENTO " WRK-SEQ-DEBITO
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.

           IF WRK-QTD-ITENS GREATER ZEROS
               MOVE ZEROS TO WRK-IDX-ITEM
               PERFORM 8210-IMPRIME-ITEM-LOJA
                   UNTIL WRK-IDX-ITEM NOT LESS WRK-QTD-ITENS
               MOVE WRK-TOTAL-LOJA TO WRK-ITEM-EDITADO
               MOVE WRK-TOTAL-CUPOM TO WRK-CUPOM-EDITADO
               MOVE SPACES TO LINHA-CUPOM
               STRING "  TOTAL LOJA " WRK-ITEM-EDITADO
                      "  TOTAL DO CUPOM " WRK-CUPOM-EDITADO
                   DELIMITED BY SIZE INTO LINHA-CUPOM
               WRITE LINHA-CUPOM
           END-IF.

           MOVE SPACES TO LINHA-CUPOM.
           MOVE ALL "-" TO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

           DISPLAY 'CUPOM FISCAL ' WRK-CUPOM-VENDA ' EMITIDO.'.

       8210-IMPRIME-ITEM-LOJA.
           ADD 1 TO WRK-IDX-ITEM.
           MOVE WRK-ITL-VALOR (WRK-IDX-ITEM) TO WRK-ITEM-EDITADO.
           MOVE SPACES TO LINHA-CUPOM.
           STRING "  LOJA " WRK-ITL-PRODUTO (WRK-IDX-ITEM)
                  " " WRK-ITL-DESCRICAO (WRK-IDX-ITEM)
                  " " WRK-ITL-QUANTIDADE (WRK-IDX-ITEM)
                  " UN  " WRK-ITEM-EDITADO
               DELIMITED BY SIZE INTO LINHA-CUPOM.
           WRITE LINHA-CUPOM.

      *----------------------------------------------------------------*
      * ABATE OS LITROS DESTA VENDA DO TANQUE DO COMBUSTIVEL. TANQUE    *
      * SEM CADASTRO OU SEM SALDO SUFICIENTE GERA AVISO NO TERMINAL     *
           END-IF.
           PERFORM 0510-LE-PRECO.

      *----------------------------------------------------------------*
      * ITENS DA LOJA DE CONVENIENCIA NO MESMO CUPOM: CODIGO DO PRODUTO *
      * (ZERO ENCERRA) E QUANTIDADE, PELO PRECO DO MESTRE DE PRODUTOS.  *
      * PRODUTO INATIVO OU SEM CADASTRO E RECUSADO; ESTOQUE MENOR QUE A *
      * QUANTIDADE SO GERA AVISO (O PRODUTO ESTA NA MAO DO CLIENTE).    *
      *----------------------------------------------------------------*
       0600-PEDE-ITENS-LOJA.
           MOVE ZEROS TO WRK-QTD-ITENS.
           MOVE ZEROS TO WRK-TOTAL-LOJA.
           DISPLAY 'ITENS DA LOJA NO CUPOM? (S/N) '
           ACCEPT WRK-TEM-LOJA.

           IF WRK-TEM-LOJA EQUAL 'S' OR WRK-TEM-LOJA EQUAL 's'
               MOVE "N" TO WRK-FIM-ITENS
               OPEN INPUT ARQUIVO-PRODUTOS
               PERFORM 0610-PEDE-ITEM UNTIL WRK-FIM-ITENS EQUAL "S"
               CLOSE ARQUIVO-PRODUTOS
           END-IF.

           COMPUTE WRK-TOTAL-CUPOM EQUAL WRK-TOTAL + WRK-TOTAL-LOJA.
           IF WRK-QTD-ITENS GREATER ZEROS
               MOVE WRK-TOTAL-LOJA TO WRK-ITEM-EDITADO
               MOVE WRK-TOTAL-CUPOM TO WRK-CUPOM-EDITADO
               DISPLAY 'TOTAL LOJA: ' WRK-ITEM-EDITADO
                   '  TOTAL DO CUPOM: ' WRK-CUPOM-EDITADO
           END-IF.

       0610-PEDE-ITEM.
           IF WRK-QTD-ITENS NOT LESS 10
               DISPLAY 'LIMITE DE 10 ITENS DE LOJA POR CUPOM.'
               MOVE "S" TO WRK-FIM-ITENS
           ELSE
               DISPLAY 'CODIGO DO PRODUTO (0 ENCERRA): '
               ACCEPT WRK-PRODUTO-PEDIDO
               IF WRK-PRODUTO-PEDIDO EQUAL ZEROS
                   MOVE "S" TO WRK-FIM-ITENS
               ELSE
                   PERFORM 0620-INCLUI-ITEM
               END-IF
           END-IF.

       0620-INCLUI-ITEM.
           MOVE WRK-PRODUTO-PEDIDO TO PRD-CODIGO.
           READ ARQUIVO-PRODUTOS
               INVALID KEY
                   MOVE SPACES TO PRD-SITUACAO
           END-READ.

           IF NOT PRODUTO-ATIVO
               DISPLAY 'PRODUTO ' WRK-PRODUTO-PEDIDO ' INEXISTENTE '
                   'OU INATIVO (ManutencaoProdutosLoja).'
           ELSE
               DISPLAY PRD-DESCRICAO ' - QUANTIDADE: '
               ACCEPT WRK-QTD-PEDIDA
               IF WRK-QTD-PEDIDA EQUAL ZEROS
                   DISPLAY 'QUANTIDADE ZERO - ITEM IGNORADO.'
               ELSE
                   IF WRK-QTD-PEDIDA GREATER PRD-ESTOQUE
                       DISPLAY 'AVISO: ESTOQUE DO PRODUTO MENOR QUE '
                           'A QUANTIDADE - CONFIRA NA CONTAGEM.'
                   END-IF
                   ADD 1 TO WRK-QTD-ITENS
                   MOVE PRD-CODIGO TO WRK-ITL-PRODUTO (WRK-QTD-ITENS)
                   MOVE PRD-DESCRICAO TO
                       WRK-ITL-DESCRICAO (WRK-QTD-ITENS)
                   MOVE WRK-QTD-PEDIDA TO
                       WRK-ITL-QUANTIDADE (WRK-QTD-ITENS)
                   MOVE PRD-PRECO-VENDA TO
                       WRK-ITL-PRECO (WRK-QTD-ITENS)
                   COMPUTE WRK-ITL-VALOR (WRK-QTD-ITENS) EQUAL
                       WRK-QTD-PEDIDA * PRD-PRECO-VENDA
                   ADD WRK-ITL-VALOR (WRK-QTD-ITENS) TO WRK-TOTAL-LOJA
                   MOVE WRK-ITL-VALOR (WRK-QTD-ITENS) TO
                       WRK-ITEM-EDITADO
                   DISPLAY 'ITEM ' WRK-QTD-ITENS ': ' WRK-QTD-PEDIDA
                       ' X ' PRD-DESCRICAO ' = ' WRK-ITEM-EDITADO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * REGISTRA NO TERMINAL QUAL PRECO (E QUAL VIGENCIA) ESTA SENDO    *
      * USADO NA VENDA CORRENTE.                                        *
