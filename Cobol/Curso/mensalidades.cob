       PROGRAM-ID. PROG89.
      *    SUBSISTEMA DE MENSALIDADES AMARRADO AS MATRICULAS:
      *     1 - GERA AS COBRANCAS DO MES PARA TODO RA MATRICULADO NO
      *         ANO, COM O VALOR DA TABELA DE PRECOS POR SERIE MENOS O
      *         DESCONTO DO ALUNO E VENCIMENTO NO DIA 10;
      *     2 - REGISTRA O PAGAMENTO COM MULTA POR ATRASO (2% MAIS
      *         0,1% POR DIA) E IMPRIME O RECIBO;
      *     3 - RELATORIO DE INADIMPLENCIA POR TURMA (COBRANCAS
      *         ABERTAS E VENCIDAS) PARA A SECRETARIA COBRAR;
      *     4 - TABELA DE PRECOS POR SERIE;
      *     5 - EMITE OS BOLETOS DAS COBRANCAS ABERTAS DO MES (LINHA
      *         DIGITAVEL E CODIGO DE BARRAS, NOSSO NUMERO = ANO + MES
      *         + RA); PAGO NO CAIXA ELETRONICO, O BOLETO JA BAIXA A
      *         MENSALIDADE;
      *     6 - DESCONTOS CONCEDIDOS POR RA (BOLSA PARCIAL OU IRMAO,
      *         COM PERCENTUAL E VALIDADE). OS DESCONTOS NAO SE SOMAM:
      *         A COBRANCA APLICA O MAIOR E O RECIBO MOSTRA O VALOR
      *         INTEGRAL E O COBRADO;
      *     7 - RELATORIO DO MES DA RECEITA QUE OS DESCONTOS DEIXARAM
      *         DE TRAZER, POR TIPO.
      *     IRMAOS SAO OS ALUNOS COM O MESMO CPF DE RESPONSAVEL
      *     FINANCEIRO NO CADASTRO DE RESPONSAVEIS (PROG111): O DE
      *     MENOR RA MATRICULADO NO ANO PAGA CHEIO E OS DEMAIS TEM O
      *     DESCONTO DE IRMAO (WRK-PERC-IRMAO).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS PMEN-SERIE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-RESPONSAVEIS
           ASSIGN TO "responsaveis_alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RESPONSAVEL-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DESCONTOS
           ASSIGN TO "descontos_alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DAL-RA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DESCONTOS-APLICADOS
           ASSIGN TO "mensalidades_descontos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MENSALIDADE-DESCONTO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-RECIBOS
           ASSIGN TO "recibos_mensalidade.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-INADIMPLENCIA
           ASSIGN TO "inadimplencia_turmas.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-BOLETOS
           ASSIGN TO "boletos_mensalidade.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-RENUNCIA
           ASSIGN TO "descontos_mensalidade.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-MENSALIDADES.
           05 PMEN-SERIE        PIC 9(1).
           05 PMEN-VALOR        PIC 9(6)V99.

       FD  ARQUIVO-RESPONSAVEIS.
           COPY "RESPONSAVEL-ALUNO.cpy".

       FD  ARQUIVO-DESCONTOS.
           COPY "DESCONTO-ALUNO.cpy".

       FD  ARQUIVO-DESCONTOS-APLICADOS.
           COPY "MENSALIDADE-DESCONTO.cpy".

       FD  ARQUIVO-RECIBOS.
       01  LINHA-RECIBO PIC X(80).

       FD  ARQUIVO-INADIMPLENCIA.
       01  LINHA-INADIMPLENCIA PIC X(80).

       FD  ARQUIVO-BOLETOS.
       01  LINHA-BOLETO PIC X(80).

       FD  ARQUIVO-RENUNCIA.
       01  LINHA-RENUNCIA PIC X(80).

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO           PIC 9(1) VALUE ZEROS.
       77  WRK-QTD-ABERTAS     PIC 9(4) VALUE ZEROS.
       77  WRK-TOT-ABERTO      PIC 9(8)V99 VALUE ZEROS.
       77  WRK-TOT-EDITADO     PIC ZZZZZZZ9.99.
       77  WRK-QTD-BOLETOS     PIC 9(4) VALUE ZEROS.
       77  WRK-PERC-IRMAO      PIC 9(3)V99 VALUE 10.
       77  WRK-COMPETENCIA     PIC 9(6) VALUE ZEROS.
       77  WRK-TIPO-DESCONTO   PIC X(1) VALUE SPACE.
       77  WRK-PERC-DESCONTO   PIC 9(3)V99 VALUE ZEROS.
       77  WRK-VALOR-DESCONTO  PIC 9(6)V99 VALUE ZEROS.
       77  WRK-QTD-DESCONTOS   PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-ALUNOS      PIC 9(3) VALUE ZEROS.
       77  WRK-IDX             PIC 9(3) VALUE ZEROS.
       77  WRK-IDX-ALUNO       PIC 9(3) VALUE ZEROS.
       77  WRK-ALUNO-ACHADO    PIC A(1) VALUE "N".
       77  WRK-IRMAO-ACHADO    PIC A(1) VALUE "N".
       77  WRK-FIM-RESPONSAVEIS PIC A(1) VALUE "N".
       77  WRK-CPF-FINANCEIRO  PIC 9(11) VALUE ZEROS.
       77  WRK-PERC-EDITADO    PIC ZZ9.99.
       77  WRK-INTEGRAL-EDITADO PIC ZZZZZ9.99.
       77  WRK-DESCONTO-EDITADO PIC ZZZZZ9.99.
       77  WRK-TIPO-EDITADO    PIC X(5) VALUE SPACES.
       77  WRK-QTD-BOLSAS      PIC 9(4) VALUE ZEROS.
       77  WRK-TOT-BOLSAS      PIC 9(8)V99 VALUE ZEROS.
       77  WRK-QTD-IRMAOS      PIC 9(4) VALUE ZEROS.
       77  WRK-TOT-IRMAOS      PIC 9(8)V99 VALUE ZEROS.
       77  WRK-TOT-INTEGRAL    PIC 9(8)V99 VALUE ZEROS.

      *    QUADRO DOS MATRICULADOS DO ANO COM RESPONSAVEL FINANCEIRO,
      *    NA ORDEM DO RA, PARA ACHAR O IRMAO MAIS VELHO DE MATRICULA.
       01  WRK-QUADRO-IRMAOS.
           05 WRK-IRM-ITEM OCCURS 500 TIMES.
               10 WRK-IRM-RA            PIC 9(7).
               10 WRK-IRM-CPF           PIC 9(11).

           COPY "BOLETO-VALIDACAO.cpy".

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           DISPLAY "2 - Registrar pagamento".
           DISPLAY "3 - Relatorio de inadimplencia por turma".
           DISPLAY "4 - Tabela de precos por serie".
           DISPLAY "5 - Emitir boletos do mes".
           DISPLAY "6 - Descontos concedidos (bolsa / irmao)".
           DISPLAY "7 - Relatorio de descontos do mes".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
           IF WRK-OPCAO EQUAL 4
               PERFORM MANTEM-PRECOS
           END-IF.
           IF WRK-OPCAO EQUAL 5
               PERFORM EMITE-BOLETOS
           END-IF.
           IF WRK-OPCAO EQUAL 6
               PERFORM MANTEM-DESCONTOS THRU MANTEM-DESCONTOS-FIM
           END-IF.
           IF WRK-OPCAO EQUAL 7
               PERFORM RELATORIO-DESCONTOS
           END-IF.
           STOP RUN.

      *    UMA COBRANCA POR RA MATRICULADO NO ANO, COM O VALOR DA
      *     SERIE MENOS O DESCONTO E VENCIMENTO NO DIA 10 DO MES;
      *     COBRANCA JA GERADA NAO E REGERADA.
       GERA-COBRANCAS.
           DISPLAY "Digite o ano letivo: ".
           ACCEPT WRK-ANO-PEDIDO.
           OPEN I-O ARQUIVO-MENSALIDADES.
           OPEN INPUT ARQUIVO-MATRICULAS.
           OPEN INPUT ARQUIVO-PRECOS.
           OPEN INPUT ARQUIVO-RESPONSAVEIS.
           OPEN INPUT ARQUIVO-DESCONTOS.
           OPEN I-O ARQUIVO-DESCONTOS-APLICADOS.

           COMPUTE WRK-COMPETENCIA EQUAL
               (WRK-ANO-PEDIDO * 100) + WRK-MES-PEDIDO.
           PERFORM CARREGA-IRMAOS.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-PEDIDO TO MAT-ANO.
           CLOSE ARQUIVO-MENSALIDADES.
           CLOSE ARQUIVO-MATRICULAS.
           CLOSE ARQUIVO-PRECOS.
           CLOSE ARQUIVO-RESPONSAVEIS.
           CLOSE ARQUIVO-DESCONTOS.
           CLOSE ARQUIVO-DESCONTOS-APLICADOS.

           DISPLAY "COBRANCAS GERADAS: " WRK-QTD-GERADAS
               "  COM DESCONTO: " WRK-QTD-DESCONTOS
               "  SEM PRECO DE SERIE: " WRK-QTD-SEM-PRECO.

      *    PRIMEIRA PASSAGEM NAS MATRICULAS DO ANO: RA E CPF DO
      *     RESPONSAVEL FINANCEIRO NO QUADRO DE IRMAOS.
       CARREGA-IRMAOS.
           MOVE ZEROS TO WRK-QTD-ALUNOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-PEDIDO TO MAT-ANO.
           MOVE ZEROS TO MAT-RA.
           START ARQUIVO-MATRICULAS KEY IS NOT LESS MATRICULA-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM LE-MATRICULA-IRMAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-MATRICULA-IRMAO.
           READ ARQUIVO-MATRICULAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               IF MAT-ANO EQUAL WRK-ANO-PEDIDO
                   PERFORM GUARDA-RESPONSAVEL
               ELSE
                   MOVE "S" TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

       GUARDA-RESPONSAVEL.
           MOVE ZEROS TO WRK-CPF-FINANCEIRO.
           MOVE "N" TO WRK-FIM-RESPONSAVEIS.
           MOVE MAT-RA TO RSP-RA.
           MOVE ZEROS TO RSP-SEQ.
           START ARQUIVO-RESPONSAVEIS KEY IS NOT LESS RESPONSAVEL-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-RESPONSAVEIS
           END-START.
           PERFORM LE-RESPONSAVEL
               UNTIL WRK-FIM-RESPONSAVEIS EQUAL "S".
           IF WRK-CPF-FINANCEIRO NOT EQUAL ZEROS
               IF WRK-QTD-ALUNOS LESS 500
                   ADD 1 TO WRK-QTD-ALUNOS
                   MOVE MAT-RA TO WRK-IRM-RA (WRK-QTD-ALUNOS)
                   MOVE WRK-CPF-FINANCEIRO TO
                       WRK-IRM-CPF (WRK-QTD-ALUNOS)
               ELSE
                   DISPLAY "QUADRO DE IRMAOS CHEIO - RA " MAT-RA
                       " SEM DESCONTO AUTOMATICO DE IRMAO."
               END-IF
           END-IF.

       LE-MATRICULA.
           READ ARQUIVO-MATRICULAS NEXT RECORD
               AT END
                   MOVE MAT-RA TO MEN-RA
                   MOVE MAT-TURMA TO MEN-TURMA
                   MOVE PMEN-VALOR TO MEN-VALOR
                   PERFORM APURA-DESCONTO
                   SUBTRACT WRK-VALOR-DESCONTO FROM MEN-VALOR
                   COMPUTE MEN-VENCIMENTO EQUAL
                       (WRK-ANO-PEDIDO * 10000) +
                       (WRK-MES-PEDIDO * 100) + 10
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO WRK-QTD-GERADAS
                           IF WRK-VALOR-DESCONTO GREATER ZEROS
                               PERFORM GRAVA-DESCONTO-APLICADO
                           END-IF
                   END-WRITE
           END-READ.

       LE-RESPONSAVEL.
           READ ARQUIVO-RESPONSAVEIS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-RESPONSAVEIS
           END-READ.
           IF WRK-FIM-RESPONSAVEIS NOT EQUAL "S"
               IF RSP-RA NOT EQUAL MAT-RA
                   MOVE "S" TO WRK-FIM-RESPONSAVEIS
               ELSE
                   IF RESPONSAVEL-FINANCEIRO
                       MOVE RSP-CPF TO WRK-CPF-FINANCEIRO
                       MOVE "S" TO WRK-FIM-RESPONSAVEIS
                   END-IF
               END-IF
           END-IF.

      *    DESCONTO DO RA NA COMPETENCIA: IRMAO AUTOMATICO (HA IRMAO
      *     DE MENOR RA COM O MESMO RESPONSAVEL), TROCADO PELO
      *     PERCENTUAL DA CONCESSAO DE IRMAO QUANDO HOUVER; A BOLSA SO
      *     PREVALECE SE FOR MAIOR.
       APURA-DESCONTO.
           MOVE SPACE TO WRK-TIPO-DESCONTO.
           MOVE ZEROS TO WRK-PERC-DESCONTO.
           MOVE ZEROS TO WRK-VALOR-DESCONTO.

           PERFORM LOCALIZA-IRMAO.
           IF WRK-IRMAO-ACHADO EQUAL "S"
               MOVE "I" TO WRK-TIPO-DESCONTO
               MOVE WRK-PERC-IRMAO TO WRK-PERC-DESCONTO
           END-IF.

           MOVE MAT-RA TO DAL-RA.
           READ ARQUIVO-DESCONTOS
               INVALID KEY
                   MOVE SPACE TO DAL-TIPO
           END-READ.
           IF DAL-TIPO NOT EQUAL SPACE
               AND WRK-COMPETENCIA NOT LESS DAL-INICIO
               AND WRK-COMPETENCIA NOT GREATER DAL-FIM
               IF DESCONTO-IRMAO
                   MOVE "I" TO WRK-TIPO-DESCONTO
                   MOVE DAL-PERCENTUAL TO WRK-PERC-DESCONTO
               END-IF
               IF DESCONTO-BOLSA
                   AND DAL-PERCENTUAL GREATER WRK-PERC-DESCONTO
                   MOVE "B" TO WRK-TIPO-DESCONTO
                   MOVE DAL-PERCENTUAL TO WRK-PERC-DESCONTO
               END-IF
           END-IF.

           IF WRK-PERC-DESCONTO GREATER ZEROS
               COMPUTE WRK-VALOR-DESCONTO ROUNDED EQUAL
                   PMEN-VALOR * WRK-PERC-DESCONTO / 100
           END-IF.

       LOCALIZA-IRMAO.
           MOVE "N" TO WRK-IRMAO-ACHADO.
           MOVE "N" TO WRK-ALUNO-ACHADO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM PROCURA-ALUNO
               UNTIL WRK-ALUNO-ACHADO EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-ALUNOS.
           IF WRK-ALUNO-ACHADO EQUAL "S"
               MOVE WRK-IDX TO WRK-IDX-ALUNO
               MOVE ZEROS TO WRK-IDX
               PERFORM PROCURA-IRMAO
                   UNTIL WRK-IRMAO-ACHADO EQUAL "S"
                   OR WRK-IDX + 1 NOT LESS WRK-IDX-ALUNO
           END-IF.

       PROCURA-ALUNO.
           ADD 1 TO WRK-IDX.
           IF WRK-IRM-RA (WRK-IDX) EQUAL MAT-RA
               MOVE "S" TO WRK-ALUNO-ACHADO
           END-IF.

       PROCURA-IRMAO.
           ADD 1 TO WRK-IDX.
           IF WRK-IRM-CPF (WRK-IDX) EQUAL WRK-IRM-CPF (WRK-IDX-ALUNO)
               MOVE "S" TO WRK-IRMAO-ACHADO
           END-IF.

       GRAVA-DESCONTO-APLICADO.
           MOVE MEN-ANO TO MDS-ANO.
           MOVE MEN-MES TO MDS-MES.
           MOVE MEN-RA TO MDS-RA.
           MOVE MEN-TURMA TO MDS-TURMA.
           MOVE WRK-TIPO-DESCONTO TO MDS-TIPO.
           MOVE WRK-PERC-DESCONTO TO MDS-PERCENTUAL.
           MOVE PMEN-VALOR TO MDS-VALOR-INTEGRAL.
           MOVE WRK-VALOR-DESCONTO TO MDS-DESCONTO.
           WRITE MENSALIDADE-DESCONTO-REGISTRO
               INVALID KEY
                   REWRITE MENSALIDADE-DESCONTO-REGISTRO
           END-WRITE.
           ADD 1 TO WRK-QTD-DESCONTOS.

      *    PAGAMENTO COM MULTA POR ATRASO (2% + 0,1% POR DIA DEPOIS
      *     DO VENCIMENTO) E RECIBO IMPRESSO.
       REGISTRA-PAGAMENTO.
               DELIMITED BY SIZE INTO LINHA-RECIBO.
           WRITE LINHA-RECIBO.

           PERFORM IMPRIME-DESCONTO-RECIBO.

           MOVE MEN-VALOR TO WRK-VALOR-EDITADO.
           MOVE MEN-MULTA TO WRK-MULTA-EDITADA.
           MOVE SPACES TO LINHA-RECIBO.

           CLOSE ARQUIVO-RECIBOS.

      *    COBRANCA COM DESCONTO: VALOR INTEGRAL DA SERIE E DESCONTO
      *     ANTES DO VALOR COBRADO.
       IMPRIME-DESCONTO-RECIBO.
           OPEN INPUT ARQUIVO-DESCONTOS-APLICADOS.
           MOVE MEN-ANO TO MDS-ANO.
           MOVE MEN-MES TO MDS-MES.
           MOVE MEN-RA TO MDS-RA.
           READ ARQUIVO-DESCONTOS-APLICADOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EDITA-DESCONTO-APLICADO
                   MOVE SPACES TO LINHA-RECIBO
                   STRING "  VALOR INTEGRAL: " WRK-INTEGRAL-EDITADO
                          "  DESCONTO " WRK-TIPO-EDITADO " "
                          WRK-PERC-EDITADO "%: " WRK-DESCONTO-EDITADO
                       DELIMITED BY SIZE INTO LINHA-RECIBO
                   WRITE LINHA-RECIBO
           END-READ.
           CLOSE ARQUIVO-DESCONTOS-APLICADOS.

       EDITA-DESCONTO-APLICADO.
           MOVE MDS-VALOR-INTEGRAL TO WRK-INTEGRAL-EDITADO.
           MOVE MDS-DESCONTO TO WRK-DESCONTO-EDITADO.
           MOVE MDS-PERCENTUAL TO WRK-PERC-EDITADO.
           IF APLICADO-BOLSA
               MOVE "BOLSA" TO WRK-TIPO-EDITADO
           ELSE
               MOVE "IRMAO" TO WRK-TIPO-EDITADO
           END-IF.

      *    COBRANCAS ABERTAS E JA VENCIDAS, NA ORDEM DA CHAVE - A
      *     SECRETARIA TRABALHA TURMA POR TURMA EM CIMA DESTA LISTA.
       RELATORIO-INADIMPLENCIA.
           END-IF.
           PERFORM LE-MENSALIDADE.

      *    UM BOLETO POR COBRANCA ABERTA DO MES, NO PADRAO DO BOLETO
      *     BANCARIO (REGRAS NO COPYBOOK BOLETO-VALIDACAO): BANCO E
      *     CONVENIO DA ESCOLA, FATOR DO VENCIMENTO, VALOR DA
      *     MENSALIDADE E NOSSO NUMERO = ANO + MES + RA.
       EMITE-BOLETOS.
           DISPLAY "Digite o ano da cobranca: ".
           ACCEPT WRK-ANO-PEDIDO.
           DISPLAY "Digite o mes da cobranca (MM): ".
           ACCEPT WRK-MES-PEDIDO.

           OPEN INPUT ARQUIVO-MENSALIDADES.
           OPEN OUTPUT ARQUIVO-BOLETOS.

           MOVE ZEROS TO WRK-QTD-BOLETOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-PEDIDO TO MEN-ANO.
           MOVE WRK-MES-PEDIDO TO MEN-MES.
           MOVE ZEROS TO MEN-RA.
           START ARQUIVO-MENSALIDADES KEY IS NOT LESS MENSALIDADE-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM LE-COBRANCA-BOLETO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           CLOSE ARQUIVO-MENSALIDADES.
           CLOSE ARQUIVO-BOLETOS.

           DISPLAY "BOLETOS EMITIDOS: " WRK-QTD-BOLETOS
               " - GRAVADOS EM BOLETOS_MENSALIDADE.LST.".

       LE-COBRANCA-BOLETO.
           READ ARQUIVO-MENSALIDADES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               IF MEN-ANO EQUAL WRK-ANO-PEDIDO
                   AND MEN-MES EQUAL WRK-MES-PEDIDO
                   IF MENSALIDADE-ABERTA
                       PERFORM MONTA-BOLETO
                       PERFORM IMPRIME-BOLETO
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

      *    CODIGO DE BARRAS COM O DV GERAL E A LINHA DIGITAVEL COM OS
      *     DVS DOS TRES CAMPOS. O FATOR RECOMECA EM 1000 DEPOIS DE
      *     9999 (CICLOS DE 9000 DIAS).
       MONTA-BOLETO.
           MOVE ALL "0" TO BOL-CODIGO-BARRAS.
           MOVE BOL-BANCO-ESCOLA TO BOL-BANCO.
           MOVE 9 TO BOL-MOEDA.
           COMPUTE BOL-DIAS-FATOR EQUAL
               FUNCTION INTEGER-OF-DATE (MEN-VENCIMENTO)
               - FUNCTION INTEGER-OF-DATE (BOL-DATA-BASE-FATOR).
           IF BOL-DIAS-FATOR NOT LESS 1000
               COMPUTE BOL-FATOR-VENCIMENTO EQUAL
                   FUNCTION MOD (BOL-DIAS-FATOR - 1000, 9000) + 1000
           ELSE
               MOVE BOL-DIAS-FATOR TO BOL-FATOR-VENCIMENTO
           END-IF.
           MOVE MEN-VALOR TO BOL-VALOR.
           MOVE BOL-CONVENIO-ESCOLA TO BOL-CONVENIO.
           MOVE MEN-ANO TO BOL-NN-ANO.
           MOVE MEN-MES TO BOL-NN-MES.
           MOVE MEN-RA TO BOL-NN-RA.

           MOVE BOL-CODIGO-BARRAS (1:4) TO BOL-SEQUENCIA (1:4).
           MOVE BOL-CODIGO-BARRAS (6:39) TO BOL-SEQUENCIA (5:39).
           MOVE 43 TO BOL-TAMANHO.
           PERFORM CALCULA-DV-MOD11.
           MOVE BOL-DV TO BOL-DV-GERAL.

           MOVE BOL-CODIGO-BARRAS (1:4) TO BOL-L-CAMPO1 (1:4).
           MOVE BOL-CODIGO-BARRAS (20:5) TO BOL-L-CAMPO1 (5:5).
           MOVE BOL-L-CAMPO1 TO BOL-SEQUENCIA.
           MOVE 9 TO BOL-TAMANHO.
           PERFORM CALCULA-DV-MOD10.
           MOVE BOL-DV TO BOL-L-DV1.

           MOVE BOL-CODIGO-BARRAS (25:10) TO BOL-L-CAMPO2.
           MOVE BOL-L-CAMPO2 TO BOL-SEQUENCIA.
           MOVE 10 TO BOL-TAMANHO.
           PERFORM CALCULA-DV-MOD10.
           MOVE BOL-DV TO BOL-L-DV2.

           MOVE BOL-CODIGO-BARRAS (35:10) TO BOL-L-CAMPO3.
           MOVE BOL-L-CAMPO3 TO BOL-SEQUENCIA.
           MOVE 10 TO BOL-TAMANHO.
           PERFORM CALCULA-DV-MOD10.
           MOVE BOL-DV TO BOL-L-DV3.

           MOVE BOL-DV-GERAL TO BOL-L-DV-GERAL.
           MOVE BOL-CODIGO-BARRAS (6:14) TO BOL-L-FATOR-VALOR.

       IMPRIME-BOLETO.
           ADD 1 TO WRK-QTD-BOLETOS.

           MOVE SPACES TO LINHA-BOLETO.
           STRING "BOLETO DE MENSALIDADE - RA " MEN-RA
                  "  TURMA " MEN-TURMA
                  "  COMPETENCIA " MEN-MES "/" MEN-ANO
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.

           MOVE MEN-VALOR TO WRK-VALOR-EDITADO.
           MOVE SPACES TO LINHA-BOLETO.
           STRING "  VENCIMENTO: " MEN-VENCIMENTO
                  "  VALOR: " WRK-VALOR-EDITADO
                  "  (APOS O VENCIMENTO 2% + 0,1% AO DIA)"
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.

           MOVE SPACES TO LINHA-BOLETO.
           STRING "  LINHA DIGITAVEL: "
                  BOL-LINHA-DIGITAVEL (1:5) "."
                  BOL-LINHA-DIGITAVEL (6:5) " "
                  BOL-LINHA-DIGITAVEL (11:5) "."
                  BOL-LINHA-DIGITAVEL (16:6) " "
                  BOL-LINHA-DIGITAVEL (22:5) "."
                  BOL-LINHA-DIGITAVEL (27:6) " "
                  BOL-LINHA-DIGITAVEL (33:1) " "
                  BOL-LINHA-DIGITAVEL (34:14)
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.

           MOVE SPACES TO LINHA-BOLETO.
           STRING "  CODIGO DE BARRAS: " BOL-CODIGO-BARRAS
               DELIMITED BY SIZE INTO LINHA-BOLETO.
           WRITE LINHA-BOLETO.

           MOVE ALL "-" TO LINHA-BOLETO.
           WRITE LINHA-BOLETO.

      *    DV MODULO 10 DOS BOL-TAMANHO DIGITOS DE BOL-SEQUENCIA.
       CALCULA-DV-MOD10.
           MOVE ZEROS TO BOL-SOMA.
           MOVE 2 TO BOL-PESO.
           PERFORM SOMA-MOD10
               VARYING BOL-IDX FROM BOL-TAMANHO BY -1
               UNTIL BOL-IDX LESS 1.
           DIVIDE BOL-SOMA BY 10 GIVING BOL-QUOCIENTE
               REMAINDER BOL-RESTO.
           IF BOL-RESTO EQUAL ZEROS
               MOVE ZEROS TO BOL-DV
           ELSE
               COMPUTE BOL-DV EQUAL 10 - BOL-RESTO
           END-IF.

       SOMA-MOD10.
           COMPUTE BOL-PRODUTO EQUAL BOL-DIGITO (BOL-IDX) * BOL-PESO.
           IF BOL-PRODUTO GREATER 9
               SUBTRACT 9 FROM BOL-PRODUTO
           END-IF.
           ADD BOL-PRODUTO TO BOL-SOMA.
           COMPUTE BOL-PESO EQUAL 3 - BOL-PESO.

      *    DV GERAL MODULO 11 DOS 43 DIGITOS DE BOL-SEQUENCIA.
       CALCULA-DV-MOD11.
           MOVE ZEROS TO BOL-SOMA.
           MOVE 2 TO BOL-PESO.
           PERFORM SOMA-MOD11
               VARYING BOL-IDX FROM BOL-TAMANHO BY -1
               UNTIL BOL-IDX LESS 1.
           DIVIDE BOL-SOMA BY 11 GIVING BOL-QUOCIENTE
               REMAINDER BOL-RESTO.
           COMPUTE BOL-DV EQUAL 11 - BOL-RESTO.
           IF BOL-DV EQUAL ZEROS OR BOL-DV GREATER 9
               MOVE 1 TO BOL-DV
           END-IF.

       SOMA-MOD11.
           COMPUTE BOL-SOMA EQUAL BOL-SOMA
               + BOL-DIGITO (BOL-IDX) * BOL-PESO.
           IF BOL-PESO EQUAL 9
               MOVE 2 TO BOL-PESO
           ELSE
               ADD 1 TO BOL-PESO
           END-IF.

       MANTEM-PRECOS.
           OPEN I-O ARQUIVO-PRECOS.
           DISPLAY "Digite a serie (1-9): ".
                   DISPLAY "PRECO DA SERIE INCLUIDO."
           END-WRITE.
           CLOSE ARQUIVO-PRECOS.

      *    CONCESSAO DE DESCONTO AO RA (UMA POR ALUNO). PERCENTUAL
      *     ZERO RETIRA A CONCESSAO; AS COBRANCAS JA GERADAS NAO MUDAM.
       MANTEM-DESCONTOS.
           OPEN I-O ARQUIVO-DESCONTOS.
           DISPLAY "Digite o RA do aluno: ".
           ACCEPT DAL-RA.
           DISPLAY "Tipo (B = bolsa parcial, I = irmao): ".
           ACCEPT DAL-TIPO.
           DISPLAY "Percentual de desconto (zero retira): ".
           ACCEPT DAL-PERCENTUAL.

           IF DAL-PERCENTUAL EQUAL ZEROS
               DELETE ARQUIVO-DESCONTOS RECORD
                   INVALID KEY
                       DISPLAY "RA SEM DESCONTO CONCEDIDO."
                   NOT INVALID KEY
                       DISPLAY "DESCONTO DO ALUNO RETIRADO."
               END-DELETE
               CLOSE ARQUIVO-DESCONTOS
               GO TO MANTEM-DESCONTOS-FIM
           END-IF.

           DISPLAY "Valido a partir da competencia (AAAAMM): ".
           ACCEPT DAL-INICIO.
           DISPLAY "Valido ate a competencia (AAAAMM): ".
           ACCEPT DAL-FIM.

           IF NOT DESCONTO-BOLSA AND NOT DESCONTO-IRMAO
               DISPLAY "TIPO DE DESCONTO INVALIDO."
               CLOSE ARQUIVO-DESCONTOS
               GO TO MANTEM-DESCONTOS-FIM
           END-IF.
           IF DAL-PERCENTUAL GREATER 100
               DISPLAY "PERCENTUAL ACIMA DE 100%."
               CLOSE ARQUIVO-DESCONTOS
               GO TO MANTEM-DESCONTOS-FIM
           END-IF.
           IF DAL-FIM LESS DAL-INICIO
               DISPLAY "VALIDADE FINAL ANTERIOR A INICIAL."
               CLOSE ARQUIVO-DESCONTOS
               GO TO MANTEM-DESCONTOS-FIM
           END-IF.

           WRITE DESCONTO-ALUNO-REGISTRO
               INVALID KEY
                   REWRITE DESCONTO-ALUNO-REGISTRO
                   DISPLAY "DESCONTO DO ALUNO ATUALIZADO."
               NOT INVALID KEY
                   DISPLAY "DESCONTO DO ALUNO INCLUIDO."
           END-WRITE.
           CLOSE ARQUIVO-DESCONTOS.

       MANTEM-DESCONTOS-FIM.
           EXIT.

      *    RECEITA RENUNCIADA NO MES: CADA COBRANCA COM DESCONTO E OS
      *     TOTAIS DE DESCONTO POR TIPO, PARA A DIRECAO.
       RELATORIO-DESCONTOS.
           DISPLAY "Digite o ano da cobranca: ".
           ACCEPT WRK-ANO-PEDIDO.
           DISPLAY "Digite o mes da cobranca (MM): ".
           ACCEPT WRK-MES-PEDIDO.

           OPEN INPUT ARQUIVO-DESCONTOS-APLICADOS.
           OPEN OUTPUT ARQUIVO-RENUNCIA.

           MOVE SPACES TO LINHA-RENUNCIA.
           STRING "DESCONTOS EM MENSALIDADES - COMPETENCIA "
                  WRK-MES-PEDIDO "/" WRK-ANO-PEDIDO
               DELIMITED BY SIZE INTO LINHA-RENUNCIA.
           WRITE LINHA-RENUNCIA.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-ANO-PEDIDO TO MDS-ANO.
           MOVE WRK-MES-PEDIDO TO MDS-MES.
           MOVE ZEROS TO MDS-RA.
           START ARQUIVO-DESCONTOS-APLICADOS KEY IS NOT LESS
               MENSALIDADE-DESCONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           PERFORM LE-DESCONTO-APLICADO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

           MOVE WRK-TOT-BOLSAS TO WRK-TOT-EDITADO.
           MOVE SPACES TO LINHA-RENUNCIA.
           STRING "BOLSAS: " WRK-QTD-BOLSAS
                  "  RECEITA RENUNCIADA: " WRK-TOT-EDITADO
               DELIMITED BY SIZE INTO LINHA-RENUNCIA.
           WRITE LINHA-RENUNCIA.

           MOVE WRK-TOT-IRMAOS TO WRK-TOT-EDITADO.
           MOVE SPACES TO LINHA-RENUNCIA.
           STRING "IRMAOS: " WRK-QTD-IRMAOS
                  "  RECEITA RENUNCIADA: " WRK-TOT-EDITADO
               DELIMITED BY SIZE INTO LINHA-RENUNCIA.
           WRITE LINHA-RENUNCIA.

           MOVE WRK-TOT-INTEGRAL TO WRK-TOT-EDITADO.
           MOVE SPACES TO LINHA-RENUNCIA.
           STRING "VALOR INTEGRAL DAS COBRANCAS COM DESCONTO: "
                  WRK-TOT-EDITADO
               DELIMITED BY SIZE INTO LINHA-RENUNCIA.
           WRITE LINHA-RENUNCIA.

           ADD WRK-TOT-BOLSAS WRK-TOT-IRMAOS GIVING WRK-TOT-ABERTO.
           MOVE WRK-TOT-ABERTO TO WRK-TOT-EDITADO.
           MOVE SPACES TO LINHA-RENUNCIA.
           STRING "TOTAL DA RECEITA RENUNCIADA NO MES: " WRK-TOT-EDITADO
               DELIMITED BY SIZE INTO LINHA-RENUNCIA.
           WRITE LINHA-RENUNCIA.

           CLOSE ARQUIVO-DESCONTOS-APLICADOS.
           CLOSE ARQUIVO-RENUNCIA.

           DISPLAY "RELATORIO GRAVADO EM DESCONTOS_MENSALIDADE.LST.".

       LE-DESCONTO-APLICADO.
           READ ARQUIVO-DESCONTOS-APLICADOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               IF MDS-ANO EQUAL WRK-ANO-PEDIDO
                   AND MDS-MES EQUAL WRK-MES-PEDIDO
                   PERFORM LISTA-DESCONTO-APLICADO
               ELSE
                   MOVE "S" TO WRK-FIM-ARQUIVO
               END-IF
           END-IF.

       LISTA-DESCONTO-APLICADO.
           IF APLICADO-BOLSA
               ADD 1 TO WRK-QTD-BOLSAS
               ADD MDS-DESCONTO TO WRK-TOT-BOLSAS
           ELSE
               ADD 1 TO WRK-QTD-IRMAOS
               ADD MDS-DESCONTO TO WRK-TOT-IRMAOS
           END-IF.
           ADD MDS-VALOR-INTEGRAL TO WRK-TOT-INTEGRAL.

           PERFORM EDITA-DESCONTO-APLICADO.
           MOVE SPACES TO LINHA-RENUNCIA.
           STRING "  TURMA " MDS-TURMA
                  "  RA " MDS-RA
                  "  " WRK-TIPO-EDITADO " " WRK-PERC-EDITADO "%"
                  "  INTEGRAL " WRK-INTEGRAL-EDITADO
                  "  DESCONTO " WRK-DESCONTO-EDITADO
               DELIMITED BY SIZE INTO LINHA-RENUNCIA.
           WRITE LINHA-RENUNCIA.
