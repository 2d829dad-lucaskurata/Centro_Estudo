      *     TERMO SAI EM RESCISOES.LST NO FORMATO DO HOLERITE, E O
      *     ACERTO E GRAVADO NO HISTORICO DA FOLHA (TIPO R) E NO
      *     ANO-A-DATA, PARA O INFORME DE RENDIMENTOS (PROG49)
      *     INCLUIR A VERBA RESCISORIA. DESLIGAMENTO DECIDIDO NO
      *     CONTRATO DE EXPERIENCIA (CONTRATOS_EXPERIENCIA.DAT, PROG105)
      *     SEGUE A REGRA DO CONTRATO A PRAZO: NO TERMINO NAO HA MULTA
      *     DO FGTS; ANTES DO VENCIMENTO A EMPRESA PAGA A MULTA E A
      *     INDENIZACAO DO ART. 479 DA CLT (METADE DA REMUNERACAO DOS
      *     DIAS QUE FALTAVAM PARA O VENCIMENTO). AS ADESOES AO PLANO
      *     DE SAUDE AINDA ATIVAS DO DESLIGADO E DOS DEPENDENTES
      *     (ADESOES_PLANO.DAT) SAO ENCERRADAS NA DATA DO DESLIGAMENTO.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           RECORD KEY IS YTD-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-EXPERIENCIA
           ASSIGN TO "contratos_experiencia.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EXP-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ADESOES
           ASSIGN TO "adesoes_plano.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADESAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-TERMO
           ASSIGN TO "rescisoes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD  ARQUIVO-YTD.
           COPY "YTD-REGISTRO.cpy".

       FD  ARQUIVO-EXPERIENCIA.
           COPY "EXPERIENCIA-REGISTRO.cpy".

       FD  ARQUIVO-ADESOES.
           COPY "ADESAO-PLANO.cpy".

       FD  ARQUIVO-TERMO.
       01  LINHA-TERMO PIC X(80).

       77 WRK-INSS                           PIC 9(6)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-RESCISAO               PIC 9(8)V99 VALUE ZEROS.
       77 WRK-BASE-DESCONTOS                 PIC 9(7)V99 VALUE ZEROS.
      *    REGRA DO CONTRATO DE EXPERIENCIA: T = TERMINO NO VENCIMENTO,
      *    A = RESCISAO ANTECIPADA PELA EMPRESA (ART. 479), EM BRANCO
      *    = CONTRATO POR PRAZO INDETERMINADO. A INDENIZACAO DO ART. 479
      *    NAO TEM DESCONTO DE IR NEM INSS.
       77 WRK-REGRA-EXPERIENCIA              PIC X(1) VALUE SPACE.
           88 EXPERIENCIA-TERMINO            VALUE "T".
           88 EXPERIENCIA-ANTECIPADA         VALUE "A".
       77 WRK-DIAS-RESTANTES                 PIC 9(3) VALUE ZEROS.
       77 WRK-INDENIZACAO-479                PIC 9(7)V99 VALUE ZEROS.
      *    VIDAS DO PLANO DE SAUDE ENCERRADAS PELO DESLIGAMENTO.
       77 WRK-FIM-ADESOES                    PIC A(1) VALUE "N".
       77 WRK-QTD-VIDAS-ENCERRADAS           PIC 9(2) VALUE ZEROS.

       77 WRK-LINHA-SAIDA                    PIC X(80) VALUE SPACES.
       77 WRK-VALOR-EDITADO                  PIC Z(7)9.99.
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN I-O ARQUIVO-YTD.
           OPEN INPUT ARQUIVO-EXPERIENCIA.
           OPEN I-O ARQUIVO-ADESOES.
           OPEN OUTPUT ARQUIVO-TERMO.

           PERFORM 1500-VERIFICA-EXPERIENCIA.
           PERFORM 2100-CALCULA-SALDO-SALARIO.
           PERFORM 2200-CALCULA-DECIMO-PROP.
           PERFORM 2300-CALCULA-FERIAS.
           PERFORM 2400-CALCULA-MULTA-FGTS.
           PERFORM 2450-REGRA-EXPERIENCIA.
           PERFORM 2500-CALCULA-DESCONTOS.
           PERFORM 5600-ENCERRA-PLANO-SAUDE.

           PERFORM 4000-IMPRIME-TERMO.
           PERFORM 5400-ESTORNA-RODADA-ANTERIOR.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-YTD.
           CLOSE ARQUIVO-EXPERIENCIA.
           CLOSE ARQUIVO-ADESOES.
           CLOSE ARQUIVO-TERMO.
           STOP RUN.

                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CONTRATO DE EXPERIENCIA DESLIGADO PELO GESTOR (PROG105): O      *
      * DESLIGAMENTO NO VENCIMENTO VIGENTE OU DEPOIS E TERMINO DO       *
      * CONTRATO; ANTES DELE E RESCISAO ANTECIPADA, COM OS DIAS QUE     *
      * FALTAVAM PARA O VENCIMENTO.                                     *
      *----------------------------------------------------------------*
       1500-VERIFICA-EXPERIENCIA.
           MOVE SPACE TO WRK-REGRA-EXPERIENCIA.
           MOVE ZEROS TO WRK-DIAS-RESTANTES.
           MOVE WRK-CODIGO-PEDIDO TO EXP-CODIGO.
           READ ARQUIVO-EXPERIENCIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EXP-DESLIGADO
                       AND EXP-DATA-ADMISSAO EQUAL
                           FUNCIONARIO-DATA-ADMISSAO
                       IF FUNCIONARIO-DATA-DESLIGAMENTO LESS
                           EXP-VENCIMENTO-VIGENTE
                           MOVE "A" TO WRK-REGRA-EXPERIENCIA
                           COMPUTE WRK-DIAS-RESTANTES EQUAL
                               FUNCTION INTEGER-OF-DATE
                                   (EXP-VENCIMENTO-VIGENTE)
                               - FUNCTION INTEGER-OF-DATE
                                   (FUNCIONARIO-DATA-DESLIGAMENTO)
                       ELSE
                           MOVE "T" TO WRK-REGRA-EXPERIENCIA
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * SALDO DE SALARIO: DIAS TRABALHADOS NO MES DO DESLIGAMENTO       *
      * SOBRE A BASE DE 30 DIAS, COMO AS FALTAS DA FOLHA.               *
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONTRATO DE EXPERIENCIA: NO TERMINO NAO HA MULTA DO FGTS; NA    *
      * RESCISAO ANTECIPADA A MULTA E DEVIDA E SOMA-SE A INDENIZACAO    *
      * DO ART. 479 - METADE DO SALARIO DOS DIAS RESTANTES, NA BASE DE  *
      * 30 DIAS.                                                        *
      *----------------------------------------------------------------*
       2450-REGRA-EXPERIENCIA.
           MOVE ZEROS TO WRK-INDENIZACAO-479.
           IF EXPERIENCIA-TERMINO
               MOVE ZEROS TO WRK-MULTA-FGTS
           END-IF.
           IF EXPERIENCIA-ANTECIPADA
               COMPUTE WRK-INDENIZACAO-479 ROUNDED EQUAL
                   WRK-DIAS-RESTANTES *
                   (FUNCIONARIO-SALARIO-BASE / 30) / 2
           END-IF.

      *----------------------------------------------------------------*
      * IR E INSS SIMPLIFICADOS SOBRE SALDO DE SALARIO + 13             *
      * PROPORCIONAL, NO MESMO CRITERIO DO 13 SALARIO DA FOLHA; AS      *
           COMPUTE WRK-BRUTO-RESCISAO EQUAL
               WRK-SALDO-SALARIO + WRK-DECIMO-PROP +
               WRK-FERIAS-VENCIDAS + WRK-FERIAS-PROP +
               WRK-MULTA-FGTS + WRK-INDENIZACAO-479.
           COMPUTE WRK-LIQUIDO-RESCISAO EQUAL
               WRK-BRUTO-RESCISAO - WRK-INSS - WRK-IR.

               DELIMITED BY SIZE INTO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVA-LINHA.

           IF EXPERIENCIA-TERMINO
               MOVE SPACES TO WRK-LINHA-SAIDA
               MOVE "TERMINO DO CONTRATO DE EXPERIENCIA - SEM MULTA "
                   TO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVA-LINHA
           END-IF.
           IF EXPERIENCIA-ANTECIPADA
               MOVE WRK-INDENIZACAO-479 TO WRK-VALOR-EDITADO
               MOVE SPACES TO WRK-LINHA-SAIDA
               STRING "INDENIZACAO ART.479 (" WRK-DIAS-RESTANTES
                   " DIAS/2)  " WRK-VALOR-EDITADO
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVA-LINHA
           END-IF.

           MOVE WRK-INSS TO WRK-VALOR-EDITADO.
           MOVE SPACES TO WRK-LINHA-SAIDA.
           STRING "INSS (SIMPLIFICADO) ........... " WRK-VALOR-EDITADO
               DELIMITED BY SIZE INTO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVA-LINHA.

           IF WRK-QTD-VIDAS-ENCERRADAS GREATER ZEROS
               MOVE SPACES TO WRK-LINHA-SAIDA
               STRING "PLANO DE SAUDE: " WRK-QTD-VIDAS-ENCERRADAS
                   " VIDA(S) EXCLUIDA(S) EM "
                   FUNCIONARIO-DATA-DESLIGAMENTO
                   DELIMITED BY SIZE INTO WRK-LINHA-SAIDA
               PERFORM 4900-GRAVA-LINHA
           END-IF.

           MOVE SPACES TO WRK-LINHA-SAIDA.
           MOVE ALL "-" TO WRK-LINHA-SAIDA.
           PERFORM 4900-GRAVA-LINHA.
           MOVE "WRITE" TO WRK-ERR-OPERACAO.
           PERFORM 9800-TESTA-STATUS-ARQUIVO.

      *----------------------------------------------------------------*
      * ENCERRA NA DATA DO DESLIGAMENTO AS ADESOES AO PLANO DE SAUDE DO *
      * DESLIGADO (TITULAR 00) E DOS DEPENDENTES QUE AINDA ESTAO ATIVAS *
      * OU TERMINAM DEPOIS DELA, COM MOTIVO R. NUM RECALCULO AS VIDAS   *
      * JA ENCERRADAS PELA RESCISAO NAO MUDAM.                          *
      *----------------------------------------------------------------*
       5600-ENCERRA-PLANO-SAUDE.
           MOVE ZEROS TO WRK-QTD-VIDAS-ENCERRADAS.
           MOVE "N" TO WRK-FIM-ADESOES.
           MOVE WRK-CODIGO-PEDIDO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.
           START ARQUIVO-ADESOES KEY IS NOT LESS ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ADESOES
           END-START.
           PERFORM 5610-LE-ADESAO
               UNTIL WRK-FIM-ADESOES EQUAL "S".

       5610-LE-ADESAO.
           READ ARQUIVO-ADESOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ADESOES
           END-READ.
           IF WRK-FIM-ADESOES NOT EQUAL "S"
               IF ADE-CODIGO EQUAL WRK-CODIGO-PEDIDO
                   IF ADE-DATA-FIM EQUAL ZEROS
                       OR ADE-DATA-FIM GREATER
                           FUNCIONARIO-DATA-DESLIGAMENTO
                       MOVE FUNCIONARIO-DATA-DESLIGAMENTO TO
                           ADE-DATA-FIM
                       MOVE "R" TO ADE-MOTIVO-FIM
                       REWRITE ADESAO-PLANO-REGISTRO
                       ADD 1 TO WRK-QTD-VIDAS-ENCERRADAS
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-ADESOES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
