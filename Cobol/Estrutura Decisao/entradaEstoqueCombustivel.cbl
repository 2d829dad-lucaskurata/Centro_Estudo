      *     CADA ENTREGA GRAVA TAMBEM A NOTA FISCAL DO FORNECEDOR
      *     (NOTAS_COMBUSTIVEL.DAT) COM LITROS E CUSTO UNITARIO, DE
      *     ONDE SAI O CUSTO MEDIO DO RELATORIO DE MARGEM.
      *     ANTES DE DESCARREGAR, A CARGA PASSA PELO TESTE DE QUALIDADE
      *     (MASSA ESPECIFICA, TEMPERATURA E ASPECTO VISUAL) GRAVADO EM
      *     QUALIDADE_CARGAS.DAT. O VOLUME MEDIDO E CONVERTIDO PARA 20
      *     GRAUS E E ESTE VOLUME QUE ENTRA NO TANQUE; CARGA FORA DA
      *     ESPECIFICACAO E RECUSADA, NAO ENTRA NO ESTOQUE E A NOTA NAO
      *     E GRAVADA - A RECUSA FICA NO LOG CONTRA O FORNECEDOR.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ORGANIZATION IS INDEXED
           RECORD KEY IS NOTA-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-QUALIDADE
           ASSIGN TO "qualidade_cargas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-NOTAS.
           COPY "NOTA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-QUALIDADE.
           COPY "QUALIDADE-CARGA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-TANQUE-ACHADO              PIC A(1) VALUE "N".
       77 WRK-FORNECEDOR-OK               PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                  PIC 9(8) VALUE ZEROS.
       77 WRK-HORA-ATUAL                  PIC 9(6) VALUE ZEROS.
       77 WRK-NOTA-OK                     PIC A(1) VALUE "N".
       77 WRK-CARGA-OK                    PIC A(1) VALUE "N".
       77 WRK-LITROS-MEDIDOS              PIC 9(6) VALUE ZEROS.
       77 WRK-LITROS-20-GRAUS             PIC 9(6) VALUE ZEROS.
       77 WRK-TEMPERATURA                 PIC 9(2)V9 VALUE ZEROS.
       77 WRK-MASSA-ESPECIFICA            PIC 9(3)V9 VALUE ZEROS.
       77 WRK-ASPECTO                     PIC X(1) VALUE SPACE.
      *    COEFICIENTE DE DILATACAO POR GRAU E FAIXA ACEITA DE MASSA
      *    ESPECIFICA A 20 GRAUS (KG/M3), CONFORME O TIPO DA CARGA.
       77 WRK-COEF-DILATACAO              PIC 9V9(5) VALUE ZEROS.
       77 WRK-MASSA-MINIMA                PIC 9(3)V9 VALUE ZEROS.
       77 WRK-MASSA-MAXIMA                PIC 9(3)V9 VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
           OPEN I-O ARQUIVO-TANQUES.
           OPEN INPUT ARQUIVO-FORNECEDORES.
           OPEN I-O ARQUIVO-NOTAS.
           OPEN EXTEND ARQUIVO-QUALIDADE.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-TANQUES.
           CLOSE ARQUIVO-FORNECEDORES.
           CLOSE ARQUIVO-NOTAS.
           CLOSE ARQUIVO-QUALIDADE.
           STOP RUN.

       1000-EXIBE-MENU.
           END-IF.

      *----------------------------------------------------------------*
      * REGISTRA A ENTREGA DO CAMINHAO: NOTA, TESTE DE QUALIDADE E,    *
      * SE A CARGA FOR ACEITA, GRAVA A NOTA E SOMA O VOLUME A 20 GRAUS  *
      * AO TANQUE. O TANQUE E CRIADO NA PRIMEIRA ENTREGA, JA COM O      *
      * ESTOQUE MINIMO DE REPOSICAO INFORMADO.                          *
      *----------------------------------------------------------------*
       2000-REGISTRA-ENTREGA.
           PERFORM 1500-PEDE-TIPO.
               GO TO 2000-REGISTRA-ENTREGA-FIM
           END-IF.

           DISPLAY 'LITROS DA NOTA FISCAL (A 20 GRAUS): '.
           ACCEPT WRK-LITROS-ENTREGA.

           PERFORM 2500-PEDE-NOTA
               THRU 2500-PEDE-NOTA-FIM.
           IF WRK-NOTA-OK NOT EQUAL "S"
               DISPLAY 'ENTREGA SEM NOTA VALIDA - ESTOQUE NAO '
                   'ATUALIZADO.'
               GO TO 2000-REGISTRA-ENTREGA-FIM
           END-IF.

           PERFORM 2600-TESTA-QUALIDADE
               THRU 2600-TESTA-QUALIDADE-FIM.
           IF WRK-CARGA-OK NOT EQUAL "S"
               DISPLAY 'CARGA RECUSADA (' QUA-MOTIVO ') - NOTA '
                   NOT-NUMERO ' FORA DO ESTOQUE.'
               GO TO 2000-REGISTRA-ENTREGA-FIM
           END-IF.

           PERFORM 2800-GRAVA-NOTA.
           IF WRK-FORNECEDOR-OK NOT EQUAL "S"
               GO TO 2000-REGISTRA-ENTREGA-FIM
           END-IF.

           MOVE "N" TO WRK-TANQUE-ACHADO.
           MOVE WRK-TIPO-PEDIDO TO TAN-TIPO.
           READ ARQUIVO-TANQUES
                   MOVE "S" TO WRK-TANQUE-ACHADO
           END-READ.

           ADD WRK-LITROS-20-GRAUS TO TAN-ESTOQUE-LITROS.

           IF WRK-TANQUE-ACHADO EQUAL "S"
               REWRITE TANQUE-REGISTRO

      *----------------------------------------------------------------*
      * NOTA FISCAL DA ENTREGA: FORNECEDOR DO MESTRE, NUMERO DA NOTA,   *
      * LITROS E CUSTO UNITARIO. A NOTA SO E GRAVADA (2800) DEPOIS DE   *
      * A CARGA PASSAR NO TESTE DE QUALIDADE.                           *
      *----------------------------------------------------------------*
       2500-PEDE-NOTA.
           MOVE "N" TO WRK-NOTA-OK.
           DISPLAY 'CODIGO DO FORNECEDOR (ManutencaoFornecedores): '.
           ACCEPT NOT-FORNECEDOR.

               INVALID KEY
                   DISPLAY 'FORNECEDOR ' NOT-FORNECEDOR ' NAO '
                       'CADASTRADO.'
                   GO TO 2500-PEDE-NOTA-FIM
               NOT INVALID KEY
                   DISPLAY 'FORNECEDOR: ' FOR-NOME
           END-READ.

           DISPLAY 'NUMERO DA NOTA FISCAL: '.
           ACCEPT NOT-NUMERO.

           READ ARQUIVO-NOTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'NOTA ' NOT-NUMERO ' DO FORNECEDOR '
                       NOT-FORNECEDOR ' JA REGISTRADA.'
                   GO TO 2500-PEDE-NOTA-FIM
           END-READ.

           DISPLAY 'CUSTO POR LITRO (EX: 02.3500): '.
           ACCEPT NOT-CUSTO-UNITARIO.
           MOVE "S" TO WRK-NOTA-OK.

       2500-PEDE-NOTA-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * TESTE DE QUALIDADE DA CARGA ANTES DA DESCARGA: MASSA ESPECIFICA *
      * A 20 GRAUS (DENSIMETRO + TABELA), TEMPERATURA DA CARGA E        *
      * ASPECTO VISUAL (LIMPIDO E ISENTO DE IMPUREZAS). O VOLUME MEDIDO *
      * E CORRIGIDO PARA 20 GRAUS PELO COEFICIENTE DE DILATACAO DO TIPO *
      * E A FALTA E OS LITROS DA NOTA MENOS O VOLUME A 20 GRAUS. TODO   *
      * TESTE, ACEITO OU RECUSADO, VAI PARA QUALIDADE_CARGAS.DAT.       *
      *----------------------------------------------------------------*
       2600-TESTA-QUALIDADE.
           MOVE "N" TO WRK-CARGA-OK.
           PERFORM 2700-ESPECIFICACAO-DO-TIPO.

           DISPLAY 'LITROS MEDIDOS NO RECEBIMENTO: '.
           ACCEPT WRK-LITROS-MEDIDOS.
           DISPLAY 'TEMPERATURA DA CARGA (GRAUS, EX: 27.5): '.
           ACCEPT WRK-TEMPERATURA.
           DISPLAY 'MASSA ESPECIFICA A 20 GRAUS (KG/M3, EX: 745.3): '.
           ACCEPT WRK-MASSA-ESPECIFICA.
           DISPLAY 'ASPECTO VISUAL: L-LIMPIDO R-REPROVADO '
               '(TURVO/AGUA/IMPUREZA): '.
           ACCEPT WRK-ASPECTO.
           IF WRK-ASPECTO EQUAL 'l'
               MOVE 'L' TO WRK-ASPECTO
           END-IF.
           IF WRK-ASPECTO NOT EQUAL 'L'
               MOVE 'R' TO WRK-ASPECTO
           END-IF.

           COMPUTE WRK-LITROS-20-GRAUS ROUNDED EQUAL
               WRK-LITROS-MEDIDOS *
               (1 - WRK-COEF-DILATACAO * (WRK-TEMPERATURA - 20)).

           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE SPACES TO QUALIDADE-REGISTRO.
           MOVE WRK-DATA-ATUAL TO QUA-DATA.
           MOVE WRK-HORA-ATUAL TO QUA-HORA.
           MOVE NOT-FORNECEDOR TO QUA-FORNECEDOR.
           MOVE NOT-NUMERO TO QUA-NOTA.
           MOVE WRK-TIPO-PEDIDO TO QUA-TIPO.
           MOVE WRK-LITROS-ENTREGA TO QUA-LITROS-NOTA.
           MOVE WRK-LITROS-MEDIDOS TO QUA-LITROS-MEDIDOS.
           MOVE WRK-TEMPERATURA TO QUA-TEMPERATURA.
           MOVE WRK-MASSA-ESPECIFICA TO QUA-MASSA-ESPECIFICA.
           MOVE WRK-ASPECTO TO QUA-ASPECTO.
           MOVE WRK-LITROS-20-GRAUS TO QUA-LITROS-20-GRAUS.
           MOVE ZEROS TO QUA-FALTA-LITROS.
           IF WRK-LITROS-ENTREGA GREATER WRK-LITROS-20-GRAUS
               COMPUTE QUA-FALTA-LITROS EQUAL
                   WRK-LITROS-ENTREGA - WRK-LITROS-20-GRAUS
           END-IF.

           MOVE "A" TO QUA-RESULTADO.
           IF WRK-MASSA-ESPECIFICA LESS WRK-MASSA-MINIMA
               OR WRK-MASSA-ESPECIFICA GREATER WRK-MASSA-MAXIMA
               MOVE "R" TO QUA-RESULTADO
               MOVE "MASSA ESPECIFICA FORA DA FAIXA" TO QUA-MOTIVO
           END-IF.
           IF ASPECTO-REPROVADO
               MOVE "R" TO QUA-RESULTADO
               MOVE "ASPECTO VISUAL REPROVADO" TO QUA-MOTIVO
           END-IF.

           WRITE QUALIDADE-REGISTRO.

           DISPLAY 'VOLUME A 20 GRAUS: ' WRK-LITROS-20-GRAUS
               '  FALTA SOBRE A NOTA: ' QUA-FALTA-LITROS ' LITROS.'.

           IF CARGA-ACEITA
               MOVE "S" TO WRK-CARGA-OK
           END-IF.

       2600-TESTA-QUALIDADE-FIM.
           EXIT.

      *----------------------------------------------------------------*
      * COEFICIENTE DE DILATACAO E FAIXA DE MASSA ESPECIFICA A 20 GRAUS *
      * ACEITA NO RECEBIMENTO PARA O TIPO DA CARGA.                     *
      *----------------------------------------------------------------*
       2700-ESPECIFICACAO-DO-TIPO.
           IF WRK-TIPO-PEDIDO EQUAL 'E'
               MOVE 0.00110 TO WRK-COEF-DILATACAO
               MOVE 802.0 TO WRK-MASSA-MINIMA
               MOVE 811.0 TO WRK-MASSA-MAXIMA
           END-IF.
           IF WRK-TIPO-PEDIDO EQUAL 'G'
               MOVE 0.00120 TO WRK-COEF-DILATACAO
               MOVE 715.0 TO WRK-MASSA-MINIMA
               MOVE 770.0 TO WRK-MASSA-MAXIMA
           END-IF.
           IF WRK-TIPO-PEDIDO EQUAL 'D'
               MOVE 0.00082 TO WRK-COEF-DILATACAO
               MOVE 815.0 TO WRK-MASSA-MINIMA
               MOVE 865.0 TO WRK-MASSA-MAXIMA
           END-IF.

      *----------------------------------------------------------------*
      * GRAVA A NOTA DA CARGA ACEITA. E DAQUI QUE O RELATORIO DE        *
      * MARGEM TIRA O CUSTO MEDIO DE COMPRA POR LITRO.                  *
      *----------------------------------------------------------------*
       2800-GRAVA-NOTA.
           MOVE "N" TO WRK-FORNECEDOR-OK.
           MOVE WRK-DATA-ATUAL TO NOT-DATA.
           MOVE WRK-TIPO-PEDIDO TO NOT-TIPO.
           MOVE WRK-LITROS-ENTREGA TO NOT-LITROS.
                       NOT-VALOR-TOTAL '.'
           END-WRITE.

      *----------------------------------------------------------------*
      * AJUSTA O ESTOQUE MINIMO DE REPOSICAO DE UM TANQUE JA            *
      * CADASTRADO - E ESTE MINIMO QUE O FECHAMENTO DO DIA USA NO       *
