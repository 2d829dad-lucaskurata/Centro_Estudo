      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ManutencaoFrotas".
       AUTHOR. "LUCAS KURATA".
      *    MANUTENCAO DOS CLIENTES FROTISTAS (TRANSPORTADORAS, TAXIS):
      *     MESTRE DE FROTAS (FROTAS.DAT) COM LIMITE DE CREDITO E DIA
      *     DE VENCIMENTO DA FATURA, VEICULOS AUTORIZADOS POR PLACA
      *     COM O MOTORISTA DE CADA UM (FROTA_VEICULOS.DAT) E A BAIXA
      *     DO PAGAMENTO DAS FATURAS MENSAIS (FATURAS_FROTA.DAT), QUE
      *     DEVOLVE O VALOR AO CREDITO DA FROTA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-FROTAS
           ASSIGN TO "frotas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-VEICULOS
           ASSIGN TO "frota_veiculos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEI-PLACA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-FATURAS
           ASSIGN TO "faturas_frota.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FATURA-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-FROTAS.
           COPY "FROTA-REGISTRO.cpy".

       FD  ARQUIVO-VEICULOS.
           COPY "FROTA-VEICULO.cpy".

       FD  ARQUIVO-FATURAS.
           COPY "FATURA-FROTA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-OPCAO                      PIC 9(1) VALUE ZEROS.
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-FROTA-PEDIDA               PIC 9(4) VALUE ZEROS.
       77 WRK-DADOS-OK                   PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                 PIC 9(8) VALUE ZEROS.
       77 CONFIRMA-OPERACAO              PIC A(1) VALUE SPACES.
       77 WRK-VALOR-EDITADO              PIC ZZZZZZ9,99.
       77 WRK-SALDO-EDITADO              PIC ZZZZZZ9,99.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           OPEN I-O ARQUIVO-FROTAS.
           OPEN I-O ARQUIVO-VEICULOS.
           OPEN I-O ARQUIVO-FATURAS.
           PERFORM 1000-EXIBE-MENU.
           CLOSE ARQUIVO-FROTAS.
           CLOSE ARQUIVO-VEICULOS.
           CLOSE ARQUIVO-FATURAS.
           STOP RUN.

       1000-EXIBE-MENU.
           DISPLAY '========================================='.
           DISPLAY 'MANUTENCAO DE FROTAS (VENDA A PRAZO)'.
           DISPLAY '1 - Listar frotas'.
           DISPLAY '2 - Incluir frota'.
           DISPLAY '3 - Alterar frota (limite, vencimento, situacao)'.
           DISPLAY '4 - Listar veiculos de uma frota'.
           DISPLAY '5 - Autorizar veiculo/motorista'.
           DISPLAY '6 - Desautorizar veiculo'.
           DISPLAY '7 - Baixar pagamento de fatura'.
           DISPLAY '0 - Encerrar'.
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM 2000-LISTA-FROTAS
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM 3000-INCLUI-FROTA
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM 4000-ALTERA-FROTA
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM 5000-LISTA-VEICULOS
           END-IF.

           IF WRK-OPCAO EQUAL 5
               PERFORM 6000-AUTORIZA-VEICULO
           END-IF.

           IF WRK-OPCAO EQUAL 6
               PERFORM 6500-DESAUTORIZA-VEICULO
           END-IF.

           IF WRK-OPCAO EQUAL 7
               PERFORM 7000-BAIXA-FATURA
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM 1000-EXIBE-MENU
           END-IF.

       2000-LISTA-FROTAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO FRO-CODIGO.
           START ARQUIVO-FROTAS KEY IS NOT LESS FRO-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 2100-LE-PROXIMA-FROTA
           END-IF.

           PERFORM 2200-EXIBE-FROTA
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       2100-LE-PROXIMA-FROTA.
           READ ARQUIVO-FROTAS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2200-EXIBE-FROTA.
           MOVE FRO-LIMITE-CREDITO TO WRK-VALOR-EDITADO.
           MOVE FRO-SALDO-ABERTO TO WRK-SALDO-EDITADO.
           DISPLAY 'FROTA: ' FRO-CODIGO '  NOME: ' FRO-NOME
               '  SITUACAO: ' FRO-SITUACAO.
           DISPLAY '  CNPJ: ' FRO-CNPJ '  TELEFONE: ' FRO-TELEFONE
               '  VENCIMENTO DIA: ' FRO-DIA-FATURAMENTO.
           DISPLAY '  LIMITE: ' WRK-VALOR-EDITADO
               '  EM ABERTO: ' WRK-SALDO-EDITADO.
           PERFORM 2100-LE-PROXIMA-FROTA.

      *----------------------------------------------------------------*
      * DADOS DA FROTA: O DIA DE VENCIMENTO VAI DE 1 A 28 PARA EXISTIR  *
      * EM TODO MES.                                                    *
      *----------------------------------------------------------------*
       2500-PEDE-DADOS.
           DISPLAY 'NOME DA FROTA: '.
           ACCEPT FRO-NOME.
           DISPLAY 'CNPJ (14 NUMEROS): '.
           ACCEPT FRO-CNPJ.
           DISPLAY 'TELEFONE: '.
           ACCEPT FRO-TELEFONE.
           MOVE "N" TO WRK-DADOS-OK.
           PERFORM 2600-PEDE-CREDITO UNTIL WRK-DADOS-OK EQUAL "S".

       2600-PEDE-CREDITO.
           DISPLAY 'LIMITE DE CREDITO (R$): '.
           ACCEPT FRO-LIMITE-CREDITO.
           DISPLAY 'DIA DE VENCIMENTO DA FATURA (1 A 28): '.
           ACCEPT FRO-DIA-FATURAMENTO.
           IF FRO-DIA-FATURAMENTO NOT NUMERIC
               OR FRO-DIA-FATURAMENTO EQUAL ZEROS
               OR FRO-DIA-FATURAMENTO GREATER 28
               DISPLAY 'DIA DE VENCIMENTO INVALIDO.'
           ELSE
               MOVE "S" TO WRK-DADOS-OK
           END-IF.

       3000-INCLUI-FROTA.
           DISPLAY 'CODIGO DA FROTA (4 NUMEROS): '.
           ACCEPT FRO-CODIGO.

           IF FRO-CODIGO EQUAL ZEROS
               DISPLAY 'CODIGO INVALIDO - NAO PODE SER ZERO.'
           ELSE
               PERFORM 2500-PEDE-DADOS
               MOVE ZEROS TO FRO-SALDO-ABERTO
               MOVE "A" TO FRO-SITUACAO
               WRITE FROTA-REGISTRO
                   INVALID KEY
                       DISPLAY 'CODIGO ' FRO-CODIGO ' JA CADASTRADO.'
                   NOT INVALID KEY
                       DISPLAY 'FROTA INCLUIDA.'
               END-WRITE
           END-IF.

      *    O SALDO EM ABERTO NAO E DIGITADO: SO A BOMBA, O
      *     CANCELAMENTO E A BAIXA DE FATURA MEXEM NELE.
       4000-ALTERA-FROTA.
           DISPLAY 'CODIGO DA FROTA: '.
           ACCEPT FRO-CODIGO.

           READ ARQUIVO-FROTAS
               INVALID KEY
                   DISPLAY 'FROTA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM 2500-PEDE-DADOS
                   DISPLAY 'SITUACAO (A-ATIVA B-BLOQUEADA): '
                   ACCEPT FRO-SITUACAO
                   IF FRO-SITUACAO EQUAL 'b'
                       MOVE 'B' TO FRO-SITUACAO
                   END-IF
                   IF FRO-SITUACAO NOT EQUAL 'B'
                       MOVE 'A' TO FRO-SITUACAO
                   END-IF
                   REWRITE FROTA-REGISTRO
                   DISPLAY 'FROTA ALTERADA.'
           END-READ.

       5000-LISTA-VEICULOS.
           DISPLAY 'CODIGO DA FROTA: '.
           ACCEPT WRK-FROTA-PEDIDA.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE LOW-VALUES TO VEI-PLACA.
           START ARQUIVO-VEICULOS KEY IS NOT LESS VEI-PLACA
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM 5100-LE-PROXIMO-VEICULO
           END-IF.

           PERFORM 5200-EXIBE-VEICULO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       5100-LE-PROXIMO-VEICULO.
           READ ARQUIVO-VEICULOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       5200-EXIBE-VEICULO.
           IF VEI-FROTA EQUAL WRK-FROTA-PEDIDA
               DISPLAY 'PLACA: ' VEI-PLACA '  MOTORISTA: '
                   VEI-MOTORISTA '  CNH: ' VEI-CNH
                   '  SITUACAO: ' VEI-SITUACAO
           END-IF.
           PERFORM 5100-LE-PROXIMO-VEICULO.

      *----------------------------------------------------------------*
      * AUTORIZA A PLACA PARA A FROTA (INCLUI OU ATUALIZA O MOTORISTA). *
      * PLACA AUTORIZADA EM OUTRA FROTA NAO E TRANSFERIDA AQUI.         *
      *----------------------------------------------------------------*
       6000-AUTORIZA-VEICULO.
           DISPLAY 'CODIGO DA FROTA: '.
           ACCEPT FRO-CODIGO.
           READ ARQUIVO-FROTAS
               INVALID KEY
                   DISPLAY 'FROTA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM 6100-GRAVA-VEICULO
           END-READ.

       6100-GRAVA-VEICULO.
           DISPLAY 'PLACA DO VEICULO: '.
           ACCEPT VEI-PLACA.
           INSPECT VEI-PLACA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ ARQUIVO-VEICULOS
               INVALID KEY
                   PERFORM 6200-PEDE-MOTORISTA
                   WRITE VEICULO-REGISTRO
                   DISPLAY 'VEICULO AUTORIZADO.'
               NOT INVALID KEY
                   IF VEI-FROTA NOT EQUAL FRO-CODIGO
                       DISPLAY 'PLACA JA AUTORIZADA NA FROTA '
                           VEI-FROTA ' - DESAUTORIZE LA ANTES.'
                   ELSE
                       PERFORM 6200-PEDE-MOTORISTA
                       REWRITE VEICULO-REGISTRO
                       DISPLAY 'VEICULO ATUALIZADO.'
                   END-IF
           END-READ.

       6200-PEDE-MOTORISTA.
           MOVE FRO-CODIGO TO VEI-FROTA.
           DISPLAY 'NOME DO MOTORISTA AUTORIZADO: '.
           ACCEPT VEI-MOTORISTA.
           DISPLAY 'CNH DO MOTORISTA (11 NUMEROS): '.
           ACCEPT VEI-CNH.
           MOVE "A" TO VEI-SITUACAO.

      *    A PLACA NAO E APAGADA: FICA INATIVA PARA AS FATURAS
      *     ANTIGAS CONTINUAREM LEGIVEIS.
       6500-DESAUTORIZA-VEICULO.
           DISPLAY 'PLACA DO VEICULO: '.
           ACCEPT VEI-PLACA.
           INSPECT VEI-PLACA CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           READ ARQUIVO-VEICULOS
               INVALID KEY
                   DISPLAY 'PLACA NAO ENCONTRADA.'
               NOT INVALID KEY
                   DISPLAY 'Confirma desautorizar ' VEI-PLACA
                       ' da frota ' VEI-FROTA ' ? (S/N)'
                   ACCEPT CONFIRMA-OPERACAO
                   IF CONFIRMA-OPERACAO EQUAL 'S'
                       OR CONFIRMA-OPERACAO EQUAL 's'
                       MOVE "I" TO VEI-SITUACAO
                       REWRITE VEICULO-REGISTRO
                       DISPLAY 'VEICULO DESAUTORIZADO.'
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * BAIXA DO PAGAMENTO DA FATURA: MARCA PAGA E DEVOLVE O VALOR AO   *
      * CREDITO DA FROTA (SALDO EM ABERTO).                             *
      *----------------------------------------------------------------*
       7000-BAIXA-FATURA.
           DISPLAY 'CODIGO DA FROTA: '.
           ACCEPT FAT-FROTA.
           DISPLAY 'MES DE CONSUMO DA FATURA (AAAAMM): '.
           ACCEPT FAT-COMPETENCIA.

           READ ARQUIVO-FATURAS
               INVALID KEY
                   DISPLAY 'FATURA NAO ENCONTRADA.'
               NOT INVALID KEY
                   PERFORM 7100-CONFIRMA-BAIXA
           END-READ.

       7100-CONFIRMA-BAIXA.
           IF FATURA-PAGA
               DISPLAY 'FATURA JA PAGA EM ' FAT-DATA-PAGAMENTO '.'
           ELSE
               MOVE FAT-VALOR TO WRK-VALOR-EDITADO
               DISPLAY 'FATURA ' FAT-FROTA '/' FAT-COMPETENCIA
                   '  VENCIMENTO: ' FAT-DATA-VENCIMENTO
                   '  VALOR: ' WRK-VALOR-EDITADO
               DISPLAY 'Confirma o pagamento? (S/N)'
               ACCEPT CONFIRMA-OPERACAO
               IF CONFIRMA-OPERACAO EQUAL 'S'
                   OR CONFIRMA-OPERACAO EQUAL 's'
                   ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
                   MOVE WRK-DATA-ATUAL TO FAT-DATA-PAGAMENTO
                   MOVE "P" TO FAT-SITUACAO
                   REWRITE FATURA-REGISTRO
                   PERFORM 7200-DEVOLVE-CREDITO
                   DISPLAY 'PAGAMENTO BAIXADO.'
               END-IF
           END-IF.

       7200-DEVOLVE-CREDITO.
           MOVE FAT-FROTA TO FRO-CODIGO.
           READ ARQUIVO-FROTAS
               INVALID KEY
                   DISPLAY 'FROTA ' FAT-FROTA ' SEM CADASTRO.'
               NOT INVALID KEY
                   IF FAT-VALOR GREATER FRO-SALDO-ABERTO
                       MOVE ZEROS TO FRO-SALDO-ABERTO
                   ELSE
                       SUBTRACT FAT-VALOR FROM FRO-SALDO-ABERTO
                   END-IF
                   REWRITE FROTA-REGISTRO
           END-READ.
