      *     MOTIVO, E IMPRIME OS TOTAIS DE CONTROLE. O CSV PODE
      *     TRAZER TAMBEM CIDADE, UF E CEP; QUANDO VEM, O TRIO E
      *     CRITICADO CONTRA A TABELA DE FAIXAS DE CEP (PROG82) E O
      *     CEP FORA DA FAIXA DA CIDADE VAI PARA OS REJEITOS. A
      *     OITAVA COLUNA, OPCIONAL, E O TELEFONE DO CLIENTE QUE
      *     INDICOU: PRECISA SER DE UM CLIENTE JA CADASTRADO E
      *     DIFERENTE DO PROPRIO, E VIRA UMA INDICACAO PENDENTE EM
      *     INDICACOES.DAT, COMO NA INCLUSAO DO PROG40. CADA CAMPO
      *     CARREGADO VAI PARA A TRILHA CLIENTES_AUDITORIA.DAT COM O
      *     USUARIO BATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           ORGANIZATION IS INDEXED
           RECORD KEY IS FAIXA-CEP-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-INDICACOES
           ASSIGN TO "indicacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS IND-TELEFONE-INDICADO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO "clientes_auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CARGA.
       FD  ARQUIVO-FAIXAS.
           COPY "FAIXA-CEP.cpy".

       FD  ARQUIVO-INDICACOES.
           COPY "INDICACAO-REGISTRO.cpy".

       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-CADASTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO      PIC A(1) VALUE "N".
       77  WRK-CSV-CEP          PIC X(8) VALUE SPACES.
       77  WRK-FAIXA-ACHADA     PIC A(1) VALUE "N".
       77  WRK-CEP-NUMERICO     PIC 9(8) VALUE ZEROS.
       77  WRK-CSV-INDICADOR    PIC X(11) VALUE SPACES.
       77  WRK-QTD-INDICACOES   PIC 9(5) VALUE ZEROS.

       77  WRK-DATA-ATUAL       PIC 9(8) VALUE ZEROS.
       77  WRK-ANO-ATUAL        PIC 9(4) VALUE ZEROS.
       77  WRK-MES-DIA-ATUAL    PIC 9(4) VALUE ZEROS.
       77  WRK-ANO-NASC         PIC 9(4) VALUE ZEROS.
       77  WRK-MES-DIA-NASC     PIC 9(4) VALUE ZEROS.
       77  WRK-HORA-ATUAL       PIC 9(6) VALUE ZEROS.

      *    AUDITORIA POR CAMPO DA INCLUSAO (VALOR ANTIGO EM BRANCO).
       77  WRK-CAMPO-NOME       PIC X(25) VALUE SPACES.
       77  WRK-VALOR-NOVO       PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN INPUT ARQUIVO-CARGA.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN INPUT ARQUIVO-FAIXAS.
           OPEN I-O ARQUIVO-INDICACOES.
           OPEN OUTPUT ARQUIVO-REJEITOS.
           OPEN EXTEND ARQUIVO-AUDITORIA.

           PERFORM LE-LINHA-CARGA.
           PERFORM PROCESSA-LINHA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           DISPLAY "CARGA DE CLIENTES - LIDOS: " WRK-QTD-LIDOS
               "  CARREGADOS: " WRK-QTD-CARREGADOS
               "  REJEITADOS: " WRK-QTD-REJEITADOS.
           DISPLAY "INDICACOES REGISTRADAS: " WRK-QTD-INDICACOES.

           CLOSE ARQUIVO-CARGA.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-FAIXAS.
           CLOSE ARQUIVO-INDICACOES.
           CLOSE ARQUIVO-REJEITOS.
           CLOSE ARQUIVO-AUDITORIA.
           STOP RUN.

       LE-LINHA-CARGA.
       SEPARA-CAMPOS.
           MOVE SPACES TO WRK-CSV-NOME WRK-CSV-EMAIL
               WRK-CSV-TELEFONE WRK-CSV-NASCIMENTO
               WRK-CSV-CIDADE WRK-CSV-UF WRK-CSV-CEP
               WRK-CSV-INDICADOR.
           UNSTRING LINHA-CARGA DELIMITED BY ","
               INTO WRK-CSV-NOME WRK-CSV-EMAIL WRK-CSV-TELEFONE
                    WRK-CSV-NASCIMENTO WRK-CSV-CIDADE WRK-CSV-UF
                    WRK-CSV-CEP WRK-CSV-INDICADOR.

      *    MESMAS CRITICAS APLICADAS NA INCLUSAO ONLINE DO PROG40.
       CRITICA-CAMPOS.
                   THRU CRITICA-ENDERECO-POSTAL-FIM
           END-IF.

           IF WRK-REGISTRO-OK EQUAL "S"
               AND WRK-CSV-INDICADOR NOT EQUAL SPACES
               PERFORM CRITICA-INDICADOR THRU CRITICA-INDICADOR-FIM
           END-IF.

      *    CONSISTENCIA POSTAL: QUANDO O CSV TRAZ ENDERECO, O TRIO
      *     CEP/CIDADE/UF E CRITICADO CONTRA A TABELA DE FAIXAS DE
      *     CEP (PROG82). CIDADE SEM FAIXA CADASTRADA PASSA COM
       CRITICA-ENDERECO-POSTAL-FIM.
           EXIT.

      *    INDICACAO: QUEM INDICOU PRECISA SER CLIENTE JA CADASTRADO
      *     (INCLUSIVE CARREGADO MAIS ACIMA NESTE MESMO CSV) E NAO
      *     PODE SER O PROPRIO CLIENTE.
       CRITICA-INDICADOR.
           IF WRK-CSV-INDICADOR IS NOT NUMERIC
               MOVE "N" TO WRK-REGISTRO-OK
               MOVE "TELEFONE DO INDICADOR NAO NUMERICO" TO
                   WRK-MOTIVO
               GO TO CRITICA-INDICADOR-FIM
           END-IF.

           IF WRK-CSV-INDICADOR EQUAL WRK-CSV-TELEFONE
               MOVE "N" TO WRK-REGISTRO-OK
               MOVE "CLIENTE INDICANDO A SI MESMO" TO WRK-MOTIVO
               GO TO CRITICA-INDICADOR-FIM
           END-IF.

           MOVE WRK-CSV-INDICADOR TO WRK-TELEFONE.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   MOVE "N" TO WRK-REGISTRO-OK
                   MOVE "INDICADOR NAO CADASTRADO" TO WRK-MOTIVO
           END-READ.

       CRITICA-INDICADOR-FIM.
           EXIT.

       GRAVA-CLIENTE.
           MOVE WRK-CSV-NOME TO WRK-NOME.
           MOVE WRK-CSV-EMAIL TO WRK-EMAIL.
                   PERFORM GRAVA-REJEITO
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CARREGADOS
                   PERFORM AUDITA-INCLUSAO
                   IF WRK-CSV-INDICADOR NOT EQUAL SPACES
                       PERFORM GRAVA-INDICACAO
                   END-IF
           END-WRITE.

      *    TRILHA DE AUDITORIA DO CLIENTE CARREGADO: UMA LINHA POR
      *     CAMPO INFORMADO, COMO NA INCLUSAO DO PROG40.
       AUDITA-INCLUSAO.
           MOVE "WRK-NOME" TO WRK-CAMPO-NOME.
           MOVE WRK-NOME TO WRK-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

           MOVE "WRK-IDADE" TO WRK-CAMPO-NOME.
           MOVE WRK-IDADE TO WRK-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

           MOVE "WRK-EMAIL" TO WRK-CAMPO-NOME.
           MOVE WRK-EMAIL TO WRK-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

           MOVE "WRK-TELEFONE" TO WRK-CAMPO-NOME.
           MOVE WRK-TELEFONE TO WRK-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

           MOVE "WRK-DATA-NASCIMENTO" TO WRK-CAMPO-NOME.
           MOVE WRK-DATA-NASCIMENTO TO WRK-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

           IF WRK-CIDADE NOT EQUAL SPACES
               MOVE "WRK-CIDADE" TO WRK-CAMPO-NOME
               MOVE WRK-CIDADE TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
               MOVE "WRK-UF" TO WRK-CAMPO-NOME
               MOVE WRK-UF TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
               MOVE "WRK-CEP" TO WRK-CAMPO-NOME
               MOVE WRK-CEP TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           MOVE "WRK-OPTOUT" TO WRK-CAMPO-NOME.
           MOVE WRK-OPTOUT TO WRK-VALOR-NOVO.
           PERFORM GRAVA-AUDITORIA.

       GRAVA-AUDITORIA.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE SPACES TO AUDITORIA-CADASTRO-REGISTRO.
           MOVE WRK-TELEFONE TO AUC-CHAVE.
           MOVE WRK-CAMPO-NOME TO AUC-CAMPO.
           MOVE WRK-VALOR-NOVO TO AUC-VALOR-NOVO.
           MOVE "BATCH" TO AUC-USUARIO.
           MOVE "PROG58" TO AUC-PROGRAMA.
           STRING WRK-DATA-ATUAL WRK-HORA-ATUAL DELIMITED BY SIZE
               INTO AUC-DATA-HORA.
           WRITE AUDITORIA-CADASTRO-REGISTRO.

      *    A CHAVE E O CLIENTE INDICADO: SE JA HOUVER INDICACAO PARA
      *     ELE, A ANTERIOR E MANTIDA.
       GRAVA-INDICACAO.
           MOVE WRK-CSV-TELEFONE TO IND-TELEFONE-INDICADO.
           MOVE WRK-CSV-INDICADOR TO IND-TELEFONE-INDICADOR.
           MOVE WRK-DATA-ATUAL TO IND-DATA-INDICACAO.
           MOVE "P" TO IND-SITUACAO.
           MOVE ZEROS TO IND-DATA-CONVERSAO IND-PONTOS-CREDITADOS.
           WRITE INDICACAO-REGISTRO
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-CSV-TELEFONE
                       " JA TEM INDICACAO - MANTIDA A ANTERIOR."
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-INDICACOES
           END-WRITE.

      *----------------------------------------------------------------*
