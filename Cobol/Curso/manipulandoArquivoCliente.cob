       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG40.
      *    PROGRAMA PARA MANUTENCAO (INCLUSAO/ALTERACAO/EXCLUSAO) DO
      *     ARQUIVO INDEXADO DE CLIENTES. NA INCLUSAO REGISTRA, SE
      *     HOUVER, O TELEFONE DO CLIENTE QUE INDICOU O NOVO CLIENTE
      *     (INDICACOES.DAT) PARA O BONUS DE INDICACAO DA BOMBA.
      *     CADA CAMPO INCLUIDO, ALTERADO OU EXCLUIDO VAI PARA A
      *     TRILHA DE AUDITORIA CLIENTES_AUDITORIA.DAT COM O VALOR
      *     ANTIGO, O NOVO E O OPERADOR (CONSULTA NO PROG119).
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
       FD  ARQUIVO-CLIENTE.
       FD  ARQUIVO-FAIXAS.
           COPY "FAIXA-CEP.cpy".

       FD  ARQUIVO-INDICACOES.
           COPY "INDICACAO-REGISTRO.cpy".

       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-CADASTRO.cpy".

       WORKING-STORAGE SECTION.

      *    FILE STATUS DO ARQUIVO MESTRE E APOIO DO LOG CENTRAL DE
       77  WRK-ENDERECO-OK    PIC A(1) VALUE "N".
       77  WRK-FAIXA-ACHADA   PIC A(1) VALUE "N".

      *    INDICACAO: TELEFONE DE QUEM INDICOU O CLIENTE INCLUIDO.
       77  WRK-TELEFONE-INCLUIDO  PIC 9(11) VALUE ZEROS.
       77  WRK-TELEFONE-INDICADOR PIC 9(11) VALUE ZEROS.
       77  WRK-INDICACAO-OK       PIC A(1) VALUE "N".

      *    IDENTIFICACAO DO OPERADOR: A MANUTENCAO EXIGE LOGIN E A
      *    EXCLUSAO DE CLIENTE EXIGE SUPERVISOR OU ADMINISTRADOR.
       77  WRK-USUARIO-DIGITADO PIC A(12) VALUE SPACES.
       77  WRK-LOGIN-OK        PIC A(1) VALUE "N".
       77  WRK-PERFIL-LOGADO   PIC X(1) VALUE "O".

      *    AUDITORIA POR CAMPO: O REGISTRO COMO ESTAVA ANTES DA
      *     INCLUSAO OU DA ALTERACAO E COMPARADO COM O GRAVADO, E CADA
      *     CAMPO DIFERENTE GERA UMA LINHA NA TRILHA.
       77  WRK-CAMPO-NOME      PIC X(25) VALUE SPACES.
       77  WRK-VALOR-ANTIGO    PIC X(30) VALUE SPACES.
       77  WRK-VALOR-NOVO      PIC X(30) VALUE SPACES.
       77  WRK-HORA-ATUAL      PIC 9(6) VALUE ZEROS.
       01  CLIENTE-ANTES.
           05 CLA-NOME          PIC A(15).
           05 CLA-IDADE         PIC 9(2).
           05 CLA-EMAIL         PIC A(20).
           05 CLA-TELEFONE      PIC 9(11).
           05 CLA-DATA-NASCIMENTO PIC 9(8).
           05 CLA-LOGRADOURO    PIC X(30).
           05 CLA-NUMERO-END    PIC X(6).
           05 CLA-CIDADE        PIC X(20).
           05 CLA-UF            PIC X(2).
           05 CLA-CEP           PIC 9(8).
           05 CLA-OPTOUT        PIC X(1).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM VALIDA-OPERADOR.
           MOVE "cliente.dat" TO WRK-ERR-ARQUIVO.
           MOVE "OPEN" TO WRK-ERR-OPERACAO.
           PERFORM TESTA-STATUS-MESTRE.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-AUDITORIA.
           GO TO PROGRAM-DONE.

      *    LOGIN DO OPERADOR CONTRA O ARQUIVO DE USUARIOS; O PERFIL
                   END-IF
               NOT INVALID KEY
                   MOVE "S" TO WRK-INCLUSAO-OK
                   INITIALIZE CLIENTE-ANTES
                   PERFORM AUDITA-CLIENTE
                   PERFORM PEDE-INDICACAO
           END-WRITE.

      *----------------------------------------------------------------*
      * INDICACAO: O TELEFONE DE QUEM INDICOU PRECISA SER DE UM CLIENTE *
      * JA CADASTRADO E DIFERENTE DO CLIENTE INCLUIDO. A CHAVE DO       *
      * ARQUIVO DE INDICACOES E O INDICADO, ENTAO UM CLIENTE NUNCA TEM  *
      * DUAS INDICACOES.                                                *
      *----------------------------------------------------------------*
       PEDE-INDICACAO.
           MOVE WRK-TELEFONE TO WRK-TELEFONE-INCLUIDO.
           MOVE "N" TO WRK-INDICACAO-OK.
           PERFORM PEDE-TELEFONE-INDICADOR
               UNTIL WRK-INDICACAO-OK EQUAL "S".

       PEDE-TELEFONE-INDICADOR.
           DISPLAY "Telefone do cliente que indicou (0 = nenhum): ".
           ACCEPT WRK-TELEFONE-INDICADOR.

           IF WRK-TELEFONE-INDICADOR IS NOT NUMERIC
               DISPLAY "TELEFONE INVALIDO - DIGITE SOMENTE NUMEROS."
           ELSE
               IF WRK-TELEFONE-INDICADOR EQUAL ZEROS
                   MOVE "S" TO WRK-INDICACAO-OK
               ELSE
                   IF WRK-TELEFONE-INDICADOR EQUAL
                       WRK-TELEFONE-INCLUIDO
                       DISPLAY "O CLIENTE NAO PODE INDICAR A SI MESMO."
                   ELSE
                       PERFORM CONFERE-INDICADOR
                   END-IF
               END-IF
           END-IF.

       CONFERE-INDICADOR.
           MOVE WRK-TELEFONE-INDICADOR TO WRK-TELEFONE.
           READ ARQUIVO-CLIENTE
               INVALID KEY
                   DISPLAY "TELEFONE " WRK-TELEFONE-INDICADOR
                       " NAO CADASTRADO - DIGITE OUTRO OU 0."
               NOT INVALID KEY
                   MOVE "S" TO WRK-INDICACAO-OK
                   PERFORM GRAVA-INDICACAO
           END-READ.

       GRAVA-INDICACAO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-TELEFONE-INCLUIDO TO IND-TELEFONE-INDICADO.
           MOVE WRK-TELEFONE-INDICADOR TO IND-TELEFONE-INDICADOR.
           MOVE WRK-DATA-ATUAL TO IND-DATA-INDICACAO.
           MOVE "P" TO IND-SITUACAO.
           MOVE ZEROS TO IND-DATA-CONVERSAO IND-PONTOS-CREDITADOS.
           OPEN I-O ARQUIVO-INDICACOES.
           WRITE INDICACAO-REGISTRO
               INVALID KEY
                   DISPLAY "CLIENTE " WRK-TELEFONE-INCLUIDO
                       " JA TEM INDICACAO REGISTRADA - MANTIDA A "
                       "ANTERIOR."
               NOT INVALID KEY
                   DISPLAY "INDICACAO REGISTRADA - O BONUS SAI NA "
                       "PRIMEIRA COMPRA DO CLIENTE NA BOMBA."
           END-WRITE.
           CLOSE ARQUIVO-INDICACOES.

       PEDE-TELEFONE-NOVO.
           DISPLAY "Digite o telefone (somente numeros): ".
           ACCEPT WRK-TELEFONE.
           IF CONFIRMA-EXCLUSAO EQUAL "S" OR CONFIRMA-EXCLUSAO
               EQUAL "s"
               DELETE ARQUIVO-CLIENTE RECORD
               MOVE "EXCLUSAO DO CLIENTE" TO WRK-CAMPO-NOME
               MOVE WRK-NOME TO WRK-VALOR-ANTIGO
               MOVE SPACES TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
               DISPLAY "CLIENTE EXCLUIDO DO ARQUIVO."
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       REALIZA-PERGUNTA.
           MOVE WRK-NOME TO CLA-NOME.
           MOVE WRK-IDADE TO CLA-IDADE.
           MOVE WRK-EMAIL TO CLA-EMAIL.
           MOVE WRK-TELEFONE TO CLA-TELEFONE.
           MOVE WRK-DATA-NASCIMENTO TO CLA-DATA-NASCIMENTO.
           MOVE WRK-LOGRADOURO TO CLA-LOGRADOURO.
           MOVE WRK-NUMERO-END TO CLA-NUMERO-END.
           MOVE WRK-CIDADE TO CLA-CIDADE.
           MOVE WRK-UF TO CLA-UF.
           MOVE WRK-CEP TO CLA-CEP.
           MOVE WRK-OPTOUT TO CLA-OPTOUT.

           IF ALTERACAO EQUAL 1
               DISPLAY "Digite o novo nome: "
               ACCEPT WRK-NOME
           END-IF.

           REWRITE CLIENTE.
           PERFORM AUDITA-CLIENTE.

      *----------------------------------------------------------------*
      * TRILHA DE AUDITORIA: UMA LINHA POR CAMPO QUE MUDOU EM RELACAO   *
      * AO REGISTRO ANTERIOR (CLIENTE-ANTES; NA INCLUSAO ELE VEM        *
      * INICIALIZADO, ENTAO TODO CAMPO INFORMADO APARECE COMO NOVO).    *
      *----------------------------------------------------------------*
       AUDITA-CLIENTE.
           IF WRK-NOME NOT EQUAL CLA-NOME
               MOVE "WRK-NOME" TO WRK-CAMPO-NOME
               MOVE CLA-NOME TO WRK-VALOR-ANTIGO
               MOVE WRK-NOME TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-IDADE NOT EQUAL CLA-IDADE
               MOVE "WRK-IDADE" TO WRK-CAMPO-NOME
               MOVE CLA-IDADE TO WRK-VALOR-ANTIGO
               MOVE WRK-IDADE TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-EMAIL NOT EQUAL CLA-EMAIL
               MOVE "WRK-EMAIL" TO WRK-CAMPO-NOME
               MOVE CLA-EMAIL TO WRK-VALOR-ANTIGO
               MOVE WRK-EMAIL TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-TELEFONE NOT EQUAL CLA-TELEFONE
               MOVE "WRK-TELEFONE" TO WRK-CAMPO-NOME
               MOVE CLA-TELEFONE TO WRK-VALOR-ANTIGO
               MOVE WRK-TELEFONE TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-DATA-NASCIMENTO NOT EQUAL CLA-DATA-NASCIMENTO
               MOVE "WRK-DATA-NASCIMENTO" TO WRK-CAMPO-NOME
               MOVE CLA-DATA-NASCIMENTO TO WRK-VALOR-ANTIGO
               MOVE WRK-DATA-NASCIMENTO TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-LOGRADOURO NOT EQUAL CLA-LOGRADOURO
               MOVE "WRK-LOGRADOURO" TO WRK-CAMPO-NOME
               MOVE CLA-LOGRADOURO TO WRK-VALOR-ANTIGO
               MOVE WRK-LOGRADOURO TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-NUMERO-END NOT EQUAL CLA-NUMERO-END
               MOVE "WRK-NUMERO-END" TO WRK-CAMPO-NOME
               MOVE CLA-NUMERO-END TO WRK-VALOR-ANTIGO
               MOVE WRK-NUMERO-END TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-CIDADE NOT EQUAL CLA-CIDADE
               MOVE "WRK-CIDADE" TO WRK-CAMPO-NOME
               MOVE CLA-CIDADE TO WRK-VALOR-ANTIGO
               MOVE WRK-CIDADE TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-UF NOT EQUAL CLA-UF
               MOVE "WRK-UF" TO WRK-CAMPO-NOME
               MOVE CLA-UF TO WRK-VALOR-ANTIGO
               MOVE WRK-UF TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-CEP NOT EQUAL CLA-CEP
               MOVE "WRK-CEP" TO WRK-CAMPO-NOME
               MOVE CLA-CEP TO WRK-VALOR-ANTIGO
               MOVE WRK-CEP TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

           IF WRK-OPTOUT NOT EQUAL CLA-OPTOUT
               MOVE "WRK-OPTOUT" TO WRK-CAMPO-NOME
               MOVE CLA-OPTOUT TO WRK-VALOR-ANTIGO
               MOVE WRK-OPTOUT TO WRK-VALOR-NOVO
               PERFORM GRAVA-AUDITORIA
           END-IF.

       GRAVA-AUDITORIA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           MOVE SPACES TO AUDITORIA-CADASTRO-REGISTRO.
           MOVE WRK-TELEFONE TO AUC-CHAVE.
           MOVE WRK-CAMPO-NOME TO AUC-CAMPO.
           MOVE WRK-VALOR-ANTIGO TO AUC-VALOR-ANTIGO.
           MOVE WRK-VALOR-NOVO TO AUC-VALOR-NOVO.
           MOVE WRK-USUARIO-DIGITADO TO AUC-USUARIO.
           MOVE "PROG40" TO AUC-PROGRAMA.
           STRING WRK-DATA-ATUAL WRK-HORA-ATUAL DELIMITED BY SIZE
               INTO AUC-DATA-HORA.
           WRITE AUDITORIA-CADASTRO-REGISTRO.


      *    CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO MESTRE;
