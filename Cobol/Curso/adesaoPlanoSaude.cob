       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG121.
      *    ADESOES AO PLANO DE SAUDE (ADESOES_PLANO.DAT): INCLUI O
      *     FUNCIONARIO ATIVO COMO TITULAR (SEQUENCIA 00) NUM PLANO DO
      *     PROG120 E OS DEPENDENTES DELE CADASTRADOS EM
      *     DEPENDENTES.DAT (SEQUENCIA DO DEPENDENTE), SEMPRE NO PLANO
      *     DO TITULAR, COM DATA DE INICIO; TROCA O PLANO DO GRUPO
      *     FAMILIAR E ENCERRA A ADESAO COM DATA DE FIM (ENCERRAR O
      *     TITULAR ENCERRA TAMBEM OS DEPENDENTES). A RESCISAO ENCERRA
      *     AS ADESOES SOZINHA; A FOLHA DESCONTA A PARTICIPACAO DAS
      *     VIDAS COBERTAS NA COMPETENCIA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-ADESOES
           ASSIGN TO "adesoes_plano.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ADESAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PLANOS
           ASSIGN TO "planos_saude.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLS-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DEPENDENTES
           ASSIGN TO "dependentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPENDENTE-CHAVE
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-ADESOES.
           COPY "ADESAO-PLANO.cpy".

       FD  ARQUIVO-PLANOS.
           COPY "PLANO-SAUDE.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-DEPENDENTES.
           COPY "DEPENDENTE-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO            PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO      PIC A(1) VALUE "N".
       77  WRK-FUNC-OK          PIC A(1) VALUE "N".
       77  WRK-PLANO-OK         PIC A(1) VALUE "N".
       77  WRK-TITULAR-OK       PIC A(1) VALUE "N".
       77  WRK-ADESAO-EXISTE    PIC A(1) VALUE "N".
       77  WRK-NOME-VIDA        PIC X(20) VALUE SPACES.
       77  WRK-SEQUENCIA        PIC 9(2) VALUE ZEROS.
       77  WRK-PLANO-TITULAR    PIC 9(3) VALUE ZEROS.
       77  WRK-INICIO-TITULAR   PIC 9(8) VALUE ZEROS.
       77  WRK-NOVO-PLANO       PIC 9(3) VALUE ZEROS.
       77  WRK-DATA-INFORMADA   PIC 9(8) VALUE ZEROS.
       77  WRK-QTD-VIDAS        PIC 9(2) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-ADESOES.
           OPEN INPUT ARQUIVO-PLANOS.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-ADESOES.
           CLOSE ARQUIVO-PLANOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPENDENTES.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "ADESOES AO PLANO DE SAUDE".
           DISPLAY "1 - Listar vidas de um funcionario".
           DISPLAY "2 - Aderir titular".
           DISPLAY "3 - Incluir dependente".
           DISPLAY "4 - Trocar plano do grupo familiar".
           DISPLAY "5 - Encerrar adesao".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-VIDAS THRU LISTA-VIDAS-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM ADERE-TITULAR THRU ADERE-TITULAR-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM ADERE-DEPENDENTE THRU ADERE-DEPENDENTE-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM TROCA-PLANO THRU TROCA-PLANO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 5
               PERFORM ENCERRA-ADESAO THRU ENCERRA-ADESAO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       PEDE-FUNCIONARIO.
           MOVE "N" TO WRK-FUNC-OK.
           DISPLAY "Digite o codigo do funcionario: ".
           ACCEPT FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO
                       " NAO ENCONTRADO."
               NOT INVALID KEY
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
                   MOVE "S" TO WRK-FUNC-OK
           END-READ.

       PEDE-PLANO.
           MOVE "N" TO WRK-PLANO-OK.
           DISPLAY "Digite o codigo do plano: ".
           ACCEPT PLS-CODIGO.
           READ ARQUIVO-PLANOS
               INVALID KEY
                   DISPLAY "PLANO " PLS-CODIGO " NAO CADASTRADO "
                       "(PROG120)."
               NOT INVALID KEY
                   DISPLAY "PLANO: " PLS-DESCRICAO " - "
                       PLS-OPERADORA
                   MOVE "S" TO WRK-PLANO-OK
           END-READ.

      *    LE A ADESAO DA CHAVE MONTADA EM ADESAO-CHAVE E DIZ SE ELA
      *     EXISTE (ATIVA OU JA ENCERRADA).
       LE-ADESAO-CHAVE.
           MOVE "N" TO WRK-ADESAO-EXISTE.
           READ ARQUIVO-ADESOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WRK-ADESAO-EXISTE
           END-READ.

      *    O TITULAR PRECISA ESTAR ATIVO NO PLANO PARA INCLUIR
      *     DEPENDENTE OU TROCAR O PLANO DO GRUPO.
       CONFERE-TITULAR.
           MOVE "N" TO WRK-TITULAR-OK.
           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.
           PERFORM LE-ADESAO-CHAVE.
           IF WRK-ADESAO-EXISTE EQUAL "S"
               AND ADE-DATA-FIM EQUAL ZEROS
               MOVE "S" TO WRK-TITULAR-OK
               MOVE ADE-PLANO TO WRK-PLANO-TITULAR
               MOVE ADE-DATA-INICIO TO WRK-INICIO-TITULAR
           ELSE
               DISPLAY "FUNCIONARIO SEM ADESAO ATIVA COMO TITULAR."
           END-IF.

       LISTA-VIDAS.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO LISTA-VIDAS-FIM
           END-IF.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.
           START ARQUIVO-ADESOES KEY IS NOT LESS ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-VIDA
           END-IF.

           PERFORM EXIBE-VIDA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LISTA-VIDAS-FIM.
           EXIT.

       LE-PROXIMA-VIDA.
           READ ARQUIVO-ADESOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND ADE-CODIGO NOT EQUAL FUNCIONARIO-CODIGO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       EXIBE-VIDA.
           PERFORM OBTEM-NOME-VIDA.
           DISPLAY "SEQ " ADE-SEQUENCIA " " WRK-NOME-VIDA
               "  PLANO: " ADE-PLANO
               "  INICIO: " ADE-DATA-INICIO
               "  FIM: " ADE-DATA-FIM " " ADE-MOTIVO-FIM.
           PERFORM LE-PROXIMA-VIDA.

       OBTEM-NOME-VIDA.
           IF ADE-TITULAR
               MOVE FUNCIONARIO-NOME TO WRK-NOME-VIDA
           ELSE
               MOVE ADE-CODIGO TO DEP-CODIGO
               MOVE ADE-SEQUENCIA TO DEP-SEQUENCIA
               READ ARQUIVO-DEPENDENTES
                   INVALID KEY
                       MOVE "(DEPENDENTE EXCLUIDO)" TO WRK-NOME-VIDA
                   NOT INVALID KEY
                       MOVE DEP-NOME TO WRK-NOME-VIDA
               END-READ
           END-IF.

      *    UMA ADESAO JA ENCERRADA NA MESMA CHAVE E REAPROVEITADA NA
      *     READESAO, COM O NOVO PLANO E A NOVA DATA DE INICIO.
       ADERE-TITULAR.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO ADERE-TITULAR-FIM
           END-IF.
           IF NOT FUNCIONARIO-ATIVO
               DISPLAY "FUNCIONARIO INATIVO - ADESAO NAO PERMITIDA."
               GO TO ADERE-TITULAR-FIM
           END-IF.

           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.
           PERFORM LE-ADESAO-CHAVE.
           IF WRK-ADESAO-EXISTE EQUAL "S"
               AND ADE-DATA-FIM EQUAL ZEROS
               DISPLAY "TITULAR JA ADERIDO AO PLANO " ADE-PLANO
                   " - USE A TROCA DE PLANO."
               GO TO ADERE-TITULAR-FIM
           END-IF.

           PERFORM PEDE-PLANO.
           IF WRK-PLANO-OK NOT EQUAL "S"
               GO TO ADERE-TITULAR-FIM
           END-IF.
           DISPLAY "Data de inicio da cobertura (AAAAMMDD): ".
           ACCEPT WRK-DATA-INFORMADA.

           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.
           PERFORM GRAVA-ADESAO.
           DISPLAY "TITULAR ADERIDO AO PLANO " PLS-CODIGO ".".

       ADERE-TITULAR-FIM.
           EXIT.

       ADERE-DEPENDENTE.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO ADERE-DEPENDENTE-FIM
           END-IF.
           PERFORM CONFERE-TITULAR.
           IF WRK-TITULAR-OK NOT EQUAL "S"
               GO TO ADERE-DEPENDENTE-FIM
           END-IF.

           DISPLAY "Digite a sequencia do dependente: ".
           ACCEPT WRK-SEQUENCIA.
           IF WRK-SEQUENCIA EQUAL ZEROS
               DISPLAY "SEQUENCIA 00 E O TITULAR."
               GO TO ADERE-DEPENDENTE-FIM
           END-IF.
           MOVE FUNCIONARIO-CODIGO TO DEP-CODIGO.
           MOVE WRK-SEQUENCIA TO DEP-SEQUENCIA.
           READ ARQUIVO-DEPENDENTES
               INVALID KEY
                   DISPLAY "DEPENDENTE " WRK-SEQUENCIA " NAO "
                       "CADASTRADO PARA O FUNCIONARIO (PROG51)."
                   GO TO ADERE-DEPENDENTE-FIM
           END-READ.
           DISPLAY "DEPENDENTE: " DEP-NOME " - " DEP-PARENTESCO.

           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE WRK-SEQUENCIA TO ADE-SEQUENCIA.
           PERFORM LE-ADESAO-CHAVE.
           IF WRK-ADESAO-EXISTE EQUAL "S"
               AND ADE-DATA-FIM EQUAL ZEROS
               DISPLAY "DEPENDENTE JA ADERIDO AO PLANO."
               GO TO ADERE-DEPENDENTE-FIM
           END-IF.

           DISPLAY "Data de inicio da cobertura (AAAAMMDD): ".
           ACCEPT WRK-DATA-INFORMADA.
           IF WRK-DATA-INFORMADA LESS WRK-INICIO-TITULAR
               DISPLAY "INICIO ANTERIOR AO DO TITULAR ("
                   WRK-INICIO-TITULAR ") - ADESAO NAO FEITA."
               GO TO ADERE-DEPENDENTE-FIM
           END-IF.

           MOVE WRK-PLANO-TITULAR TO PLS-CODIGO.
           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE WRK-SEQUENCIA TO ADE-SEQUENCIA.
           PERFORM GRAVA-ADESAO.
           DISPLAY "DEPENDENTE ADERIDO AO PLANO " PLS-CODIGO ".".

       ADERE-DEPENDENTE-FIM.
           EXIT.

       GRAVA-ADESAO.
           MOVE PLS-CODIGO TO ADE-PLANO.
           MOVE WRK-DATA-INFORMADA TO ADE-DATA-INICIO.
           MOVE ZEROS TO ADE-DATA-FIM.
           MOVE SPACE TO ADE-MOTIVO-FIM.
           IF WRK-ADESAO-EXISTE EQUAL "S"
               REWRITE ADESAO-PLANO-REGISTRO
           ELSE
               WRITE ADESAO-PLANO-REGISTRO
           END-IF.

      *    A TROCA VALE PARA O TITULAR E PARA TODOS OS DEPENDENTES
      *     ATIVOS, QUE SEGUEM SEMPRE O PLANO DO TITULAR.
       TROCA-PLANO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO TROCA-PLANO-FIM
           END-IF.
           PERFORM CONFERE-TITULAR.
           IF WRK-TITULAR-OK NOT EQUAL "S"
               GO TO TROCA-PLANO-FIM
           END-IF.
           DISPLAY "PLANO ATUAL: " WRK-PLANO-TITULAR.
           PERFORM PEDE-PLANO.
           IF WRK-PLANO-OK NOT EQUAL "S"
               GO TO TROCA-PLANO-FIM
           END-IF.
           MOVE PLS-CODIGO TO WRK-NOVO-PLANO.

           MOVE ZEROS TO WRK-QTD-VIDAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE ZEROS TO ADE-SEQUENCIA.
           START ARQUIVO-ADESOES KEY IS NOT LESS ADESAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-VIDA
           END-IF.
           PERFORM TROCA-PLANO-VIDA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           DISPLAY WRK-QTD-VIDAS " VIDA(S) PASSADA(S) PARA O PLANO "
               WRK-NOVO-PLANO ".".

       TROCA-PLANO-FIM.
           EXIT.

       TROCA-PLANO-VIDA.
           IF ADE-DATA-FIM EQUAL ZEROS
               MOVE WRK-NOVO-PLANO TO ADE-PLANO
               REWRITE ADESAO-PLANO-REGISTRO
               ADD 1 TO WRK-QTD-VIDAS
           END-IF.
           PERFORM LE-PROXIMA-VIDA.

       ENCERRA-ADESAO.
           PERFORM PEDE-FUNCIONARIO.
           IF WRK-FUNC-OK NOT EQUAL "S"
               GO TO ENCERRA-ADESAO-FIM
           END-IF.
           DISPLAY "Sequencia da vida a encerrar (00 = titular e "
               "todos os dependentes): ".
           ACCEPT WRK-SEQUENCIA.
           MOVE FUNCIONARIO-CODIGO TO ADE-CODIGO.
           MOVE WRK-SEQUENCIA TO ADE-SEQUENCIA.
           PERFORM LE-ADESAO-CHAVE.
           IF WRK-ADESAO-EXISTE NOT EQUAL "S"
               OR ADE-DATA-FIM NOT EQUAL ZEROS
               DISPLAY "NAO HA ADESAO ATIVA NESSA SEQUENCIA."
               GO TO ENCERRA-ADESAO-FIM
           END-IF.
           DISPLAY "Data de fim da cobertura (AAAAMMDD): ".
           ACCEPT WRK-DATA-INFORMADA.
           IF WRK-DATA-INFORMADA LESS ADE-DATA-INICIO
               DISPLAY "FIM ANTERIOR AO INICIO (" ADE-DATA-INICIO
                   ") - ADESAO NAO ENCERRADA."
               GO TO ENCERRA-ADESAO-FIM
           END-IF.

           MOVE ZEROS TO WRK-QTD-VIDAS.
           IF WRK-SEQUENCIA NOT EQUAL ZEROS
               PERFORM ENCERRA-VIDA
           ELSE
               MOVE "N" TO WRK-FIM-ARQUIVO
               START ARQUIVO-ADESOES KEY IS NOT LESS ADESAO-CHAVE
                   INVALID KEY
                       MOVE "S" TO WRK-FIM-ARQUIVO
               END-START
               IF WRK-FIM-ARQUIVO NOT EQUAL "S"
                   PERFORM LE-PROXIMA-VIDA
               END-IF
               PERFORM ENCERRA-VIDA-GRUPO
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
           END-IF.
           DISPLAY WRK-QTD-VIDAS " VIDA(S) ENCERRADA(S) EM "
               WRK-DATA-INFORMADA ".".

       ENCERRA-ADESAO-FIM.
           EXIT.

       ENCERRA-VIDA.
           MOVE WRK-DATA-INFORMADA TO ADE-DATA-FIM.
           MOVE "P" TO ADE-MOTIVO-FIM.
           REWRITE ADESAO-PLANO-REGISTRO.
           ADD 1 TO WRK-QTD-VIDAS.

       ENCERRA-VIDA-GRUPO.
           IF ADE-DATA-FIM EQUAL ZEROS
               PERFORM ENCERRA-VIDA
           END-IF.
           PERFORM LE-PROXIMA-VIDA.

       PROGRAM-DONE.
           STOP RUN.
