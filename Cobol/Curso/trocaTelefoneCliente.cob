      *     A TROCA TEM QUE SER EM CASCATA NUMA OPERACAO SO - REGRAVA
      *     O CLIENTE SOB A CHAVE NOVA, TRANSFERE O SALDO DE PONTOS,
      *     GRAVA O MAPEAMENTO ANTIGO->NOVO (PARA O EXTRATO DE
      *     FIDELIDADE SEGUIR AS VENDAS HISTORICAS), ACOMPANHA AS
      *     INDICACOES EM QUE O CLIENTE E O INDICADO OU O INDICADOR
      *     (INDICACOES.DAT) E REGISTRA A OPERACAO EM
      *     TROCAS_TELEFONE.LOG E NA TRILHA DE AUDITORIA
      *     CLIENTES_AUDITORIA.DAT, SOB A CHAVE NOVA. RESTRITO A
      *     SUPERVISOR OU ADMINISTRADOR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           RECORD KEY IS TMAP-TELEFONE-ANTIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-INDICACOES
           ASSIGN TO "indicacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS IND-TELEFONE-INDICADO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-USUARIOS
           ASSIGN TO "usuarios.dat"
           ORGANIZATION IS INDEXED
           SELECT OPTIONAL ARQUIVO-SEGURANCA
           ASSIGN TO "seguranca.log"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-AUDITORIA
           ASSIGN TO "clientes_auditoria.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-CLIENTE.
       FD  ARQUIVO-REMAP.
           COPY "TELEFONE-REMAP.cpy".

       FD  ARQUIVO-INDICACOES.
           COPY "INDICACAO-REGISTRO.cpy".

       FD  ARQUIVO-USUARIOS.
           COPY "USUARIO-REGISTRO.cpy".

       FD  ARQUIVO-SEGURANCA.
           COPY "SEGURANCA-REGISTRO.cpy".

       FD  ARQUIVO-AUDITORIA.
           COPY "AUDITORIA-CADASTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-TELEFONE-ANTIGO PIC 9(11) VALUE ZEROS.
       77  WRK-DATA-ATUAL      PIC 9(8) VALUE ZEROS.
       77  WRK-HORA-ATUAL      PIC 9(6) VALUE ZEROS.
       77  CONFIRMA-TROCA      PIC A(1) VALUE SPACES.
       77  WRK-FIM-INDICACOES  PIC A(1) VALUE "N".
       77  WRK-QTD-INDICACOES  PIC 9(5) VALUE ZEROS.
       77  WRK-INDICACAO-SALVA PIC X(44) VALUE SPACES.

      *    IDENTIFICACAO DO OPERADOR: A TROCA DE CHAVE E OPERACAO
      *    DESTRUTIVA E EXIGE SUPERVISOR OU ADMINISTRADOR.
           OPEN I-O ARQUIVO-CLIENTE.
           OPEN I-O ARQUIVO-PONTOS.
           OPEN I-O ARQUIVO-REMAP.
           OPEN I-O ARQUIVO-INDICACOES.

           MOVE WRK-TELEFONE-ANTIGO TO WRK-TELEFONE.
           READ ARQUIVO-CLIENTE
           DELETE ARQUIVO-CLIENTE RECORD.

           PERFORM TRANSFERE-PONTOS.
           PERFORM TRANSFERE-INDICACOES.
           PERFORM GRAVA-MAPEAMENTO.
           PERFORM GRAVA-LOG-TROCA.
           PERFORM GRAVA-AUDITORIA.
           MOVE "TROCA-TELEFONE" TO WRK-SEG-EVENTO.
           PERFORM GRAVA-SEGURANCA.
           PERFORM FECHA-ARQUIVOS.

           DISPLAY "TROCA CONCLUIDA - CLIENTE, PONTOS, INDICACOES E "
               "MAPEAMENTO ATUALIZADOS.".

       TROCA-CHAVE-CLIENTE-FIM.
           EXIT.
                   WRK-SALDO-PONTOS
           END-IF.

      *    INDICACOES: COMO INDICADO O TELEFONE E A CHAVE, ENTAO O
      *     REGISTRO E REGRAVADO SOB A CHAVE NOVA; COMO INDICADOR O
      *     ARQUIVO E PERCORRIDO E CADA INDICACAO FEITA PELO CLIENTE
      *     PASSA A APONTAR PARA O TELEFONE NOVO.
       TRANSFERE-INDICACOES.
           MOVE WRK-TELEFONE-ANTIGO TO IND-TELEFONE-INDICADO.
           READ ARQUIVO-INDICACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INDICACAO-REGISTRO TO WRK-INDICACAO-SALVA
                   DELETE ARQUIVO-INDICACOES RECORD
                   MOVE WRK-INDICACAO-SALVA TO INDICACAO-REGISTRO
                   MOVE WRK-TELEFONE-NOVO TO IND-TELEFONE-INDICADO
                   WRITE INDICACAO-REGISTRO
                       INVALID KEY
                           DISPLAY "TELEFONE NOVO JA TEM INDICACAO - "
                               "MANTIDA A DO TELEFONE NOVO."
                       NOT INVALID KEY
                           DISPLAY "INDICACAO DO CLIENTE TRANSFERIDA."
                   END-WRITE
           END-READ.

           MOVE ZEROS TO WRK-QTD-INDICACOES.
           MOVE "N" TO WRK-FIM-INDICACOES.
           MOVE ZEROS TO IND-TELEFONE-INDICADO.
           START ARQUIVO-INDICACOES
               KEY IS NOT LESS THAN IND-TELEFONE-INDICADO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-INDICACOES
           END-START.
           PERFORM TRANSFERE-INDICADOR
               UNTIL WRK-FIM-INDICACOES EQUAL "S".
           IF WRK-QTD-INDICACOES GREATER ZEROS
               DISPLAY "INDICACOES FEITAS PELO CLIENTE TRANSFERIDAS: "
                   WRK-QTD-INDICACOES
           END-IF.

       TRANSFERE-INDICADOR.
           READ ARQUIVO-INDICACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-INDICACOES
               NOT AT END
                   IF IND-TELEFONE-INDICADOR EQUAL WRK-TELEFONE-ANTIGO
                       MOVE WRK-TELEFONE-NOVO TO IND-TELEFONE-INDICADOR
                       REWRITE INDICACAO-REGISTRO
                       ADD 1 TO WRK-QTD-INDICACOES
                   END-IF
           END-READ.

       GRAVA-MAPEAMENTO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           MOVE WRK-TELEFONE-ANTIGO TO TMAP-TELEFONE-ANTIGO.
           WRITE LINHA-LOG.
           CLOSE ARQUIVO-LOG.

      *    TRILHA DE AUDITORIA POR CAMPO DO CADASTRO DE CLIENTES: A
      *     TROCA E A ALTERACAO DO CAMPO WRK-TELEFONE.
       GRAVA-AUDITORIA.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           ACCEPT WRK-HORA-ATUAL FROM TIME.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           MOVE SPACES TO AUDITORIA-CADASTRO-REGISTRO.
           MOVE WRK-TELEFONE-NOVO TO AUC-CHAVE.
           MOVE "WRK-TELEFONE" TO AUC-CAMPO.
           MOVE WRK-TELEFONE-ANTIGO TO AUC-VALOR-ANTIGO.
           MOVE WRK-TELEFONE-NOVO TO AUC-VALOR-NOVO.
           MOVE WRK-USUARIO-DIGITADO TO AUC-USUARIO.
           MOVE "PROG83" TO AUC-PROGRAMA.
           STRING WRK-DATA-ATUAL WRK-HORA-ATUAL DELIMITED BY SIZE
               INTO AUC-DATA-HORA.
           WRITE AUDITORIA-CADASTRO-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    GRAVA O EVENTO NO DIARIO CENTRAL DE SEGURANCA
      *     (SEGURANCA.LOG), COMO AS DEMAIS OPCOES DESTRUTIVAS.
       GRAVA-SEGURANCA.
           CLOSE ARQUIVO-CLIENTE.
           CLOSE ARQUIVO-PONTOS.
           CLOSE ARQUIVO-REMAP.
           CLOSE ARQUIVO-INDICACOES.
