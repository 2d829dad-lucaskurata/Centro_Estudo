       PROGRAM-ID. PROG97.
      *    GERADOR DE MASSA MASCARADA PARA TREINAMENTO E TESTE: COPIA
      *     OS MESTRES DE FUNCIONARIOS E CLIENTES (E OS SATELITES -
      *     DEPENDENTES, PONTOS, CONTAS E CARTOES) PARA ARQUIVOS
      *     *_TREINO COM OS DADOS PESSOAIS TROCADOS POR VALORES
      *     SINTETICOS QUE
      *     AINDA PASSAM NAS CRITICAS DO PROG36/PROG40: NOME GERADO,
      *     E-MAIL COM '@', TELEFONE NUMERICO, SALARIO E SALDO
      *     ACHATADOS, CPF E PIS SINTETICOS COM DIGITO VERIFICADOR
      *     CORRETO. AS CHAVES E OS RELACIONAMENTOS SAO PRESERVADOS
      *     (O CODIGO DO FUNCIONARIO NAO MUDA; O TELEFONE MASCARADO E
      *     DERIVADO DO ORIGINAL DO MESMO JEITO EM CLIENTE E PONTOS,
      *     ENTAO OS CRUZAMENTOS CONTINUAM FECHANDO). O TREINANDO
           ORGANIZATION IS INDEXED
           RECORD KEY IS KTR-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARTOES
           ASSIGN TO "cartoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARTAO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CRT-TREINO
           ASSIGN TO "cartoes_treino.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTR-CHAVE
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FUNCIONARIO.
       FD  ARQUIVO-FUNC-TREINO.
       01  FUNC-TREINO-REGISTRO.
           05 FTR-CODIGO        PIC 9(4).
           05 FTR-DADOS         PIC X(207).

       FD  ARQUIVO-DEPENDENTES.
           COPY "DEPENDENTE-REGISTRO.cpy".
           05 KTR-NUMERO        PIC 9(8).
           05 KTR-DADOS         PIC X(78).

       FD  ARQUIVO-CARTOES.
           COPY "CARTAO-REGISTRO.cpy".

       FD  ARQUIVO-CRT-TREINO.
       01  CRT-TREINO-REGISTRO.
           05 RTR-CHAVE         PIC X(10).
           05 RTR-DADOS         PIC X(68).

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-QTD-CLI         PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-PON         PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-CON         PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-CRT         PIC 9(5) VALUE ZEROS.
       77  WRK-TELEFONE-MASCARA PIC 9(11) VALUE ZEROS.

      *    MONTAGEM DO CPF E DO PIS SINTETICOS (DIGITOS VERIFICADORES
      *    CALCULADOS COMO NA CRITICA DO PROG36).
           COPY "DOCUMENTO-VALIDACAO.cpy".

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM MASCARA-FUNCIONARIOS.
           PERFORM MASCARA-CLIENTES.
           PERFORM MASCARA-PONTOS.
           PERFORM MASCARA-CONTAS.
           PERFORM MASCARA-CARTOES.

           DISPLAY "MASSA DE TREINO GERADA - FUNCIONARIOS: "
               WRK-QTD-FUNC "  DEPENDENTES: " WRK-QTD-DEP.
           DISPLAY "CLIENTES: " WRK-QTD-CLI "  PONTOS: " WRK-QTD-PON
               "  CONTAS: " WRK-QTD-CON "  CARTOES: " WRK-QTD-CRT.
           DISPLAY "COPIE OS *_TREINO.DAT PARA O DIRETORIO DE "
               "TREINAMENTO COM OS NOMES OFICIAIS.".
           STOP RUN.
           MOVE 1 TO FUNCIONARIO-AGENCIA.
           MOVE FUNCIONARIO-CODIGO TO FUNCIONARIO-CONTA.
           MOVE "0" TO FUNCIONARIO-CONTA-DV.
           PERFORM GERA-CPF-TREINO.
           PERFORM GERA-PIS-TREINO.
      *    NASCIMENTO: SO O ANO FICA (A PIRAMIDE ETARIA CONTINUA
      *    FECHANDO), DIA E MES VIRAM 01/01.
           IF FUNCIONARIO-DATA-NASCIMENTO NOT EQUAL ZEROS
               MOVE "0101" TO FUNCIONARIO-DATA-NASCIMENTO (5:4)
           END-IF.

           MOVE FUNCIONARIO-REGISTRO TO FUNC-TREINO-REGISTRO.
           WRITE FUNC-TREINO-REGISTRO
           END-WRITE.
           PERFORM LE-FUNCIONARIO.

      *    CPF SINTETICO: 9 + CODIGO NOS NOVE PRIMEIROS DIGITOS E OS
      *     DOIS DIGITOS VERIFICADORES CALCULADOS (MODULO 11).
       GERA-CPF-TREINO.
           COMPUTE DOC-NUMERO EQUAL
               (900000000 + FUNCIONARIO-CODIGO) * 100.
           MOVE ZEROS TO DOC-SOMA.
           MOVE 10 TO DOC-PESO.
           PERFORM SOMA-PESO-CPF
               VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 9.
           PERFORM CALCULA-DV-MOD11.
           MOVE DOC-DV TO DOC-DIGITO (10).
           MOVE ZEROS TO DOC-SOMA.
           MOVE 11 TO DOC-PESO.
           PERFORM SOMA-PESO-CPF
               VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 10.
           PERFORM CALCULA-DV-MOD11.
           MOVE DOC-DV TO DOC-DIGITO (11).
           MOVE DOC-NUMERO TO FUNCIONARIO-CPF.

      *    PIS SINTETICO: 19 + CODIGO NOS DEZ PRIMEIROS DIGITOS E O
      *     DIGITO VERIFICADOR CALCULADO.
       GERA-PIS-TREINO.
           COMPUTE DOC-NUMERO EQUAL
               (1900000000 + FUNCIONARIO-CODIGO) * 10.
           MOVE ZEROS TO DOC-SOMA.
           PERFORM SOMA-PESO-PIS
               VARYING DOC-IDX FROM 1 BY 1 UNTIL DOC-IDX GREATER 10.
           PERFORM CALCULA-DV-MOD11.
           MOVE DOC-DV TO DOC-DIGITO (11).
           MOVE DOC-NUMERO TO FUNCIONARIO-PIS.

       SOMA-PESO-CPF.
           COMPUTE DOC-SOMA EQUAL DOC-SOMA
               + DOC-DIGITO (DOC-IDX) * DOC-PESO.
           SUBTRACT 1 FROM DOC-PESO.

       SOMA-PESO-PIS.
           COMPUTE DOC-SOMA EQUAL DOC-SOMA
               + DOC-DIGITO (DOC-IDX) * DOC-PESO-PIS (DOC-IDX).

      *    MODULO 11: RESTO 0 OU 1 DA DIGITO ZERO.
       CALCULA-DV-MOD11.
           DIVIDE DOC-SOMA BY 11 GIVING DOC-QUOCIENTE
               REMAINDER DOC-RESTO.
           IF DOC-RESTO LESS 2
               MOVE ZEROS TO DOC-DV
           ELSE
               COMPUTE DOC-DV EQUAL 11 - DOC-RESTO
           END-IF.

      *    DEPENDENTE MASCARADO: SO O NOME MUDA - O VINCULO COM O
      *     CODIGO DO FUNCIONARIO E A DEDUCAO DO IR CONTINUAM.
       MASCARA-DEPENDENTES.
                   ADD 1 TO WRK-QTD-CON
           END-WRITE.
           PERFORM LE-CONTA.

      *    CARTAO MASCARADO: PORTADOR SINTETICO E O MESMO PIN PADRAO DE
      *     TREINO DA CONTA; CHAVE, VALIDADE, LIMITE E SITUACAO FICAM.
       MASCARA-CARTOES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CARTOES.
           OPEN OUTPUT ARQUIVO-CRT-TREINO.
           PERFORM LE-CARTAO.
           PERFORM COPIA-CARTAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CARTOES.
           CLOSE ARQUIVO-CRT-TREINO.

       LE-CARTAO.
           READ ARQUIVO-CARTOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       COPIA-CARTAO.
           MOVE SPACES TO CRT-PORTADOR.
           STRING "TREINO K" CRT-CONTA " VIA " CRT-VIA
               DELIMITED BY SIZE INTO CRT-PORTADOR.
           MOVE 1234 TO CRT-PIN.
           MOVE ZEROS TO CRT-TENTATIVAS-PIN.

           MOVE CARTAO-REGISTRO TO CRT-TREINO-REGISTRO.
           WRITE CRT-TREINO-REGISTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CRT
           END-WRITE.
           PERFORM LE-CARTAO.
