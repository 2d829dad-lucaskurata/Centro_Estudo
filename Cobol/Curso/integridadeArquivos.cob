       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG118.
      *    VARREDURA DE INTEGRIDADE REFERENCIAL ENTRE OS ARQUIVOS,
      *     RODADA NO JOB NOTURNO LOGO DEPOIS DO PROG64 (QUE CONFERE
      *     CADA ARQUIVO SOZINHO): PROCURA OS REGISTROS ORFAOS E AS
      *     REFERENCIAS QUEBRADAS DE UM ARQUIVO PARA OUTRO -
      *     DEPENDENTES, EMPRESTIMOS, CONSIGNACOES, FERIAS E MOVIMENTOS
      *     DA FOLHA DE UM FUNCIONARIO QUE NAO EXISTE; FUNCIONARIO COM
      *     DEPARTAMENTO OU CARGO FORA DO DEPARTAMENTOS.DAT/CARGOS.DAT;
      *     VENDA DE COMBUSTIVEL COM BOMBA OU TURNO DESCONHECIDO;
      *     MATRICULA SEM ALUNO E ALOCACAO DE PROFESSOR EXCLUIDO.
      *    CADA REGRA TEM A SUA SEVERIDADE (QUADRO DE REGRAS ABAIXO) E
      *     CADA ACHADO SAI NA LISTAGEM DA SEVERIDADE -
      *     INTEGRIDADE_ALTA.LST, INTEGRIDADE_MEDIA.LST E
      *     INTEGRIDADE_BAIXA.LST - QUE O PROG93 RECOLHE NA WORKLIST DE
      *     EXCECOES. REFERENCIA EM BRANCO OU ZERO (DEPARTAMENTO, CARGO,
      *     BOMBA E TURNO NAO INFORMADOS NOS REGISTROS ANTIGOS) NAO E
      *     ACHADO.
      *    COM "S" NO INTEGRIDADE_PARAMETROS.DAT, ACHADO DE SEVERIDADE
      *     ALTA TERMINA COM RETURN-CODE 8 E O JOB PARA ANTES DA FOLHA;
      *     SEM O ARQUIVO (OU COM "N") A CADEIA SEGUE E OS ACHADOS FICAM
      *     NA WORKLIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-DEPENDENTES
           ASSIGN TO "dependentes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPENDENTE-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-EMPRESTIMOS
           ASSIGN TO "emprestimos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMPRESTIMO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CONSIGNACOES
           ASSIGN TO "consignacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CONSIGNACAO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-FERIAS
           ASSIGN TO "ferias.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FERIAS-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DEPARTAMENTOS
           ASSIGN TO "departamentos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS DEPTO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CARGOS
           ASSIGN TO "cargos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CARGO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-VENDAS
           ASSIGN TO "vendas_combustivel.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-BOMBAS
           ASSIGN TO "bombas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS BOM-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-TURNOS
           ASSIGN TO "turnos_bomba.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS TUR-NUMERO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MATRICULAS
           ASSIGN TO "matriculas.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MATRICULA-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ALUNO
           ASSIGN TO "alunos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS WRK-RA
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ALOCACOES
           ASSIGN TO "alocacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALOCACAO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-PROFESSORES
           ASSIGN TO "professores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PROF-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PARAMETROS
           ASSIGN TO "integridade_parametros.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-ALTA
           ASSIGN TO "integridade_alta.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-MEDIA
           ASSIGN TO "integridade_media.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQUIVO-BAIXA
           ASSIGN TO "integridade_baixa.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-DEPENDENTES.
           COPY "DEPENDENTE-REGISTRO.cpy".

       FD  ARQUIVO-EMPRESTIMOS.
           COPY "EMPRESTIMO-REGISTRO.cpy".

       FD  ARQUIVO-CONSIGNACOES.
           COPY "CONSIGNACAO-REGISTRO.cpy".

       FD  ARQUIVO-FERIAS.
           COPY "FERIAS-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

       FD  ARQUIVO-DEPARTAMENTOS.
           COPY "DEPARTAMENTO-REGISTRO.cpy".

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-REGISTRO.cpy".

       FD  ARQUIVO-VENDAS.
           COPY "VENDA-COMBUSTIVEL.cpy".

       FD  ARQUIVO-BOMBAS.
           COPY "BOMBA-REGISTRO.cpy".

       FD  ARQUIVO-TURNOS.
           COPY "TURNO-REGISTRO.cpy".

       FD  ARQUIVO-MATRICULAS.
           COPY "MATRICULA-REGISTRO.cpy".

       FD  ARQUIVO-ALUNO.
       01  WRK-ALUNO.
           05 WRK-NOME-ALUNO PIC A(20).
           05 FILLER    PIC X(1).
           05 WRK-IDADE-ALUNO PIC 9(2).
           05 FILLER    PIC X(1).
           05 WRK-RA    PIC 9(7).
           05 FILLER    PIC X.
           05 DADOSPESSOAIS.
               10 WRK-ENDERECO   PIC A(17).
               10 FILLER         PIC X.
               10 WRK-RG         PIC 9(9).

       FD  ARQUIVO-ALOCACOES.
           COPY "ALOCACAO-REGISTRO.cpy".

       FD  ARQUIVO-PROFESSORES.
           COPY "PROFESSOR-REGISTRO.cpy".

       FD  ARQUIVO-PARAMETROS.
       01  PARAMETRO-INTEGRIDADE.
           05 PAR-PARA-NA-ALTA  PIC X(1).

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-ALTA.
       01  LINHA-ALTA  PIC X(80).

       FD  ARQUIVO-MEDIA.
       01  LINHA-MEDIA PIC X(80).

       FD  ARQUIVO-BAIXA.
       01  LINHA-BAIXA PIC X(80).

       WORKING-STORAGE SECTION.

       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-EXISTE          PIC A(1) VALUE "S".
       77  WRK-PARA-NA-ALTA    PIC X(1) VALUE "N".
       77  WRK-DATA-HOJE       PIC 9(8) VALUE ZEROS.
       77  WRK-REGRA           PIC 9(2) VALUE ZEROS.
       77  WRK-MENSAGEM        PIC X(60) VALUE SPACES.
       77  WRK-QTD-ALTA        PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-MEDIA       PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-BAIXA       PIC 9(5) VALUE ZEROS.

      *    REGRAS DA VARREDURA E A SEVERIDADE DE CADA UMA (A = ALTA,
      *     M = MEDIA, B = BAIXA). ALTA E O QUE MEXE EM DINHEIRO NA
      *     FOLHA OU NO CAIXA: EMPRESTIMO, CONSIGNACAO E MOVIMENTO DE
      *     FUNCIONARIO INEXISTENTE E VENDA FORA DE UM TURNO CONHECIDO.
       01  WRK-QUADRO-REGRAS-VALORES.
           05 FILLER PIC X(31) VALUE "BDEPENDENTE SEM FUNCIONARIO    ".
           05 FILLER PIC X(31) VALUE "AEMPRESTIMO SEM FUNCIONARIO    ".
           05 FILLER PIC X(31) VALUE "ACONSIGNACAO SEM FUNCIONARIO   ".
           05 FILLER PIC X(31) VALUE "BFERIAS SEM FUNCIONARIO        ".
           05 FILLER PIC X(31) VALUE "AMOVIMENTO SEM FUNCIONARIO     ".
           05 FILLER PIC X(31) VALUE "MDEPARTAMENTO INEXISTENTE      ".
           05 FILLER PIC X(31) VALUE "MCARGO INEXISTENTE             ".
           05 FILLER PIC X(31) VALUE "MVENDA COM BOMBA INEXISTENTE   ".
           05 FILLER PIC X(31) VALUE "AVENDA COM TURNO INEXISTENTE   ".
           05 FILLER PIC X(31) VALUE "MMATRICULA SEM ALUNO           ".
           05 FILLER PIC X(31) VALUE "MALOCACAO C/ PROFESSOR EXCLUIDO".
       01  WRK-QUADRO-REGRAS REDEFINES WRK-QUADRO-REGRAS-VALORES.
           05 WRK-REGRA-ITEM OCCURS 11 TIMES.
               10 WRK-REGRA-SEVERIDADE  PIC X(1).
               10 WRK-REGRA-DESCRICAO   PIC X(30).
       01  WRK-QTD-POR-REGRA.
           05 WRK-QTD-REGRA OCCURS 11 TIMES PIC 9(5).

       01  WRK-CABECALHO.
           05 FILLER          PIC X(33) VALUE
               "INTEGRIDADE REFERENCIAL - SEVERID".
           05 FILLER          PIC X(4) VALUE "ADE ".
           05 CAB-SEVERIDADE  PIC X(5).
           05 FILLER          PIC X(3) VALUE " - ".
           05 CAB-DATA        PIC 9(8).

       01  WRK-LINHA-ACHADO.
           05 ACH-REGRA       PIC 99.
           05 FILLER          PIC X(1) VALUE SPACE.
           05 ACH-MENSAGEM    PIC X(57).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           PERFORM OBTEM-DATA-MOVIMENTO.

           OPEN INPUT ARQUIVO-PARAMETROS.
           READ ARQUIVO-PARAMETROS
               AT END
                   CONTINUE
               NOT AT END
                   IF PAR-PARA-NA-ALTA EQUAL "S"
                       MOVE "S" TO WRK-PARA-NA-ALTA
                   END-IF
           END-READ.
           CLOSE ARQUIVO-PARAMETROS.

           MOVE ZEROS TO WRK-QTD-POR-REGRA.
           OPEN OUTPUT ARQUIVO-ALTA ARQUIVO-MEDIA ARQUIVO-BAIXA.
           MOVE WRK-DATA-HOJE TO CAB-DATA.
           MOVE "ALTA" TO CAB-SEVERIDADE.
           WRITE LINHA-ALTA FROM WRK-CABECALHO.
           MOVE "MEDIA" TO CAB-SEVERIDADE.
           WRITE LINHA-MEDIA FROM WRK-CABECALHO.
           MOVE "BAIXA" TO CAB-SEVERIDADE.
           WRITE LINHA-BAIXA FROM WRK-CABECALHO.

           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTOS.
           OPEN INPUT ARQUIVO-CARGOS.
           PERFORM VARRE-DEPENDENTES.
           PERFORM VARRE-EMPRESTIMOS.
           PERFORM VARRE-CONSIGNACOES.
           PERFORM VARRE-FERIAS.
           PERFORM VARRE-MOVIMENTOS.
           PERFORM VARRE-FUNCIONARIOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTOS.
           CLOSE ARQUIVO-CARGOS.

           PERFORM VARRE-VENDAS.
           PERFORM VARRE-MATRICULAS.
           PERFORM VARRE-ALOCACOES.

           CLOSE ARQUIVO-ALTA ARQUIVO-MEDIA ARQUIVO-BAIXA.

           MOVE ZEROS TO WRK-REGRA.
           PERFORM MOSTRA-REGRA 11 TIMES.
           DISPLAY "INTEGRIDADE REFERENCIAL: ALTA " WRK-QTD-ALTA
               "  MEDIA " WRK-QTD-MEDIA "  BAIXA " WRK-QTD-BAIXA.

           IF WRK-QTD-ALTA GREATER ZEROS
               IF WRK-PARA-NA-ALTA EQUAL "S"
                   DISPLAY "ACHADOS DE SEVERIDADE ALTA - O JOB PARA "
                       "AQUI (INTEGRIDADE_PARAMETROS.DAT = S). VER "
                       "INTEGRIDADE_ALTA.LST."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "ACHADOS DE SEVERIDADE ALTA VAO PARA A "
                       "WORKLIST - A CADEIA SEGUE."
               END-IF
           END-IF.
           STOP RUN.

       OBTEM-DATA-MOVIMENTO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   CONTINUE
               NOT AT END
                   IF DMV-DATA NUMERIC AND DMV-DATA GREATER ZEROS
                       MOVE DMV-DATA TO WRK-DATA-HOJE
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

       MOSTRA-REGRA.
           ADD 1 TO WRK-REGRA.
           IF WRK-QTD-REGRA (WRK-REGRA) GREATER ZEROS
               DISPLAY "REGRA " WRK-REGRA " ("
                   WRK-REGRA-SEVERIDADE (WRK-REGRA) ") "
                   WRK-REGRA-DESCRICAO (WRK-REGRA) ": "
                   WRK-QTD-REGRA (WRK-REGRA)
           END-IF.

      *    FUNCIONARIO-CODIGO DE UM ARQUIVO FILHO PRECISA EXISTIR NO
      *     FUNCIONARIOS.DAT (LEITURA DIRETA PELA CHAVE).
       EXISTE-FUNCIONARIO.
           MOVE "S" TO WRK-EXISTE.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "N" TO WRK-EXISTE
           END-READ.

       VARRE-DEPENDENTES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-DEPENDENTES.
           PERFORM LE-DEPENDENTE.
           PERFORM CONFERE-DEPENDENTE UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-DEPENDENTES.

       LE-DEPENDENTE.
           READ ARQUIVO-DEPENDENTES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-DEPENDENTE.
           MOVE DEP-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM EXISTE-FUNCIONARIO.
           IF WRK-EXISTE EQUAL "N"
               MOVE 01 TO WRK-REGRA
               MOVE SPACES TO WRK-MENSAGEM
               STRING "DEPENDENTE " DEP-CODIGO "/" DEP-SEQUENCIA
                      " " DEP-NOME (1:12) DELIMITED BY SIZE
                      ": FUNCIONARIO INEXISTENTE" DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM GRAVA-ACHADO
           END-IF.
           PERFORM LE-DEPENDENTE.

       VARRE-EMPRESTIMOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-EMPRESTIMOS.
           PERFORM LE-EMPRESTIMO.
           PERFORM CONFERE-EMPRESTIMO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-EMPRESTIMOS.

       LE-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMOS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-EMPRESTIMO.
           MOVE EMP-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM EXISTE-FUNCIONARIO.
           IF WRK-EXISTE EQUAL "N"
               MOVE 02 TO WRK-REGRA
               MOVE SPACES TO WRK-MENSAGEM
               STRING "EMPRESTIMO " EMP-CODIGO "/" EMP-CONTRATO
                      " STATUS " EMP-STATUS DELIMITED BY SIZE
                      ": FUNCIONARIO INEXISTENTE" DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM GRAVA-ACHADO
           END-IF.
           PERFORM LE-EMPRESTIMO.

       VARRE-CONSIGNACOES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CONSIGNACOES.
           PERFORM LE-CONSIGNACAO.
           PERFORM CONFERE-CONSIGNACAO
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CONSIGNACOES.

       LE-CONSIGNACAO.
           READ ARQUIVO-CONSIGNACOES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-CONSIGNACAO.
           MOVE CON-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM EXISTE-FUNCIONARIO.
           IF WRK-EXISTE EQUAL "N"
               MOVE 03 TO WRK-REGRA
               MOVE SPACES TO WRK-MENSAGEM
               STRING "CONSIGNACAO " CON-CODIGO "/" CON-DESCONTO
                      " " CON-DESCRICAO (1:12) DELIMITED BY SIZE
                      ": FUNC. INEXISTENTE" DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM GRAVA-ACHADO
           END-IF.
           PERFORM LE-CONSIGNACAO.

       VARRE-FERIAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-FERIAS.
           PERFORM LE-FERIAS.
           PERFORM CONFERE-FERIAS UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-FERIAS.

       LE-FERIAS.
           READ ARQUIVO-FERIAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-FERIAS.
           MOVE FER-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM EXISTE-FUNCIONARIO.
           IF WRK-EXISTE EQUAL "N"
               MOVE 04 TO WRK-REGRA
               MOVE SPACES TO WRK-MENSAGEM
               STRING "FERIAS " FER-CODIGO "/" FER-ANO-AQUISITIVO
                      " STATUS " FER-STATUS DELIMITED BY SIZE
                      ": FUNCIONARIO INEXISTENTE" DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM GRAVA-ACHADO
           END-IF.
           PERFORM LE-FERIAS.

       VARRE-MOVIMENTOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MOVIMENTOS.
           PERFORM LE-MOVIMENTO.
           PERFORM CONFERE-MOVIMENTO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-MOVIMENTOS.

       LE-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-MOVIMENTO.
           MOVE MOV-CODIGO TO FUNCIONARIO-CODIGO.
           PERFORM EXISTE-FUNCIONARIO.
           IF WRK-EXISTE EQUAL "N"
               MOVE 05 TO WRK-REGRA
               MOVE SPACES TO WRK-MENSAGEM
               STRING "MOVIMENTO " MOV-PERIODO "/" MOV-CODIGO "/"
                      MOV-TIPO "/" MOV-SEQUENCIA DELIMITED BY SIZE
                      ": FUNCIONARIO INEXISTENTE" DELIMITED BY SIZE
                   INTO WRK-MENSAGEM
               PERFORM GRAVA-ACHADO
           END-IF.
           PERFORM LE-MOVIMENTO.

      *    DEPARTAMENTO E CARGO DE CADA FUNCIONARIO NOS CADASTROS DE
      *     DEPARTAMENTOS E CARGOS. A LEITURA DO FUNCIONARIOS.DAT
      *     RECOMECA DO INICIO DEPOIS DAS LEITURAS DIRETAS ACIMA.
       VARRE-FUNCIONARIOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO
               KEY IS NOT LESS FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-FUNCIONARIO
           END-IF.
           PERFORM CONFERE-FUNCIONARIO UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-FUNCIONARIO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-FUNCIONARIO.
           IF FUNCIONARIO-DEPARTAMENTO NOT EQUAL SPACES
               MOVE FUNCIONARIO-DEPARTAMENTO TO DEPTO-CODIGO
               READ ARQUIVO-DEPARTAMENTOS
                   INVALID KEY
                       MOVE 06 TO WRK-REGRA
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING "FUNC. " FUNCIONARIO-CODIGO
                              ": DEPARTAMENTO " DELIMITED BY SIZE
                              FUNCIONARIO-DEPARTAMENTO DELIMITED BY "  "
                              " INEXISTENTE" DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
                       PERFORM GRAVA-ACHADO
               END-READ
           END-IF.
           IF FUNCIONARIO-CARGO NUMERIC
               AND FUNCIONARIO-CARGO NOT EQUAL ZEROS
               MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO
               READ ARQUIVO-CARGOS
                   INVALID KEY
                       MOVE 07 TO WRK-REGRA
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING "FUNCIONARIO " FUNCIONARIO-CODIGO
                              ": CARGO " FUNCIONARIO-CARGO
                              " INEXISTENTE" DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
                       PERFORM GRAVA-ACHADO
               END-READ
           END-IF.
           PERFORM LE-FUNCIONARIO.

      *    VENDAS DE COMBUSTIVEL: BOMBA E TURNO DE CADA VENDA NOS
      *     CADASTROS DE BOMBAS E TURNOS.
       VARRE-VENDAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-VENDAS.
           OPEN INPUT ARQUIVO-BOMBAS.
           OPEN INPUT ARQUIVO-TURNOS.
           PERFORM LE-VENDA.
           PERFORM CONFERE-VENDA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-VENDAS.
           CLOSE ARQUIVO-BOMBAS.
           CLOSE ARQUIVO-TURNOS.

       LE-VENDA.
           READ ARQUIVO-VENDAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-VENDA.
           IF VENDA-BOMBA NUMERIC AND VENDA-BOMBA NOT EQUAL ZEROS
               MOVE VENDA-BOMBA TO BOM-NUMERO
               READ ARQUIVO-BOMBAS
                   INVALID KEY
                       MOVE 08 TO WRK-REGRA
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING "VENDA " VENDA-DATA " CUPOM " VENDA-CUPOM
                              ": BOMBA " VENDA-BOMBA " INEXISTENTE"
                              DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
                       PERFORM GRAVA-ACHADO
               END-READ
           END-IF.
           IF VENDA-TURNO NUMERIC AND VENDA-TURNO NOT EQUAL ZEROS
               MOVE VENDA-TURNO TO TUR-NUMERO
               READ ARQUIVO-TURNOS
                   INVALID KEY
                       MOVE 09 TO WRK-REGRA
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING "VENDA " VENDA-DATA " CUPOM " VENDA-CUPOM
                              ": TURNO " VENDA-TURNO " INEXISTENTE"
                              DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
                       PERFORM GRAVA-ACHADO
               END-READ
           END-IF.
           PERFORM LE-VENDA.

       VARRE-MATRICULAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-MATRICULAS.
           OPEN INPUT ARQUIVO-ALUNO.
           PERFORM LE-MATRICULA.
           PERFORM CONFERE-MATRICULA UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-MATRICULAS.
           CLOSE ARQUIVO-ALUNO.

       LE-MATRICULA.
           READ ARQUIVO-MATRICULAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-MATRICULA.
           MOVE MAT-RA TO WRK-RA.
           READ ARQUIVO-ALUNO
               INVALID KEY
                   MOVE 10 TO WRK-REGRA
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING "MATRICULA " MAT-ANO "/" MAT-RA " TURMA "
                          MAT-TURMA ": ALUNO INEXISTENTE"
                          DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
                   PERFORM GRAVA-ACHADO
           END-READ.
           PERFORM LE-MATRICULA.

       VARRE-ALOCACOES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-ALOCACOES.
           OPEN INPUT ARQUIVO-PROFESSORES.
           PERFORM LE-ALOCACAO.
           PERFORM CONFERE-ALOCACAO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-ALOCACOES.
           CLOSE ARQUIVO-PROFESSORES.

       LE-ALOCACAO.
           READ ARQUIVO-ALOCACOES
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       CONFERE-ALOCACAO.
           MOVE ALO-PROFESSOR TO PROF-CODIGO.
           READ ARQUIVO-PROFESSORES
               INVALID KEY
                   MOVE 11 TO WRK-REGRA
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING "ALOCACAO " ALO-TURMA "/" ALO-MATERIA "/"
                          ALO-SLOT ": PROFESSOR " ALO-PROFESSOR
                          " EXCLUIDO" DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
                   PERFORM GRAVA-ACHADO
           END-READ.
           PERFORM LE-ALOCACAO.

      *    O ACHADO SAI NA LISTAGEM DA SEVERIDADE DA SUA REGRA, COM O
      *     NUMERO DA REGRA NA FRENTE.
       GRAVA-ACHADO.
           ADD 1 TO WRK-QTD-REGRA (WRK-REGRA).
           MOVE WRK-REGRA TO ACH-REGRA.
           MOVE WRK-MENSAGEM TO ACH-MENSAGEM.
           EVALUATE WRK-REGRA-SEVERIDADE (WRK-REGRA)
               WHEN "A"
                   WRITE LINHA-ALTA FROM WRK-LINHA-ACHADO
                   ADD 1 TO WRK-QTD-ALTA
               WHEN "M"
                   WRITE LINHA-MEDIA FROM WRK-LINHA-ACHADO
                   ADD 1 TO WRK-QTD-MEDIA
               WHEN OTHER
                   WRITE LINHA-BAIXA FROM WRK-LINHA-ACHADO
                   ADD 1 TO WRK-QTD-BAIXA
           END-EVALUATE.
