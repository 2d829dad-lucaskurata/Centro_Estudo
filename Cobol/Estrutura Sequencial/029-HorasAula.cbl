      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "HorasAula".
       AUTHOR. "LUCAS KURATA".
      *    APURACAO MENSAL DAS HORAS-AULA DOS PROFESSORES PARA A FOLHA:
      *     CADA DIA COM FREQUENCIA LANCADA (PRESENCAS.DAT) NUMA TURMA
      *     E MATERIA E UM DIA DE AULA, COM AS HORAS-AULA INFORMADAS NO
      *     LANCAMENTO, CREDITADO AO PROFESSOR ALOCADO NA TURMA E
      *     MATERIA (ALOCACOES.DAT). DIA DE FERIADO
      *     (CALENDARIO_UTEIS.DAT) OU DE AULA CANCELADA
      *     (AULAS_CANCELADAS.DAT) SAI DA CONTAGEM. O TOTAL DE CADA
      *     PROFESSOR VIRA O MOVIMENTO "P" DA COMPETENCIA EM
      *     MOVIMENTOS_FOLHA.DAT (SEQUENCIA 96) PARA O FUNCIONARIO
      *     LIGADO AO PROFESSOR (PROF-FUNCIONARIO); PROFESSOR SEM
      *     FUNCIONARIO, OU COM FUNCIONARIO INEXISTENTE OU INATIVO,
      *     SAI COMO EXCECAO NO RELATORIO (HORAS_AULA.LST). AS AULAS
      *     EM QUE O PROFESSOR FALTOU (SUBSTITUICOES.DAT, PROG115) SAEM
      *     DA CONTAGEM DELE E A AULA COBERTA E CREDITADA AO
      *     SUBSTITUTO. RODAR DE NOVO NA MESMA COMPETENCIA REFAZ A
      *     CONTAGEM E REGRAVA OS MOVIMENTOS.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       CONFIGURATION                          SECTION.
      *-----------------------------------------------------------------

       SPECIAL-NAMES.


      *-----------------------------------------------------------------
       INPUT-OUTPUT                           SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-PRESENCAS
           ASSIGN TO "presencas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ALOCACOES
           ASSIGN TO "alocacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALOCACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PROFESSORES
           ASSIGN TO "professores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PROF-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-MOVIMENTOS
           ASSIGN TO "movimentos_folha.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS MOVIMENTO-CHAVE
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS WRK-FS-PRINCIPAL.

           SELECT OPTIONAL ARQUIVO-SUBSTITUICOES
           ASSIGN TO "substituicoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SUBSTITUICAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-CALENDARIO
           ASSIGN TO "calendario_uteis.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-CANCELADAS
           ASSIGN TO "aulas_canceladas.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-AULAS
           ASSIGN TO "aulasort.tmp".

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "horas_aula.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DATA-MOVIMENTO
           ASSIGN TO "data_movimento.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-ERROS
           ASSIGN TO "erros_sistema.log"
           ORGANIZATION IS LINE SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
       FD  ARQUIVO-PRESENCAS.
           COPY "PRESENCA-REGISTRO.cpy".

       FD  ARQUIVO-ALOCACOES.
           COPY "ALOCACAO-REGISTRO.cpy".

       FD  ARQUIVO-PROFESSORES.
           COPY "PROFESSOR-REGISTRO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-MOVIMENTOS.
           COPY "MOVIMENTO-FOLHA.cpy".

       FD  ARQUIVO-SUBSTITUICOES.
           COPY "SUBSTITUICAO-REGISTRO.cpy".

       FD  ARQUIVO-CALENDARIO.
       01  CALENDARIO-REGISTRO.
           05 CAL-FERIADO           PIC 9(8).

       FD  ARQUIVO-CANCELADAS.
           COPY "AULA-CANCELADA.cpy".

      *    UM REGISTRO POR ALUNO LANCADO; A QUEBRA POR TURMA + MATERIA
      *    + DATA JUNTA OS ALUNOS NUM DIA DE AULA SO.
       SD  SORT-AULAS.
       01  SORT-AULA-REGISTRO.
           05 SRT-TURMA             PIC X(5).
           05 SRT-MATERIA           PIC 9(3).
           05 SRT-DATA              PIC 9(8).
           05 SRT-PROFESSOR         PIC 9(3).
           05 SRT-AULAS             PIC 9(1).

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(100).

       FD  ARQUIVO-DATA-MOVIMENTO.
           COPY "DATA-MOVIMENTO.cpy".

       FD  ARQUIVO-ERROS.
           COPY "ERRO-ARQUIVO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

      *    FILE STATUS DO ARQUIVO PRINCIPAL E APOIO DO LOG CENTRAL DE
      *    ERROS DE ARQUIVO (ERROS_SISTEMA.LOG).
       77 WRK-FS-PRINCIPAL               PIC X(2) VALUE SPACES.
       77 WRK-ERR-DATA                   PIC 9(8) VALUE ZEROS.
       77 WRK-ERR-HORA                   PIC 9(6) VALUE ZEROS.
       77 WRK-ERR-ARQUIVO                PIC X(25) VALUE SPACES.
       77 WRK-ERR-OPERACAO               PIC X(8) VALUE SPACES.

       77 WRK-FIM-ARQUIVO                    PIC A(1) VALUE "N".
       77 WRK-FIM-SORT                       PIC A(1) VALUE "N".
       77 WRK-FIM-ALOCACOES                  PIC A(1) VALUE "N".
       77 WRK-FIM-MOVIMENTOS                 PIC A(1) VALUE "N".
       77 WRK-FIM-PROFESSORES                PIC A(1) VALUE "N".
       77 WRK-FIM-SUBSTITUICOES              PIC A(1) VALUE "N".
       77 WRK-DATA-ATUAL                     PIC 9(8) VALUE ZEROS.
       77 WRK-PERIODO                        PIC 9(6) VALUE ZEROS.
      *    DIA DE AULA CORRENTE NA QUEBRA DO SORT.
       77 WRK-TURMA-ATUAL                    PIC X(5) VALUE SPACES.
       77 WRK-MATERIA-ATUAL                  PIC 9(3) VALUE ZEROS.
       77 WRK-DATA-AULA                      PIC 9(8) VALUE ZEROS.
       77 WRK-PROFESSOR-LANCOU               PIC 9(3) VALUE ZEROS.
       77 WRK-AULAS-DIA                      PIC 9(1) VALUE ZEROS.
      *    PROFESSOR DO DIA: O QUE LANCOU, SE ESTA ALOCADO NA TURMA E
      *    MATERIA; SEM ELE NO LANCAMENTO, O PRIMEIRO SLOT ALOCADO.
       77 WRK-PROFESSOR-DIA                  PIC 9(3) VALUE ZEROS.
       77 WRK-PRIMEIRO-ALOCADO               PIC 9(3) VALUE ZEROS.
       77 WRK-LANCADOR-ALOCADO               PIC A(1) VALUE "N".
       77 WRK-MOTIVO-DESCONTO                PIC X(30) VALUE SPACES.
      *    AULAS DO DIA EM QUE O PROFESSOR FALTOU (SLOTS DA TURMA E
      *    MATERIA NO REGISTRO DE SUBSTITUICOES).
       77 WRK-FALTAS-DIA                     PIC 9(2) VALUE ZEROS.
      *    FERIADOS DO CALENDARIO (ATE 100) E AULAS CANCELADAS (ATE 200).
       77 WRK-QTD-FERIADOS                   PIC 9(3) VALUE ZEROS.
       77 WRK-QTD-CANCELADAS                 PIC 9(3) VALUE ZEROS.
       77 WRK-IDX                            PIC 9(3) VALUE ZEROS.
       77 WRK-ACHOU                          PIC A(1) VALUE "N".
       01 WRK-QUADRO-FERIADOS.
           05 WRK-FERIADO OCCURS 100 TIMES   PIC 9(8).
       01 WRK-QUADRO-CANCELADAS.
           05 WRK-CAN-ITEM OCCURS 200 TIMES.
               10 WRK-CAN-DATA               PIC 9(8).
               10 WRK-CAN-TURMA              PIC X(5).
               10 WRK-CAN-MATERIA            PIC 9(3).
               10 WRK-CAN-MOTIVO             PIC X(30).
      *    CONTAGEM POR PROFESSOR (ATE 300 PROFESSORES NO MES).
       77 WRK-QTD-PROFESSORES                PIC 9(3) VALUE ZEROS.
       77 WRK-IDX-PROF                       PIC 9(3) VALUE ZEROS.
       77 WRK-PROFESSOR-BUSCA                PIC 9(3) VALUE ZEROS.
       01 WRK-QUADRO-PROFESSORES.
           05 WRK-PRF-ITEM OCCURS 300 TIMES.
               10 WRK-PRF-CODIGO             PIC 9(3).
               10 WRK-PRF-DIAS               PIC 9(3).
               10 WRK-PRF-HORAS              PIC 9(3).
               10 WRK-PRF-DESCONTADAS        PIC 9(3).
               10 WRK-PRF-FALTAS             PIC 9(3).
               10 WRK-PRF-SUBSTITUICOES      PIC 9(3).
               10 WRK-PRF-LISTADO            PIC A(1).
       77 WRK-SITUACAO                       PIC X(30) VALUE SPACES.
      *    TOTAIS DA RODADA.
       77 WRK-QTD-REGISTROS                  PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-SEM-TURMA                  PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-DIAS                       PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-DESCONTADOS                PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-SEM-PROFESSOR              PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-MOVIMENTOS                 PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-EXCECOES                   PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-AULAS-FALTA                PIC 9(5) VALUE ZEROS.
       77 WRK-QTD-AULAS-SUBSTITUICAO         PIC 9(5) VALUE ZEROS.
       77 WRK-TOT-HORAS                      PIC 9(6) VALUE ZEROS.
       77 WRK-CODIGO-EDITADO                 PIC ZZ9.
       77 WRK-FUNC-EDITADO                   PIC Z(3)9.
       77 WRK-QTD-EDITADA                    PIC ZZ9.
      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 0450-OBTEM-DATA-MOVIMENTO.
           MOVE WRK-DATA-ATUAL (1:6) TO WRK-PERIODO.
           DISPLAY 'HORAS-AULA DOS PROFESSORES - COMPETENCIA '
               WRK-PERIODO.

           PERFORM 0500-CARREGA-FERIADOS.
           PERFORM 0600-CARREGA-CANCELADAS.

           OPEN I-O ARQUIVO-MOVIMENTOS.
           MOVE "movimentos_folha.dat" TO WRK-ERR-ARQUIVO
           MOVE "OPEN" TO WRK-ERR-OPERACAO
           PERFORM 9800-TESTA-STATUS-ARQUIVO
           OPEN INPUT ARQUIVO-ALOCACOES.
           OPEN INPUT ARQUIVO-PROFESSORES.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-SUBSTITUICOES.
           OPEN OUTPUT ARQUIVO-RELATORIO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HORAS-AULA DOS PROFESSORES - COMPETENCIA "
               WRK-PERIODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "DIAS DE AULA FORA DA CONTAGEM" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           SORT SORT-AULAS
               ON ASCENDING KEY SRT-TURMA SRT-MATERIA SRT-DATA
                                SRT-PROFESSOR
               INPUT PROCEDURE IS 1000-SELECIONA-PRESENCAS
               OUTPUT PROCEDURE IS 2000-APURA-AULAS.

           PERFORM 2850-CREDITA-SUBSTITUICOES.
           PERFORM 2900-RETIRA-MOVIMENTOS.
           PERFORM 3000-LANCA-PROFESSORES.
           PERFORM 7000-IMPRIME-TOTAIS.

           CLOSE ARQUIVO-MOVIMENTOS.
           CLOSE ARQUIVO-ALOCACOES.
           CLOSE ARQUIVO-PROFESSORES.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-SUBSTITUICOES.
           CLOSE ARQUIVO-RELATORIO.
           STOP RUN.

      *----------------------------------------------------------------*
      * DATA DA RODADA: A DATA DE MOVIMENTO DO CONTROLE (PROG95/96)     *
      * QUANDO EXISTE, SENAO O RELOGIO DA MAQUINA.                      *
      *----------------------------------------------------------------*
       0450-OBTEM-DATA-MOVIMENTO.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-DATA-MOVIMENTO.
           READ ARQUIVO-DATA-MOVIMENTO
               AT END
                   CONTINUE
               NOT AT END
                   IF DMV-DATA NUMERIC AND DMV-DATA GREATER ZEROS
                       MOVE DMV-DATA TO WRK-DATA-ATUAL
                   END-IF
           END-READ.
           CLOSE ARQUIVO-DATA-MOVIMENTO.

      *----------------------------------------------------------------*
      * FERIADOS DO CALENDARIO (UM AAAAMMDD POR LINHA, COMO NO PROG91) *
      * E AULAS CANCELADAS PELA COORDENACAO, GUARDADOS EM MEMORIA.      *
      *----------------------------------------------------------------*
       0500-CARREGA-FERIADOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CALENDARIO.
           PERFORM 0510-LE-FERIADO.
           PERFORM 0520-GUARDA-FERIADO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CALENDARIO.

       0510-LE-FERIADO.
           READ ARQUIVO-CALENDARIO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0520-GUARDA-FERIADO.
           IF CAL-FERIADO NUMERIC
               AND WRK-QTD-FERIADOS LESS 100
               ADD 1 TO WRK-QTD-FERIADOS
               MOVE CAL-FERIADO TO WRK-FERIADO (WRK-QTD-FERIADOS)
           END-IF.
           PERFORM 0510-LE-FERIADO.

       0600-CARREGA-CANCELADAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-CANCELADAS.
           PERFORM 0610-LE-CANCELADA.
           PERFORM 0620-GUARDA-CANCELADA
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-CANCELADAS.

       0610-LE-CANCELADA.
           READ ARQUIVO-CANCELADAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       0620-GUARDA-CANCELADA.
           IF ACN-DATA NUMERIC
               AND ACN-DATA (1:6) EQUAL WRK-PERIODO
               IF WRK-QTD-CANCELADAS LESS 200
                   ADD 1 TO WRK-QTD-CANCELADAS
                   MOVE ACN-DATA TO WRK-CAN-DATA (WRK-QTD-CANCELADAS)
                   MOVE ACN-TURMA TO
                       WRK-CAN-TURMA (WRK-QTD-CANCELADAS)
                   MOVE ZEROS TO WRK-CAN-MATERIA (WRK-QTD-CANCELADAS)
                   IF ACN-MATERIA NUMERIC
                       MOVE ACN-MATERIA TO
                           WRK-CAN-MATERIA (WRK-QTD-CANCELADAS)
                   END-IF
                   MOVE ACN-MOTIVO TO
                       WRK-CAN-MOTIVO (WRK-QTD-CANCELADAS)
               ELSE
                   DISPLAY 'QUADRO DE AULAS CANCELADAS CHEIO - '
                       'CANCELAMENTO DE ' ACN-DATA ' IGNORADO.'
               END-IF
           END-IF.
           PERFORM 0610-LE-CANCELADA.

      *----------------------------------------------------------------*
      * ENTRADA DO SORT: A FREQUENCIA LANCADA NA COMPETENCIA. REGISTRO  *
      * ANTIGO, SEM TURMA E MATERIA, NAO DIZ DE QUEM E A AULA E SO E    *
      * CONTADO NOS TOTAIS.                                             *
      *----------------------------------------------------------------*
       1000-SELECIONA-PRESENCAS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-PRESENCAS.
           PERFORM 1100-LE-PRESENCA.
           PERFORM 1200-SELECIONA-PRESENCA
               UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-PRESENCAS.

       1100-LE-PRESENCA.
           READ ARQUIVO-PRESENCAS
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-SELECIONA-PRESENCA.
           IF FRE-DATA NUMERIC
               AND FRE-DATA (1:6) EQUAL WRK-PERIODO
               ADD 1 TO WRK-QTD-REGISTROS
               IF FRE-TURMA EQUAL SPACES
                   OR FRE-MATERIA NOT NUMERIC
                   ADD 1 TO WRK-QTD-SEM-TURMA
               ELSE
                   MOVE FRE-TURMA TO SRT-TURMA
                   MOVE FRE-MATERIA TO SRT-MATERIA
                   MOVE FRE-DATA TO SRT-DATA
                   MOVE ZEROS TO SRT-PROFESSOR
                   IF FRE-PROFESSOR NUMERIC
                       MOVE FRE-PROFESSOR TO SRT-PROFESSOR
                   END-IF
                   MOVE 1 TO SRT-AULAS
                   IF FRE-AULAS NUMERIC AND FRE-AULAS GREATER ZEROS
                       MOVE FRE-AULAS TO SRT-AULAS
                   END-IF
                   RELEASE SORT-AULA-REGISTRO
               END-IF
           END-IF.
           PERFORM 1100-LE-PRESENCA.

      *----------------------------------------------------------------*
      * SAIDA DO SORT: QUEBRA POR TURMA + MATERIA + DATA - CADA QUEBRA  *
      * E UM DIA DE AULA, COM O MAIOR NUMERO DE AULAS LANCADO NO DIA. O *
      * LANCADOR E O DO ULTIMO REGISTRO DO DIA: OS REGISTROS SEM        *
      * PROFESSOR (ZERO) VEM PRIMEIRO NA ORDEM DO SORT.                 *
      *----------------------------------------------------------------*
       2000-APURA-AULAS.
           MOVE SPACES TO WRK-TURMA-ATUAL.
           MOVE ZEROS TO WRK-MATERIA-ATUAL WRK-DATA-AULA.
           PERFORM 2100-OBTEM-AULA.
           PERFORM 2200-PROCESSA-AULA UNTIL WRK-FIM-SORT EQUAL "S".
           IF WRK-DATA-AULA GREATER ZEROS
               PERFORM 2300-APURA-DIA THRU 2300-APURA-DIA-EXIT
           END-IF.

       2100-OBTEM-AULA.
           RETURN SORT-AULAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       2200-PROCESSA-AULA.
           IF SRT-TURMA NOT EQUAL WRK-TURMA-ATUAL
               OR SRT-MATERIA NOT EQUAL WRK-MATERIA-ATUAL
               OR SRT-DATA NOT EQUAL WRK-DATA-AULA
               IF WRK-DATA-AULA GREATER ZEROS
                   PERFORM 2300-APURA-DIA THRU 2300-APURA-DIA-EXIT
               END-IF
               MOVE SRT-TURMA TO WRK-TURMA-ATUAL
               MOVE SRT-MATERIA TO WRK-MATERIA-ATUAL
               MOVE SRT-DATA TO WRK-DATA-AULA
               MOVE ZEROS TO WRK-AULAS-DIA
           END-IF.

           MOVE SRT-PROFESSOR TO WRK-PROFESSOR-LANCOU.
           IF SRT-AULAS GREATER WRK-AULAS-DIA
               MOVE SRT-AULAS TO WRK-AULAS-DIA
           END-IF.

           PERFORM 2100-OBTEM-AULA.

      *----------------------------------------------------------------*
      * FECHA O DIA DE AULA: ACHA O PROFESSOR NAS ALOCACOES E CREDITA   *
      * AS HORAS-AULA, SALVO FERIADO OU AULA CANCELADA (O DIA ENTRA NO  *
      * PROFESSOR COMO DESCONTADO). DIA SEM PROFESSOR ALOCADO NA TURMA  *
      * E MATERIA SAI NO RELATORIO E NAO E PAGO A NINGUEM. AS AULAS EM  *
      * QUE O PROFESSOR FALTOU NO DIA NAO SAO PAGAS A ELE.              *
      *----------------------------------------------------------------*
       2300-APURA-DIA.
           PERFORM 2400-ACHA-PROFESSOR.

           IF WRK-PROFESSOR-DIA EQUAL ZEROS
               ADD 1 TO WRK-QTD-SEM-PROFESSOR
               MOVE "SEM PROFESSOR ALOCADO" TO WRK-MOTIVO-DESCONTO
               PERFORM 2700-IMPRIME-DIA-FORA
               GO TO 2300-APURA-DIA-EXIT
           END-IF.

           MOVE WRK-PROFESSOR-DIA TO WRK-PROFESSOR-BUSCA.
           PERFORM 2600-POSICIONA-PROFESSOR.
           IF WRK-IDX-PROF EQUAL ZEROS
               GO TO 2300-APURA-DIA-EXIT
           END-IF.

           PERFORM 2500-TESTA-DIA-SEM-AULA.
           IF WRK-MOTIVO-DESCONTO NOT EQUAL SPACES
               ADD 1 TO WRK-QTD-DESCONTADOS
               ADD WRK-AULAS-DIA TO WRK-PRF-DESCONTADAS (WRK-IDX-PROF)
               PERFORM 2700-IMPRIME-DIA-FORA
               GO TO 2300-APURA-DIA-EXIT
           END-IF.

           PERFORM 2800-CONTA-FALTAS-DIA.
           IF WRK-FALTAS-DIA NOT LESS WRK-AULAS-DIA
               ADD WRK-AULAS-DIA TO WRK-PRF-FALTAS (WRK-IDX-PROF)
               ADD WRK-AULAS-DIA TO WRK-QTD-AULAS-FALTA
               MOVE "FALTA DO PROFESSOR" TO WRK-MOTIVO-DESCONTO
               PERFORM 2700-IMPRIME-DIA-FORA
               GO TO 2300-APURA-DIA-EXIT
           END-IF.
           ADD WRK-FALTAS-DIA TO WRK-PRF-FALTAS (WRK-IDX-PROF).
           ADD WRK-FALTAS-DIA TO WRK-QTD-AULAS-FALTA.
           SUBTRACT WRK-FALTAS-DIA FROM WRK-AULAS-DIA.

           ADD 1 TO WRK-QTD-DIAS.
           ADD 1 TO WRK-PRF-DIAS (WRK-IDX-PROF).
           ADD WRK-AULAS-DIA TO WRK-PRF-HORAS (WRK-IDX-PROF).

       2300-APURA-DIA-EXIT.
           EXIT.

      *    PERCORRE OS SLOTS DA TURMA + MATERIA: VALE O PROFESSOR QUE
      *    LANCOU A FREQUENCIA SE ELE ESTA ALOCADO; SENAO O PRIMEIRO
      *    ALOCADO (LANCAMENTO ANTIGO OU ALOCACAO TROCADA DEPOIS).
       2400-ACHA-PROFESSOR.
           MOVE ZEROS TO WRK-PROFESSOR-DIA WRK-PRIMEIRO-ALOCADO.
           MOVE "N" TO WRK-LANCADOR-ALOCADO.
           MOVE "N" TO WRK-FIM-ALOCACOES.
           MOVE WRK-TURMA-ATUAL TO ALO-TURMA.
           MOVE WRK-MATERIA-ATUAL TO ALO-MATERIA.
           MOVE ZEROS TO ALO-SLOT.
           START ARQUIVO-ALOCACOES KEY IS NOT LESS ALOCACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ALOCACOES
           END-START.
           PERFORM 2410-LE-ALOCACAO
               UNTIL WRK-FIM-ALOCACOES EQUAL "S".

           IF WRK-LANCADOR-ALOCADO EQUAL "S"
               MOVE WRK-PROFESSOR-LANCOU TO WRK-PROFESSOR-DIA
           ELSE
               MOVE WRK-PRIMEIRO-ALOCADO TO WRK-PROFESSOR-DIA
           END-IF.

       2410-LE-ALOCACAO.
           READ ARQUIVO-ALOCACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ALOCACOES
           END-READ.
           IF WRK-FIM-ALOCACOES NOT EQUAL "S"
               IF ALO-TURMA EQUAL WRK-TURMA-ATUAL
                   AND ALO-MATERIA EQUAL WRK-MATERIA-ATUAL
                   IF WRK-PRIMEIRO-ALOCADO EQUAL ZEROS
                       MOVE ALO-PROFESSOR TO WRK-PRIMEIRO-ALOCADO
                   END-IF
                   IF ALO-PROFESSOR EQUAL WRK-PROFESSOR-LANCOU
                       MOVE "S" TO WRK-LANCADOR-ALOCADO
                       MOVE "S" TO WRK-FIM-ALOCACOES
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-ALOCACOES
               END-IF
           END-IF.

      *    FERIADO DO CALENDARIO OU CANCELAMENTO QUE ALCANCA A TURMA E
      *    MATERIA DO DIA: DEVOLVE O MOTIVO (EM BRANCO = DIA DE AULA).
       2500-TESTA-DIA-SEM-AULA.
           MOVE SPACES TO WRK-MOTIVO-DESCONTO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2510-TESTA-FERIADO
               UNTIL WRK-MOTIVO-DESCONTO NOT EQUAL SPACES
               OR WRK-IDX NOT LESS WRK-QTD-FERIADOS.
           MOVE ZEROS TO WRK-IDX.
           PERFORM 2520-TESTA-CANCELADA
               UNTIL WRK-MOTIVO-DESCONTO NOT EQUAL SPACES
               OR WRK-IDX NOT LESS WRK-QTD-CANCELADAS.

       2510-TESTA-FERIADO.
           ADD 1 TO WRK-IDX.
           IF WRK-FERIADO (WRK-IDX) EQUAL WRK-DATA-AULA
               MOVE "FERIADO" TO WRK-MOTIVO-DESCONTO
           END-IF.

       2520-TESTA-CANCELADA.
           ADD 1 TO WRK-IDX.
           IF WRK-CAN-DATA (WRK-IDX) EQUAL WRK-DATA-AULA
               AND (WRK-CAN-TURMA (WRK-IDX) EQUAL SPACES
                    OR WRK-CAN-TURMA (WRK-IDX) EQUAL WRK-TURMA-ATUAL)
               AND (WRK-CAN-MATERIA (WRK-IDX) EQUAL ZEROS
                    OR WRK-CAN-MATERIA (WRK-IDX) EQUAL
                       WRK-MATERIA-ATUAL)
               MOVE "CANCELADA" TO WRK-MOTIVO-DESCONTO
               IF WRK-CAN-MOTIVO (WRK-IDX) NOT EQUAL SPACES
                   MOVE WRK-CAN-MOTIVO (WRK-IDX) TO
                       WRK-MOTIVO-DESCONTO
               END-IF
           END-IF.

      *    DEVOLVE EM WRK-IDX-PROF A POSICAO DO PROFESSOR NO QUADRO,
      *    ABRINDO A POSICAO NA PRIMEIRA AULA DELE (ZERO = QUADRO CHEIO).
       2600-POSICIONA-PROFESSOR.
           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROS TO WRK-IDX-PROF.
           PERFORM 2610-TESTA-PROFESSOR
               UNTIL WRK-ACHOU EQUAL "S"
               OR WRK-IDX-PROF NOT LESS WRK-QTD-PROFESSORES.
           IF WRK-ACHOU NOT EQUAL "S"
               IF WRK-QTD-PROFESSORES LESS 300
                   ADD 1 TO WRK-QTD-PROFESSORES
                   MOVE WRK-QTD-PROFESSORES TO WRK-IDX-PROF
                   MOVE WRK-PROFESSOR-BUSCA TO
                       WRK-PRF-CODIGO (WRK-IDX-PROF)
                   MOVE ZEROS TO WRK-PRF-DIAS (WRK-IDX-PROF)
                       WRK-PRF-HORAS (WRK-IDX-PROF)
                       WRK-PRF-DESCONTADAS (WRK-IDX-PROF)
                       WRK-PRF-FALTAS (WRK-IDX-PROF)
                       WRK-PRF-SUBSTITUICOES (WRK-IDX-PROF)
                   MOVE "N" TO WRK-PRF-LISTADO (WRK-IDX-PROF)
               ELSE
                   DISPLAY 'QUADRO DE PROFESSORES CHEIO - PROFESSOR '
                       WRK-PROFESSOR-BUSCA ' FORA DA APURACAO.'
                   MOVE ZEROS TO WRK-IDX-PROF
               END-IF
           END-IF.

       2610-TESTA-PROFESSOR.
           ADD 1 TO WRK-IDX-PROF.
           IF WRK-PRF-CODIGO (WRK-IDX-PROF) EQUAL WRK-PROFESSOR-BUSCA
               MOVE "S" TO WRK-ACHOU
           END-IF.

       2700-IMPRIME-DIA-FORA.
           MOVE WRK-PROFESSOR-DIA TO WRK-CODIGO-EDITADO.
           MOVE WRK-AULAS-DIA TO WRK-QTD-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " WRK-DATA-AULA " TURMA " WRK-TURMA-ATUAL
               " MAT " WRK-MATERIA-ATUAL " PROF " WRK-CODIGO-EDITADO
               " AULAS " WRK-QTD-EDITADA " " WRK-MOTIVO-DESCONTO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

      *    FALTAS DO PROFESSOR DO DIA NA TURMA E MATERIA: AS CHAVES DA
      *    DATA + TURMA TRAZEM UM REGISTRO POR SLOT.
       2800-CONTA-FALTAS-DIA.
           MOVE ZEROS TO WRK-FALTAS-DIA.
           MOVE "N" TO WRK-FIM-SUBSTITUICOES.
           MOVE WRK-DATA-AULA TO SUB-DATA.
           MOVE WRK-TURMA-ATUAL TO SUB-TURMA.
           MOVE ZEROS TO SUB-SLOT.
           START ARQUIVO-SUBSTITUICOES
               KEY IS NOT LESS SUBSTITUICAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
           END-START.
           PERFORM 2810-LE-FALTA-DIA
               UNTIL WRK-FIM-SUBSTITUICOES EQUAL "S".

       2810-LE-FALTA-DIA.
           READ ARQUIVO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
           END-READ.
           IF WRK-FIM-SUBSTITUICOES NOT EQUAL "S"
               IF SUB-DATA EQUAL WRK-DATA-AULA
                   AND SUB-TURMA EQUAL WRK-TURMA-ATUAL
                   IF SUB-MATERIA EQUAL WRK-MATERIA-ATUAL
                       AND SUB-PROFESSOR-AUSENTE EQUAL
                           WRK-PROFESSOR-DIA
                       ADD 1 TO WRK-FALTAS-DIA
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * AULAS COBERTAS NA COMPETENCIA: CADA SLOT COM SUBSTITUTO E UMA   *
      * HORA-AULA DO SUBSTITUTO, SALVO FERIADO OU AULA CANCELADA.       *
      *----------------------------------------------------------------*
       2850-CREDITA-SUBSTITUICOES.
           MOVE "N" TO WRK-FIM-SUBSTITUICOES.
           MOVE ZEROS TO SUB-DATA.
           MOVE WRK-PERIODO TO SUB-DATA (1:6).
           MOVE SPACES TO SUB-TURMA.
           MOVE ZEROS TO SUB-SLOT.
           START ARQUIVO-SUBSTITUICOES
               KEY IS NOT LESS SUBSTITUICAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
           END-START.
           PERFORM 2860-CREDITA-SUBSTITUICAO
               UNTIL WRK-FIM-SUBSTITUICOES EQUAL "S".

       2860-CREDITA-SUBSTITUICAO.
           READ ARQUIVO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
           END-READ.
           IF WRK-FIM-SUBSTITUICOES NOT EQUAL "S"
               IF SUB-DATA (1:6) EQUAL WRK-PERIODO
                   IF NOT AULA-DESCOBERTA
                       PERFORM 2870-CREDITA-SUBSTITUTO
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
               END-IF
           END-IF.

       2870-CREDITA-SUBSTITUTO.
           MOVE SUB-DATA TO WRK-DATA-AULA.
           MOVE SUB-TURMA TO WRK-TURMA-ATUAL.
           MOVE SUB-MATERIA TO WRK-MATERIA-ATUAL.
           PERFORM 2500-TESTA-DIA-SEM-AULA.
           IF WRK-MOTIVO-DESCONTO EQUAL SPACES
               MOVE SUB-PROFESSOR-SUBSTITUTO TO WRK-PROFESSOR-BUSCA
               PERFORM 2600-POSICIONA-PROFESSOR
               IF WRK-IDX-PROF GREATER ZEROS
                   ADD 1 TO WRK-PRF-HORAS (WRK-IDX-PROF)
                   ADD 1 TO WRK-PRF-SUBSTITUICOES (WRK-IDX-PROF)
                   ADD 1 TO WRK-QTD-AULAS-SUBSTITUICAO
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RETIRA OS MOVIMENTOS "P" (SEQUENCIA 96) DE UMA RODADA ANTERIOR  *
      * NA COMPETENCIA, PARA A CONTAGEM SER REGRAVADA POR INTEIRO.      *
      *----------------------------------------------------------------*
       2900-RETIRA-MOVIMENTOS.
           MOVE "N" TO WRK-FIM-MOVIMENTOS.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE ZEROS TO MOV-CODIGO MOV-SEQUENCIA.
           MOVE SPACE TO MOV-TIPO.
           START ARQUIVO-MOVIMENTOS KEY IS NOT LESS MOVIMENTO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-START.
           PERFORM 2910-RETIRA-MOVIMENTO
               UNTIL WRK-FIM-MOVIMENTOS EQUAL "S".

       2910-RETIRA-MOVIMENTO.
           READ ARQUIVO-MOVIMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
           END-READ.
           IF WRK-FIM-MOVIMENTOS NOT EQUAL "S"
               IF MOV-PERIODO EQUAL WRK-PERIODO
                   IF MOV-HORA-AULA AND MOV-SEQUENCIA EQUAL 96
                       DELETE ARQUIVO-MOVIMENTOS RECORD
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-MOVIMENTOS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RESUMO POR PROFESSOR NA ORDEM DO CADASTRO E LANCAMENTO DAS      *
      * HORAS-AULA NA FOLHA; NO FIM, OS PROFESSORES COM AULA NO MES QUE *
      * NAO ESTAO MAIS NO CADASTRO.                                     *
      *----------------------------------------------------------------*
       3000-LANCA-PROFESSORES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROF NOME                  DIAS AULAS DESC "
               "FALT SUBS FUNC SITUACAO"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

           MOVE "N" TO WRK-FIM-PROFESSORES.
           MOVE ZEROS TO PROF-CODIGO.
           START ARQUIVO-PROFESSORES KEY IS NOT LESS PROF-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PROFESSORES
           END-START.
           PERFORM 3100-LE-PROFESSOR
               UNTIL WRK-FIM-PROFESSORES EQUAL "S".

           MOVE ZEROS TO WRK-IDX-PROF.
           PERFORM 3500-LISTA-SEM-CADASTRO
               UNTIL WRK-IDX-PROF NOT LESS WRK-QTD-PROFESSORES.

       3100-LE-PROFESSOR.
           READ ARQUIVO-PROFESSORES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-PROFESSORES
           END-READ.
           IF WRK-FIM-PROFESSORES NOT EQUAL "S"
               MOVE "N" TO WRK-ACHOU
               MOVE ZEROS TO WRK-IDX-PROF
               MOVE PROF-CODIGO TO WRK-PROFESSOR-BUSCA
               PERFORM 2610-TESTA-PROFESSOR
                   UNTIL WRK-ACHOU EQUAL "S"
                   OR WRK-IDX-PROF NOT LESS WRK-QTD-PROFESSORES
               IF WRK-ACHOU EQUAL "S"
                   MOVE "S" TO WRK-PRF-LISTADO (WRK-IDX-PROF)
                   PERFORM 3200-LANCA-PROFESSOR
                       THRU 3200-LANCA-PROFESSOR-EXIT
               END-IF
           END-IF.

      *    PROFESSOR COM AULA NO MES: SO HA MOVIMENTO PARA O FUNCIONARIO
      *    LIGADO, EXISTENTE E ATIVO; OS DEMAIS SAO EXCECAO.
       3200-LANCA-PROFESSOR.
           IF WRK-PRF-HORAS (WRK-IDX-PROF) EQUAL ZEROS
               MOVE "SEM HORAS A PAGAR" TO WRK-SITUACAO
               GO TO 3200-LANCA-PROFESSOR-IMPRIME
           END-IF.

           ADD WRK-PRF-HORAS (WRK-IDX-PROF) TO WRK-TOT-HORAS.

           IF PROF-FUNCIONARIO NOT NUMERIC
               OR PROF-FUNCIONARIO EQUAL ZEROS
               MOVE "EXCECAO - SEM FUNCIONARIO" TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-EXCECOES
               GO TO 3200-LANCA-PROFESSOR-IMPRIME
           END-IF.

           MOVE PROF-FUNCIONARIO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "EXCECAO - FUNC. NAO CADASTRADO" TO
                       WRK-SITUACAO
                   ADD 1 TO WRK-QTD-EXCECOES
                   GO TO 3200-LANCA-PROFESSOR-IMPRIME
           END-READ.
           IF NOT FUNCIONARIO-ATIVO
               MOVE "EXCECAO - FUNCIONARIO INATIVO" TO WRK-SITUACAO
               ADD 1 TO WRK-QTD-EXCECOES
               GO TO 3200-LANCA-PROFESSOR-IMPRIME
           END-IF.

           PERFORM 3300-GRAVA-MOVIMENTO.
           MOVE "LANCADO NA FOLHA" TO WRK-SITUACAO.

       3200-LANCA-PROFESSOR-IMPRIME.
           MOVE PROF-CODIGO TO WRK-CODIGO-EDITADO.
           MOVE ZEROS TO WRK-FUNC-EDITADO.
           IF PROF-FUNCIONARIO NUMERIC
               MOVE PROF-FUNCIONARIO TO WRK-FUNC-EDITADO
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-CODIGO-EDITADO "  " PROF-NOME "  "
               WRK-PRF-DIAS (WRK-IDX-PROF) "   "
               WRK-PRF-HORAS (WRK-IDX-PROF) "  "
               WRK-PRF-DESCONTADAS (WRK-IDX-PROF) "  "
               WRK-PRF-FALTAS (WRK-IDX-PROF) "  "
               WRK-PRF-SUBSTITUICOES (WRK-IDX-PROF) "  "
               WRK-FUNC-EDITADO " " WRK-SITUACAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       3200-LANCA-PROFESSOR-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MOVIMENTO "P" DA COMPETENCIA, SEQUENCIA 96: MOV-QUANTIDADE LEVA *
      * AS HORAS-AULA. DOIS PROFESSORES NO MESMO FUNCIONARIO SOMAM NO   *
      * MESMO MOVIMENTO.                                                *
      *----------------------------------------------------------------*
       3300-GRAVA-MOVIMENTO.
           MOVE WRK-PERIODO TO MOV-PERIODO.
           MOVE PROF-FUNCIONARIO TO MOV-CODIGO.
           MOVE "P" TO MOV-TIPO.
           MOVE 96 TO MOV-SEQUENCIA.
           READ ARQUIVO-MOVIMENTOS
               INVALID KEY
                   MOVE WRK-PRF-HORAS (WRK-IDX-PROF) TO MOV-QUANTIDADE
                   MOVE ZEROS TO MOV-VALOR
                   WRITE MOVIMENTO-REGISTRO
                   ADD 1 TO WRK-QTD-MOVIMENTOS
               NOT INVALID KEY
                   ADD WRK-PRF-HORAS (WRK-IDX-PROF) TO MOV-QUANTIDADE
                   REWRITE MOVIMENTO-REGISTRO
           END-READ.

       3500-LISTA-SEM-CADASTRO.
           ADD 1 TO WRK-IDX-PROF.
           IF WRK-PRF-LISTADO (WRK-IDX-PROF) NOT EQUAL "S"
               AND WRK-PRF-HORAS (WRK-IDX-PROF) GREATER ZEROS
               ADD WRK-PRF-HORAS (WRK-IDX-PROF) TO WRK-TOT-HORAS
               ADD 1 TO WRK-QTD-EXCECOES
               MOVE WRK-PRF-CODIGO (WRK-IDX-PROF) TO
                   WRK-CODIGO-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING WRK-CODIGO-EDITADO "  "
                   "(SEM CADASTRO)      "
                   "  " WRK-PRF-DIAS (WRK-IDX-PROF) "   "
                   WRK-PRF-HORAS (WRK-IDX-PROF) "  "
                   WRK-PRF-DESCONTADAS (WRK-IDX-PROF) "  "
                   WRK-PRF-FALTAS (WRK-IDX-PROF) "  "
                   WRK-PRF-SUBSTITUICOES (WRK-IDX-PROF)
                   "       EXCECAO - SEM CADASTRO"
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.

       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIAS DE AULA CONTADOS: " WRK-QTD-DIAS
               "   HORAS-AULA: " WRK-TOT-HORAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIAS DESCONTADOS (FERIADO/CANCELADA): "
               WRK-QTD-DESCONTADOS
               "   SEM PROFESSOR ALOCADO: " WRK-QTD-SEM-PROFESSOR
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AULAS COM FALTA DO PROFESSOR: " WRK-QTD-AULAS-FALTA
               "   AULAS PAGAS A SUBSTITUTOS: "
               WRK-QTD-AULAS-SUBSTITUICAO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MOVIMENTOS LANCADOS NA FOLHA: " WRK-QTD-MOVIMENTOS
               "   PROFESSORES EM EXCECAO: " WRK-QTD-EXCECOES
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF WRK-QTD-SEM-TURMA GREATER ZEROS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REGISTROS DE FREQUENCIA SEM TURMA/MATERIA "
                   "(FORA DA CONTAGEM): " WRK-QTD-SEM-TURMA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           DISPLAY 'HORAS-AULA APURADAS - MOVIMENTOS: '
               WRK-QTD-MOVIMENTOS '  EXCECOES: ' WRK-QTD-EXCECOES.

      *----------------------------------------------------------------*
      * CONFERE O FILE STATUS DA ULTIMA OPERACAO NO ARQUIVO PRINCIPAL;  *
      * STATUS DE ERRO VAI PARA O LOG CENTRAL E O PROGRAMA ENCERRA COM  *
      * RETURN-CODE 8, PARANDO A CADEIA DO JOB.                         *
      *----------------------------------------------------------------*
       9800-TESTA-STATUS-ARQUIVO.
           IF WRK-FS-PRINCIPAL NOT EQUAL "00"
               AND WRK-FS-PRINCIPAL NOT EQUAL "04"
               AND WRK-FS-PRINCIPAL NOT EQUAL "05"
               AND WRK-FS-PRINCIPAL NOT EQUAL "10"
               PERFORM 9900-GRAVA-ERRO-ARQUIVO
           END-IF.

       9900-GRAVA-ERRO-ARQUIVO.
           ACCEPT WRK-ERR-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-ERR-HORA FROM TIME.
           OPEN EXTEND ARQUIVO-ERROS.
           MOVE SPACES TO ERRO-REGISTRO.
           MOVE WRK-ERR-DATA TO ERR-DATA.
           MOVE WRK-ERR-HORA TO ERR-HORA.
           MOVE "HORAAULA" TO ERR-PROGRAMA.
           MOVE WRK-ERR-ARQUIVO TO ERR-ARQUIVO.
           MOVE WRK-ERR-OPERACAO TO ERR-OPERACAO.
           MOVE WRK-FS-PRINCIPAL TO ERR-STATUS.
           WRITE ERRO-REGISTRO.
           CLOSE ARQUIVO-ERROS.
           DISPLAY 'ERRO DE ARQUIVO ' WRK-ERR-ARQUIVO
               ' OPERACAO ' WRK-ERR-OPERACAO
               ' STATUS ' WRK-FS-PRINCIPAL ' - PROGRAMA ABORTADO.'.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
