       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG115.
      *    REGISTRO DE FALTAS DE PROFESSOR E SUBSTITUICOES
      *     (SUBSTITUICOES.DAT): A COORDENACAO INFORMA A DATA, O
      *     PROFESSOR AUSENTE E O SLOT; A AULA (TURMA E MATERIA) VEM
      *     DA ALOCACAO DO PROFESSOR NO SLOT (PROG85). O PROGRAMA LISTA
      *     OS PROFESSORES LIVRES NO SLOT (SEM ALOCACAO NELE, SEM FALTA
      *     E SEM OUTRA SUBSTITUICAO NA DATA) E HABILITADOS NA MATERIA
      *     (ALOCADOS NELA EM ALGUMA TURMA) E GUARDA O SUBSTITUTO
      *     ESCOLHIDO - ZERO DEIXA A AULA DESCOBERTA. O SUBSTITUTO PODE
      *     LANCAR A FREQUENCIA DA AULA E A HORA-AULA DELA VAI PARA ELE
      *     NA APURACAO MENSAL, NAO PARA O AUSENTE. O RELATORIO MENSAL
      *     (SUBSTITUICOES_MES.LST) TRAZ FALTAS E COBERTURAS POR
      *     PROFESSOR E AS AULAS DESCOBERTAS POR TURMA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-SUBSTITUICOES
           ASSIGN TO "substituicoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SUBSTITUICAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-ALOCACOES
           ASSIGN TO "alocacoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALOCACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-PROFESSORES
           ASSIGN TO "professores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PROF-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-RELATORIO
           ASSIGN TO "substituicoes_mes.lst"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-DESCOBERTAS
           ASSIGN TO "substsort.tmp".
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-SUBSTITUICOES.
           COPY "SUBSTITUICAO-REGISTRO.cpy".

       FD  ARQUIVO-ALOCACOES.
           COPY "ALOCACAO-REGISTRO.cpy".

       FD  ARQUIVO-PROFESSORES.
           COPY "PROFESSOR-REGISTRO.cpy".

       FD  ARQUIVO-RELATORIO.
       01  LINHA-RELATORIO PIC X(80).

      *    AULAS DESCOBERTAS DO MES, EM ORDEM DE TURMA, DATA E SLOT.
       SD  SORT-DESCOBERTAS.
       01  SORT-DESCOBERTA-REGISTRO.
           05 SORT-TURMA        PIC X(5).
           05 SORT-DATA         PIC 9(8).
           05 SORT-SLOT         PIC 9(2).
           05 SORT-MATERIA      PIC 9(3).
           05 SORT-AUSENTE      PIC 9(3).
           05 SORT-MOTIVO       PIC X(30).

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  WRK-FIM-ALOCACOES  PIC A(1) VALUE "N".
       77  WRK-FIM-SORT       PIC A(1) VALUE "N".
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-IDX            PIC 9(3) VALUE ZEROS.
       77  WRK-ACHOU          PIC A(1) VALUE "N".
       77  WRK-PROFESSOR-BUSCA PIC 9(3) VALUE ZEROS.

      *    AULA DA FALTA EM DIGITACAO.
       77  WRK-DATA-FALTA     PIC 9(8) VALUE ZEROS.
       77  WRK-TURMA-FALTA    PIC X(5) VALUE SPACES.
       77  WRK-SLOT-FALTA     PIC 9(2) VALUE ZEROS.
       77  WRK-MATERIA-FALTA  PIC 9(3) VALUE ZEROS.
       77  WRK-PROFESSOR-FALTA PIC 9(3) VALUE ZEROS.
       77  WRK-ALOCACAO-ACHADA PIC A(1) VALUE "N".
       77  WRK-SUBSTITUTO     PIC 9(3) VALUE ZEROS.
       77  WRK-SUBSTITUTO-OK  PIC A(1) VALUE "N".
       77  WRK-QTD-LIVRES     PIC 9(3) VALUE ZEROS.

      *    PROFESSORES DAS ALOCACOES: HABILITADO NA MATERIA DA AULA E
      *    OCUPADO NO SLOT (ALOCADO, AUSENTE OU JA SUBSTITUINDO).
       77  WRK-QTD-CANDIDATOS PIC 9(3) VALUE ZEROS.
       01  WRK-QUADRO-CANDIDATOS.
           05 WRK-CAND-ITEM OCCURS 300 TIMES.
               10 WRK-CAND-PROFESSOR   PIC 9(3).
               10 WRK-CAND-HABILITADO  PIC A(1).
               10 WRK-CAND-OCUPADO     PIC A(1).

      *    RELATORIO MENSAL: FALTAS, FALTAS COBERTAS E SUBSTITUICOES
      *    FEITAS POR PROFESSOR; QUEBRA DAS DESCOBERTAS POR TURMA.
       77  WRK-PERIODO        PIC 9(6) VALUE ZEROS.
       77  WRK-QTD-RESUMO     PIC 9(3) VALUE ZEROS.
       77  WRK-TURMA-QUEBRA   PIC X(5) VALUE SPACES.
       77  WRK-QTD-TURMA      PIC 9(4) VALUE ZEROS.
       77  WRK-QTD-FALTAS     PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-COBERTAS   PIC 9(5) VALUE ZEROS.
       77  WRK-QTD-DESCOBERTAS PIC 9(5) VALUE ZEROS.
       01  WRK-QUADRO-RESUMO.
           05 WRK-RES-ITEM OCCURS 300 TIMES.
               10 WRK-RES-PROFESSOR    PIC 9(3).
               10 WRK-RES-FALTAS       PIC 9(3).
               10 WRK-RES-COBERTAS     PIC 9(3).
               10 WRK-RES-SUBSTITUICOES PIC 9(3).

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           OPEN I-O ARQUIVO-SUBSTITUICOES.
           OPEN INPUT ARQUIVO-ALOCACOES.
           OPEN INPUT ARQUIVO-PROFESSORES.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-SUBSTITUICOES.
           CLOSE ARQUIVO-ALOCACOES.
           CLOSE ARQUIVO-PROFESSORES.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "FALTAS DE PROFESSOR E SUBSTITUICOES".
           DISPLAY "1 - Registrar falta e substituto".
           DISPLAY "2 - Informar / trocar substituto".
           DISPLAY "3 - Excluir falta".
           DISPLAY "4 - Listar faltas de uma data".
           DISPLAY "5 - Relatorio mensal".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM REGISTRA-FALTA THRU REGISTRA-FALTA-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM TROCA-SUBSTITUTO THRU TROCA-SUBSTITUTO-FIM
           END-IF.

           IF WRK-OPCAO EQUAL 3
               PERFORM EXCLUI-FALTA
           END-IF.

           IF WRK-OPCAO EQUAL 4
               PERFORM LISTA-FALTAS-DATA
           END-IF.

           IF WRK-OPCAO EQUAL 5
               PERFORM RELATORIO-MENSAL
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

      *    FALTA DO PROFESSOR NUM SLOT: A TURMA E A MATERIA SAO AS DA
      *     ALOCACAO DELE NO SLOT (SEM CHOQUE DE HORARIO, E UMA SO).
       REGISTRA-FALTA.
           DISPLAY "Data da falta (AAAAMMDD, 0 = HOJE): ".
           ACCEPT WRK-DATA-FALTA.
           IF WRK-DATA-FALTA EQUAL ZEROS
               ACCEPT WRK-DATA-FALTA FROM DATE YYYYMMDD
           END-IF.
           DISPLAY "Codigo do professor ausente: ".
           ACCEPT WRK-PROFESSOR-FALTA.
           MOVE WRK-PROFESSOR-FALTA TO PROF-CODIGO.
           READ ARQUIVO-PROFESSORES
               INVALID KEY
                   DISPLAY "PROFESSOR NAO CADASTRADO."
                   GO TO REGISTRA-FALTA-FIM
           END-READ.
           DISPLAY "PROFESSOR: " PROF-NOME.
           DISPLAY "Slot da aula (01-99): ".
           ACCEPT WRK-SLOT-FALTA.

           PERFORM ACHA-ALOCACAO-PROFESSOR.
           IF WRK-ALOCACAO-ACHADA NOT EQUAL "S"
               DISPLAY "PROFESSOR SEM AULA ALOCADA NO SLOT "
                   WRK-SLOT-FALTA " - FALTA NAO REGISTRADA."
               GO TO REGISTRA-FALTA-FIM
           END-IF.
           DISPLAY "AULA: TURMA " WRK-TURMA-FALTA "  MATERIA "
               WRK-MATERIA-FALTA.

           MOVE WRK-DATA-FALTA TO SUB-DATA.
           MOVE WRK-TURMA-FALTA TO SUB-TURMA.
           MOVE WRK-SLOT-FALTA TO SUB-SLOT.
           READ ARQUIVO-SUBSTITUICOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "FALTA JA REGISTRADA PARA ESTA AULA - USE "
                       "A OPCAO 2 PARA TROCAR O SUBSTITUTO."
                   GO TO REGISTRA-FALTA-FIM
           END-READ.

           PERFORM ESCOLHE-SUBSTITUTO.

           MOVE SPACES TO SUBSTITUICAO-REGISTRO.
           MOVE WRK-DATA-FALTA TO SUB-DATA.
           MOVE WRK-TURMA-FALTA TO SUB-TURMA.
           MOVE WRK-SLOT-FALTA TO SUB-SLOT.
           MOVE WRK-MATERIA-FALTA TO SUB-MATERIA.
           MOVE WRK-PROFESSOR-FALTA TO SUB-PROFESSOR-AUSENTE.
           MOVE WRK-SUBSTITUTO TO SUB-PROFESSOR-SUBSTITUTO.
           DISPLAY "Motivo da falta: ".
           ACCEPT SUB-MOTIVO.
           WRITE SUBSTITUICAO-REGISTRO
               INVALID KEY
                   DISPLAY "FALTA JA REGISTRADA PARA ESTA AULA."
               NOT INVALID KEY
                   IF AULA-DESCOBERTA
                       DISPLAY "FALTA REGISTRADA - AULA DESCOBERTA."
                   ELSE
                       DISPLAY "FALTA REGISTRADA - SUBSTITUTO "
                           SUB-PROFESSOR-SUBSTITUTO "."
                   END-IF
           END-WRITE.

       REGISTRA-FALTA-FIM.
           EXIT.

       ACHA-ALOCACAO-PROFESSOR.
           MOVE "N" TO WRK-ALOCACAO-ACHADA.
           PERFORM POSICIONA-ALOCACOES.
           PERFORM TESTA-ALOCACAO-PROFESSOR
               UNTIL WRK-FIM-ALOCACOES EQUAL "S".

       TESTA-ALOCACAO-PROFESSOR.
           IF ALO-PROFESSOR EQUAL WRK-PROFESSOR-FALTA
               AND ALO-SLOT EQUAL WRK-SLOT-FALTA
               MOVE "S" TO WRK-ALOCACAO-ACHADA
               MOVE ALO-TURMA TO WRK-TURMA-FALTA
               MOVE ALO-MATERIA TO WRK-MATERIA-FALTA
               MOVE "S" TO WRK-FIM-ALOCACOES
           ELSE
               PERFORM LE-PROXIMA-ALOCACAO
           END-IF.

       POSICIONA-ALOCACOES.
           MOVE "N" TO WRK-FIM-ALOCACOES.
           MOVE SPACES TO ALO-TURMA.
           MOVE ZEROS TO ALO-MATERIA ALO-SLOT.
           START ARQUIVO-ALOCACOES KEY IS NOT LESS ALOCACAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ALOCACOES
           END-START.
           IF WRK-FIM-ALOCACOES NOT EQUAL "S"
               PERFORM LE-PROXIMA-ALOCACAO
           END-IF.

       LE-PROXIMA-ALOCACAO.
           READ ARQUIVO-ALOCACOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ALOCACOES
           END-READ.

      *    LISTA OS PROFESSORES LIVRES E HABILITADOS E PEDE O SUBSTITUTO
      *     ATE VIR UM DA LISTA OU ZERO (AULA DESCOBERTA).
       ESCOLHE-SUBSTITUTO.
           PERFORM MONTA-CANDIDATOS.
           PERFORM LISTA-CANDIDATOS.
           IF WRK-QTD-LIVRES EQUAL ZEROS
               DISPLAY "NENHUM PROFESSOR LIVRE E HABILITADO NO SLOT - "
                   "AULA FICA DESCOBERTA."
               MOVE ZEROS TO WRK-SUBSTITUTO
           ELSE
               MOVE "N" TO WRK-SUBSTITUTO-OK
               PERFORM PEDE-SUBSTITUTO
                   UNTIL WRK-SUBSTITUTO-OK EQUAL "S"
           END-IF.

       PEDE-SUBSTITUTO.
           DISPLAY "Codigo do substituto (0 = aula descoberta): ".
           ACCEPT WRK-SUBSTITUTO.
           IF WRK-SUBSTITUTO EQUAL ZEROS
               MOVE "S" TO WRK-SUBSTITUTO-OK
           ELSE
               MOVE WRK-SUBSTITUTO TO WRK-PROFESSOR-BUSCA
               PERFORM PROCURA-CANDIDATO
               IF WRK-ACHOU EQUAL "S"
                   AND WRK-CAND-HABILITADO (WRK-IDX) EQUAL "S"
                   AND WRK-CAND-OCUPADO (WRK-IDX) NOT EQUAL "S"
                   MOVE "S" TO WRK-SUBSTITUTO-OK
               ELSE
                   DISPLAY "PROFESSOR " WRK-SUBSTITUTO " NAO ESTA "
                       "LIVRE OU NAO E HABILITADO NA MATERIA."
               END-IF
           END-IF.

      *    UMA PASSADA NAS ALOCACOES (HABILITACAO NA MATERIA E SLOT
      *     OCUPADO) E OUTRA NAS FALTAS DA DATA NO MESMO SLOT (AUSENTES
      *     E SUBSTITUTOS JA ESCALADOS, FORA A PROPRIA AULA).
       MONTA-CANDIDATOS.
           MOVE ZEROS TO WRK-QTD-CANDIDATOS.
           PERFORM POSICIONA-ALOCACOES.
           PERFORM MARCA-ALOCACAO UNTIL WRK-FIM-ALOCACOES EQUAL "S".

           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA-FALTA TO SUB-DATA.
           MOVE SPACES TO SUB-TURMA.
           MOVE ZEROS TO SUB-SLOT.
           START ARQUIVO-SUBSTITUICOES
               KEY IS NOT LESS SUBSTITUICAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-FALTA-DATA
           END-IF.
           PERFORM MARCA-FALTA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       MARCA-ALOCACAO.
           MOVE ALO-PROFESSOR TO WRK-PROFESSOR-BUSCA.
           PERFORM POSICIONA-CANDIDATO.
           IF WRK-IDX GREATER ZEROS
               IF ALO-MATERIA EQUAL WRK-MATERIA-FALTA
                   MOVE "S" TO WRK-CAND-HABILITADO (WRK-IDX)
               END-IF
               IF ALO-SLOT EQUAL WRK-SLOT-FALTA
                   MOVE "S" TO WRK-CAND-OCUPADO (WRK-IDX)
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-ALOCACAO.

       LE-PROXIMA-FALTA-DATA.
           READ ARQUIVO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND SUB-DATA NOT EQUAL WRK-DATA-FALTA
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       MARCA-FALTA.
           IF SUB-SLOT EQUAL WRK-SLOT-FALTA
               AND SUB-TURMA NOT EQUAL WRK-TURMA-FALTA
               MOVE SUB-PROFESSOR-AUSENTE TO WRK-PROFESSOR-BUSCA
               PERFORM MARCA-OCUPADO
               IF NOT AULA-DESCOBERTA
                   MOVE SUB-PROFESSOR-SUBSTITUTO TO WRK-PROFESSOR-BUSCA
                   PERFORM MARCA-OCUPADO
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-FALTA-DATA.

       MARCA-OCUPADO.
           PERFORM PROCURA-CANDIDATO.
           IF WRK-ACHOU EQUAL "S"
               MOVE "S" TO WRK-CAND-OCUPADO (WRK-IDX)
           END-IF.

       PROCURA-CANDIDATO.
           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROS TO WRK-IDX.
           PERFORM TESTA-CANDIDATO
               UNTIL WRK-ACHOU EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-CANDIDATOS.

       TESTA-CANDIDATO.
           ADD 1 TO WRK-IDX.
           IF WRK-CAND-PROFESSOR (WRK-IDX) EQUAL WRK-PROFESSOR-BUSCA
               MOVE "S" TO WRK-ACHOU
           END-IF.

      *    DEVOLVE EM WRK-IDX A POSICAO DO PROFESSOR NO QUADRO, ABRINDO
      *     UMA POSICAO NOVA (ZERO = QUADRO CHEIO).
       POSICIONA-CANDIDATO.
           PERFORM PROCURA-CANDIDATO.
           IF WRK-ACHOU NOT EQUAL "S"
               IF WRK-QTD-CANDIDATOS LESS 300
                   ADD 1 TO WRK-QTD-CANDIDATOS
                   MOVE WRK-QTD-CANDIDATOS TO WRK-IDX
                   MOVE WRK-PROFESSOR-BUSCA TO
                       WRK-CAND-PROFESSOR (WRK-IDX)
                   MOVE "N" TO WRK-CAND-HABILITADO (WRK-IDX)
                   MOVE "N" TO WRK-CAND-OCUPADO (WRK-IDX)
               ELSE
                   MOVE ZEROS TO WRK-IDX
               END-IF
           END-IF.

       LISTA-CANDIDATOS.
           MOVE ZEROS TO WRK-QTD-LIVRES.
           DISPLAY "PROFESSORES LIVRES NO SLOT " WRK-SLOT-FALTA
               " E HABILITADOS NA MATERIA " WRK-MATERIA-FALTA ":".
           MOVE ZEROS TO WRK-IDX.
           PERFORM EXIBE-CANDIDATO
               UNTIL WRK-IDX NOT LESS WRK-QTD-CANDIDATOS.

       EXIBE-CANDIDATO.
           ADD 1 TO WRK-IDX.
           IF WRK-CAND-HABILITADO (WRK-IDX) EQUAL "S"
               AND WRK-CAND-OCUPADO (WRK-IDX) NOT EQUAL "S"
               ADD 1 TO WRK-QTD-LIVRES
               MOVE WRK-CAND-PROFESSOR (WRK-IDX) TO PROF-CODIGO
               READ ARQUIVO-PROFESSORES
                   INVALID KEY
                       MOVE "(SEM CADASTRO)" TO PROF-NOME
               END-READ
               DISPLAY "  " WRK-CAND-PROFESSOR (WRK-IDX) "  "
                   PROF-NOME
           END-IF.

      *    SUBSTITUTO INFORMADO DEPOIS (AULA QUE FICOU DESCOBERTA) OU
      *     TROCADO; O REGISTRO E RELIDO ANTES DA REGRAVACAO PORQUE A
      *     MONTAGEM DOS CANDIDATOS PERCORRE O ARQUIVO.
       TROCA-SUBSTITUTO.
           PERFORM PEDE-CHAVE-FALTA.
           READ ARQUIVO-SUBSTITUICOES
               INVALID KEY
                   DISPLAY "FALTA NAO ENCONTRADA."
                   GO TO TROCA-SUBSTITUTO-FIM
           END-READ.
           PERFORM EXIBE-FALTA.
           MOVE SUB-MATERIA TO WRK-MATERIA-FALTA.
           MOVE SUB-PROFESSOR-AUSENTE TO WRK-PROFESSOR-FALTA.

           PERFORM ESCOLHE-SUBSTITUTO.

           MOVE WRK-DATA-FALTA TO SUB-DATA.
           MOVE WRK-TURMA-FALTA TO SUB-TURMA.
           MOVE WRK-SLOT-FALTA TO SUB-SLOT.
           READ ARQUIVO-SUBSTITUICOES
               INVALID KEY
                   DISPLAY "FALTA NAO ENCONTRADA."
                   GO TO TROCA-SUBSTITUTO-FIM
           END-READ.
           MOVE WRK-SUBSTITUTO TO SUB-PROFESSOR-SUBSTITUTO.
           REWRITE SUBSTITUICAO-REGISTRO.
           DISPLAY "SUBSTITUTO ATUALIZADO.".

       TROCA-SUBSTITUTO-FIM.
           EXIT.

       PEDE-CHAVE-FALTA.
           DISPLAY "Data da falta (AAAAMMDD): ".
           ACCEPT WRK-DATA-FALTA.
           DISPLAY "Turma: ".
           ACCEPT WRK-TURMA-FALTA.
           DISPLAY "Slot: ".
           ACCEPT WRK-SLOT-FALTA.
           MOVE WRK-DATA-FALTA TO SUB-DATA.
           MOVE WRK-TURMA-FALTA TO SUB-TURMA.
           MOVE WRK-SLOT-FALTA TO SUB-SLOT.

       EXIBE-FALTA.
           IF AULA-DESCOBERTA
               DISPLAY SUB-DATA "  TURMA " SUB-TURMA "  SLOT " SUB-SLOT
                   "  MATERIA " SUB-MATERIA "  AUSENTE "
                   SUB-PROFESSOR-AUSENTE "  DESCOBERTA  " SUB-MOTIVO
           ELSE
               DISPLAY SUB-DATA "  TURMA " SUB-TURMA "  SLOT " SUB-SLOT
                   "  MATERIA " SUB-MATERIA "  AUSENTE "
                   SUB-PROFESSOR-AUSENTE "  SUBSTITUTO "
                   SUB-PROFESSOR-SUBSTITUTO "  " SUB-MOTIVO
           END-IF.

       EXCLUI-FALTA.
           PERFORM PEDE-CHAVE-FALTA.
           READ ARQUIVO-SUBSTITUICOES
               INVALID KEY
                   DISPLAY "FALTA NAO ENCONTRADA."
               NOT INVALID KEY
                   PERFORM EXIBE-FALTA
                   DISPLAY "Confirma a exclusao? (S/N)"
                   ACCEPT CONFIRMA-EXCLUSAO
                   IF CONFIRMA-EXCLUSAO EQUAL "S"
                       OR CONFIRMA-EXCLUSAO EQUAL "s"
                       DELETE ARQUIVO-SUBSTITUICOES RECORD
                       DISPLAY "FALTA EXCLUIDA."
                   END-IF
           END-READ.

       LISTA-FALTAS-DATA.
           DISPLAY "Data (AAAAMMDD): ".
           ACCEPT WRK-DATA-FALTA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE WRK-DATA-FALTA TO SUB-DATA.
           MOVE SPACES TO SUB-TURMA.
           MOVE ZEROS TO SUB-SLOT.
           START ARQUIVO-SUBSTITUICOES
               KEY IS NOT LESS SUBSTITUICAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-FALTA-DATA
           END-IF.
           PERFORM LISTA-UMA-FALTA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LISTA-UMA-FALTA.
           PERFORM EXIBE-FALTA.
           PERFORM LE-PROXIMA-FALTA-DATA.

      *    RELATORIO DO MES: O RESUMO POR PROFESSOR E MONTADO NA
      *     ENTRADA DO SORT E IMPRESSO ANTES DAS DESCOBERTAS POR TURMA.
       RELATORIO-MENSAL.
           DISPLAY "Competencia do relatorio (AAAAMM): ".
           ACCEPT WRK-PERIODO.
           MOVE ZEROS TO WRK-QTD-RESUMO WRK-QTD-FALTAS
               WRK-QTD-COBERTAS WRK-QTD-DESCOBERTAS.
           MOVE "N" TO WRK-FIM-SORT.
           OPEN OUTPUT ARQUIVO-RELATORIO.
           SORT SORT-DESCOBERTAS
               ON ASCENDING KEY SORT-TURMA SORT-DATA SORT-SLOT
               INPUT PROCEDURE IS CARREGA-FALTAS-MES
               OUTPUT PROCEDURE IS IMPRIME-RELATORIO-MES.
           CLOSE ARQUIVO-RELATORIO.
           DISPLAY "RELATORIO GRAVADO EM substituicoes_mes.lst - "
               "FALTAS: " WRK-QTD-FALTAS "  DESCOBERTAS: "
               WRK-QTD-DESCOBERTAS.

       CARREGA-FALTAS-MES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO SUB-DATA.
           MOVE WRK-PERIODO TO SUB-DATA (1:6).
           MOVE SPACES TO SUB-TURMA.
           MOVE ZEROS TO SUB-SLOT.
           START ARQUIVO-SUBSTITUICOES
               KEY IS NOT LESS SUBSTITUICAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMA-FALTA-MES
           END-IF.
           PERFORM ACUMULA-FALTA UNTIL WRK-FIM-ARQUIVO EQUAL "S".

       LE-PROXIMA-FALTA-MES.
           READ ARQUIVO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.
           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               AND SUB-DATA (1:6) NOT EQUAL WRK-PERIODO
               MOVE "S" TO WRK-FIM-ARQUIVO
           END-IF.

       ACUMULA-FALTA.
           ADD 1 TO WRK-QTD-FALTAS.
           MOVE SUB-PROFESSOR-AUSENTE TO WRK-PROFESSOR-BUSCA.
           PERFORM POSICIONA-RESUMO.
           IF WRK-IDX GREATER ZEROS
               ADD 1 TO WRK-RES-FALTAS (WRK-IDX)
               IF NOT AULA-DESCOBERTA
                   ADD 1 TO WRK-RES-COBERTAS (WRK-IDX)
               END-IF
           END-IF.

           IF AULA-DESCOBERTA
               ADD 1 TO WRK-QTD-DESCOBERTAS
               MOVE SUB-TURMA TO SORT-TURMA
               MOVE SUB-DATA TO SORT-DATA
               MOVE SUB-SLOT TO SORT-SLOT
               MOVE SUB-MATERIA TO SORT-MATERIA
               MOVE SUB-PROFESSOR-AUSENTE TO SORT-AUSENTE
               MOVE SUB-MOTIVO TO SORT-MOTIVO
               RELEASE SORT-DESCOBERTA-REGISTRO
           ELSE
               ADD 1 TO WRK-QTD-COBERTAS
               MOVE SUB-PROFESSOR-SUBSTITUTO TO WRK-PROFESSOR-BUSCA
               PERFORM POSICIONA-RESUMO
               IF WRK-IDX GREATER ZEROS
                   ADD 1 TO WRK-RES-SUBSTITUICOES (WRK-IDX)
               END-IF
           END-IF.
           PERFORM LE-PROXIMA-FALTA-MES.

       POSICIONA-RESUMO.
           MOVE "N" TO WRK-ACHOU.
           MOVE ZEROS TO WRK-IDX.
           PERFORM TESTA-RESUMO
               UNTIL WRK-ACHOU EQUAL "S"
               OR WRK-IDX NOT LESS WRK-QTD-RESUMO.
           IF WRK-ACHOU NOT EQUAL "S"
               IF WRK-QTD-RESUMO LESS 300
                   ADD 1 TO WRK-QTD-RESUMO
                   MOVE WRK-QTD-RESUMO TO WRK-IDX
                   MOVE WRK-PROFESSOR-BUSCA TO
                       WRK-RES-PROFESSOR (WRK-IDX)
                   MOVE ZEROS TO WRK-RES-FALTAS (WRK-IDX)
                       WRK-RES-COBERTAS (WRK-IDX)
                       WRK-RES-SUBSTITUICOES (WRK-IDX)
               ELSE
                   MOVE ZEROS TO WRK-IDX
               END-IF
           END-IF.

       TESTA-RESUMO.
           ADD 1 TO WRK-IDX.
           IF WRK-RES-PROFESSOR (WRK-IDX) EQUAL WRK-PROFESSOR-BUSCA
               MOVE "S" TO WRK-ACHOU
           END-IF.

       IMPRIME-RELATORIO-MES.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FALTAS DE PROFESSOR E SUBSTITUICOES - COMPETENCIA "
               WRK-PERIODO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "FALTAS E COBERTURAS POR PROFESSOR" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PROF NOME                  FALTAS COBERTAS "
               "DESCOBERTAS SUBSTITUICOES"
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO WRK-IDX.
           PERFORM IMPRIME-RESUMO-PROFESSOR
               UNTIL WRK-IDX NOT LESS WRK-QTD-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "AULAS DESCOBERTAS POR TURMA" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO WRK-TURMA-QUEBRA.
           MOVE ZEROS TO WRK-QTD-TURMA.
           PERFORM OBTEM-DESCOBERTA.
           PERFORM IMPRIME-DESCOBERTA UNTIL WRK-FIM-SORT EQUAL "S".
           IF WRK-QTD-TURMA GREATER ZEROS
               PERFORM FECHA-TURMA
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE AULAS COM FALTA: " WRK-QTD-FALTAS
               "  COBERTAS: " WRK-QTD-COBERTAS
               "  DESCOBERTAS: " WRK-QTD-DESCOBERTAS
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       IMPRIME-RESUMO-PROFESSOR.
           ADD 1 TO WRK-IDX.
           MOVE WRK-RES-PROFESSOR (WRK-IDX) TO PROF-CODIGO.
           READ ARQUIVO-PROFESSORES
               INVALID KEY
                   MOVE "(SEM CADASTRO)" TO PROF-NOME
           END-READ.
           COMPUTE WRK-QTD-TURMA EQUAL WRK-RES-FALTAS (WRK-IDX) -
               WRK-RES-COBERTAS (WRK-IDX).
           MOVE SPACES TO LINHA-RELATORIO.
           STRING WRK-RES-PROFESSOR (WRK-IDX) "  " PROF-NOME "   "
               WRK-RES-FALTAS (WRK-IDX) "      "
               WRK-RES-COBERTAS (WRK-IDX) "         "
               WRK-QTD-TURMA (2:3) "           "
               WRK-RES-SUBSTITUICOES (WRK-IDX)
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       OBTEM-DESCOBERTA.
           RETURN SORT-DESCOBERTAS
               AT END
                   MOVE "S" TO WRK-FIM-SORT
           END-RETURN.

       IMPRIME-DESCOBERTA.
           IF SORT-TURMA NOT EQUAL WRK-TURMA-QUEBRA
               IF WRK-QTD-TURMA GREATER ZEROS
                   PERFORM FECHA-TURMA
               END-IF
               MOVE SORT-TURMA TO WRK-TURMA-QUEBRA
               MOVE ZEROS TO WRK-QTD-TURMA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "TURMA " SORT-TURMA
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           ADD 1 TO WRK-QTD-TURMA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " SORT-DATA "  SLOT " SORT-SLOT "  MATERIA "
               SORT-MATERIA "  AUSENTE " SORT-AUSENTE "  "
               SORT-MOTIVO
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM OBTEM-DESCOBERTA.

       FECHA-TURMA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  AULAS DESCOBERTAS NA TURMA " WRK-TURMA-QUEBRA
               ": " WRK-QTD-TURMA
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.

       PROGRAM-DONE.
           STOP RUN.
