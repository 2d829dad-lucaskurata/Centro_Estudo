      *     BOLETIM. O LANCAMENTO SO E ACEITO DO USUARIO DO PROFESSOR
      *     ALOCADO NA TURMA E MATERIA (PROG84/PROG85) - O PROFESSOR
      *     SE IDENTIFICA COM USUARIO E SENHA ANTES DE LANCAR.
      *     CADA REGISTRO LEVA A TURMA, A MATERIA, O PROFESSOR E
      *     QUANTAS AULAS (HORAS-AULA) A TURMA TEVE NO DIA, PARA A
      *     CONTAGEM MENSAL DAS HORAS-AULA DA FOLHA. NO DIA EM QUE O
      *     PROFESSOR ALOCADO FALTOU, O SUBSTITUTO REGISTRADO PARA A
      *     AULA (SUBSTITUICOES.DAT, PROG115) TAMBEM PODE LANCAR.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALOCACAO-CHAVE
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-SUBSTITUICOES
           ASSIGN TO "substituicoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS SUBSTITUICAO-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
       FD  ARQUIVO-ALOCACOES.
           COPY "ALOCACAO-REGISTRO.cpy".

       FD  ARQUIVO-SUBSTITUICOES.
           COPY "SUBSTITUICAO-REGISTRO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-MATERIA-AULA               PIC 9(3) VALUE ZEROS.
       77 WRK-ALOCACAO-OK                PIC A(1) VALUE "N".
       77 WRK-FIM-ALOCACOES              PIC A(1) VALUE "N".
       77 WRK-FIM-SUBSTITUICOES          PIC A(1) VALUE "N".
       77 WRK-PROFESSOR-AULA             PIC 9(3) VALUE ZEROS.
       77 WRK-AULAS-DIA                  PIC 9(1) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
           DISPLAY 'CODIGO DA MATERIA: '.
           ACCEPT WRK-MATERIA-AULA.

           DISPLAY 'DATA DA AULA (AAAAMMDD, 0 = HOJE): '.
           ACCEPT WRK-DATA-AULA.
           IF WRK-DATA-AULA EQUAL ZEROS
               ACCEPT WRK-DATA-AULA FROM DATE YYYYMMDD
           END-IF.

           PERFORM 0600-CONFERE-ALOCACAO.
           IF WRK-ALOCACAO-OK NOT EQUAL "S"
               PERFORM 0700-CONFERE-SUBSTITUICAO
           END-IF.
           IF WRK-ALOCACAO-OK NOT EQUAL "S"
               DISPLAY 'USUARIO NAO E O PROFESSOR ALOCADO NESTA '
                   'TURMA E MATERIA (PROG85) NEM O SUBSTITUTO DA '
                   'AULA NA DATA (PROG115) - LANCAMENTO RECUSADO.'
               STOP RUN
           END-IF.

           DISPLAY 'QUANTIDADE DE AULAS (HORAS-AULA) DA TURMA NO DIA '
               '(0 = 1): '.
           ACCEPT WRK-AULAS-DIA.
           IF WRK-AULAS-DIA EQUAL ZEROS
               MOVE 1 TO WRK-AULAS-DIA
           END-IF.

           OPEN EXTEND ARQUIVO-PRESENCAS.
                           IF PROF-USUARIO EQUAL
                               WRK-USUARIO-DIGITADO
                               MOVE "S" TO WRK-ALOCACAO-OK
                               MOVE PROF-CODIGO TO WRK-PROFESSOR-AULA
                               MOVE "S" TO WRK-FIM-ALOCACOES
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * USUARIO FORA DA ALOCACAO: ACEITO SE E O SUBSTITUTO DE ALGUMA    *
      * AULA DA TURMA E MATERIA NA DATA; O LANCAMENTO SAI NO NOME DELE. *
      *----------------------------------------------------------------*
       0700-CONFERE-SUBSTITUICAO.
           MOVE "N" TO WRK-FIM-SUBSTITUICOES.
           OPEN INPUT ARQUIVO-SUBSTITUICOES.
           OPEN INPUT ARQUIVO-PROFESSORES.

           MOVE WRK-DATA-AULA TO SUB-DATA.
           MOVE WRK-TURMA-AULA TO SUB-TURMA.
           MOVE ZEROS TO SUB-SLOT.
           START ARQUIVO-SUBSTITUICOES
               KEY IS NOT LESS SUBSTITUICAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
           END-START.

           PERFORM 0710-LE-SUBSTITUICAO
               UNTIL WRK-FIM-SUBSTITUICOES EQUAL "S".

           CLOSE ARQUIVO-SUBSTITUICOES.
           CLOSE ARQUIVO-PROFESSORES.

       0710-LE-SUBSTITUICAO.
           READ ARQUIVO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
           END-READ.

           IF WRK-FIM-SUBSTITUICOES NOT EQUAL "S"
               IF SUB-DATA EQUAL WRK-DATA-AULA
                   AND SUB-TURMA EQUAL WRK-TURMA-AULA
                   IF SUB-MATERIA EQUAL WRK-MATERIA-AULA
                       AND NOT AULA-DESCOBERTA
                       MOVE SUB-PROFESSOR-SUBSTITUTO TO PROF-CODIGO
                       READ ARQUIVO-PROFESSORES
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PROF-USUARIO EQUAL
                                   WRK-USUARIO-DIGITADO
                                   MOVE "S" TO WRK-ALOCACAO-OK
                                   MOVE PROF-CODIGO TO
                                       WRK-PROFESSOR-AULA
                                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
                               END-IF
                       END-READ
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-SUBSTITUICOES
               END-IF
           END-IF.

       1000-LANCA-PRESENCA.
           DISPLAY 'PRESENTE? (S/N): '.
           ACCEPT WRK-PRESENTE-DIGITADO.
               MOVE WRK-DATA-AULA TO FRE-DATA
               MOVE WRK-RA-DIGITADO TO FRE-RA
               MOVE WRK-PRESENTE-DIGITADO TO FRE-PRESENTE
               MOVE WRK-TURMA-AULA TO FRE-TURMA
               MOVE WRK-MATERIA-AULA TO FRE-MATERIA
               MOVE WRK-PROFESSOR-AULA TO FRE-PROFESSOR
               MOVE WRK-AULAS-DIA TO FRE-AULAS
               WRITE PRESENCA-REGISTRO
               ADD 1 TO WRK-QTD-LANCADAS
           ELSE
