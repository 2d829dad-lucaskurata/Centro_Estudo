      *================================================================*
       IDENTIFICATION                                  DIVISION.
      *================================================================*
       PROGRAM-ID. "ConverteEleicao".
       AUTHOR. "LUCAS KURATA".
      *    CONVERSAO UNICA PARA A ELEICAO DO CONSELHO: REGRAVA O
      *     CADERNO DE ELEITORES (ELEITORES.DAT) COM A MARCA DE VOTOU DO
      *     CONSELHO (CARGO 3) E O CADASTRO DE CANDIDATOS
      *     (CANDIDATOS.DAT) COM A CHAPA DO CANDIDATO, E CRIA O CADASTRO
      *     DE CARGOS (CARGOS_ELEICAO.DAT) COM AS VAGAS DO CONSELHO.
      *
      *     PROCEDIMENTO DE VIRADA (UMA UNICA VEZ, FORA DE ELEICAO):
      *       1. RENOMEIE eleitores.dat PARA eleitores.old E
      *          candidatos.dat PARA candidatos.old;
      *       2. RODE ESTE PROGRAMA, INFORME AS VAGAS DO CONSELHO E
      *          CONFIRA AS CONTAGENS;
      *       3. NA PROXIMA APURACAO O CONSELHO COM VAGAS E SEM
      *          CANDIDATOS PEDE O CADASTRO DAS CHAPAS;
      *       4. GUARDE OS .old ATE VALIDAR A PRIMEIRA ELEICAO.
      *
      *     ELEITOR ANTIGO ENTRA SEM VOTO NO CONSELHO E CANDIDATO
      *     ANTIGO (PRESIDENTE OU VICE) SEM CHAPA. ARQUIVO SEM O .old
      *     NAO E TOCADO.
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
           SELECT OPTIONAL VELHO-ELEITORES
           ASSIGN TO "eleitores.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-ELE-ID
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-ELEITORES
           ASSIGN TO "eleitores.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS ELE-ID
           ACCESS MODE IS SEQUENTIAL.

           SELECT OPTIONAL VELHO-CANDIDATOS
           ASSIGN TO "candidatos.old"
           ORGANIZATION IS INDEXED
           RECORD KEY IS VEL-CANDIDATO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-CANDIDATOS
           ASSIGN TO "candidatos.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CANDIDATO-CHAVE
           ACCESS MODE IS SEQUENTIAL.

           SELECT ARQUIVO-CARGOS
           ASSIGN TO "cargos_eleicao.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS CGE-CARGO
           ACCESS MODE IS SEQUENTIAL.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
      *-----------------------------------------------------------------
       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    CADERNO NO LAYOUT ANTERIOR AO CONSELHO (32 BYTES).
       FD  VELHO-ELEITORES.
       01  VELHO-ELEITOR-REGISTRO.
           05 VEL-ELE-ID            PIC 9(8).
           05 VEL-ELE-NOME          PIC A(20).
           05 VEL-ELE-VOTOU-CARGO1  PIC X(1).
           05 VEL-ELE-VOTOU-CARGO2  PIC X(1).
           05 VEL-ELE-SECAO         PIC 9(2).

       FD  ARQUIVO-ELEITORES.
           COPY "ELEITOR-REGISTRO.cpy".

      *    CANDIDATO NO LAYOUT ANTERIOR AS CHAPAS (13 BYTES).
       FD  VELHO-CANDIDATOS.
       01  VELHO-CANDIDATO-REGISTRO.
           05 VEL-CANDIDATO-CHAVE.
               10 VEL-CAND-CARGO    PIC 9(1).
               10 VEL-CAND-CODIGO   PIC 9(2).
           05 VEL-CAND-NOME         PIC A(10).

       FD  ARQUIVO-CANDIDATOS.
       01  CANDIDATO-REGISTRO.
           05 CANDIDATO-CHAVE.
               10 CAND-CARGO  PIC 9(1).
               10 CAND-CODIGO PIC 9(2).
           05 CAND-NOME   PIC A(10).
           05 CAND-PARTIDO PIC X(6).

       FD  ARQUIVO-CARGOS.
           COPY "CARGO-ELEICAO.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.
      *-----------------------------------------------------------------
       77 WRK-FIM-ARQUIVO                PIC A(1) VALUE "N".
       77 WRK-QTD-ELEITORES              PIC 9(6) VALUE ZEROS.
       77 WRK-QTD-CANDIDATOS             PIC 9(6) VALUE ZEROS.
       77 WRK-VAGAS-CONSELHO             PIC 9(2) VALUE ZEROS.

      *=================================================================
       PROCEDURE                                       DIVISION.
      *=================================================================

       0000-MAINLINE.
           DISPLAY 'CONVERSAO PARA A ELEICAO DO CONSELHO'.
           DISPLAY '(LE eleitores.old E candidatos.old E CRIA '
               'cargos_eleicao.dat)'.

           PERFORM 1000-CONVERTE-ELEITORES.
           PERFORM 2000-CONVERTE-CANDIDATOS.
           PERFORM 3000-CRIA-CARGOS.

           DISPLAY 'CONVERSAO CONCLUIDA - CONFIRA AS CONTAGENS E '
               'GUARDE OS .old ATE VALIDAR A PRIMEIRA ELEICAO.'.
           STOP RUN.

      *----------------------------------------------------------------*
      * CADERNO NO LAYOUT NOVO, SEM VOTO NO CONSELHO.                   *
      *----------------------------------------------------------------*
       1000-CONVERTE-ELEITORES.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-ELEITORES.
           PERFORM 1100-LE-VELHO-ELEITOR.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY 'eleitores.old AUSENTE OU VAZIO - CADERNO NAO '
                   'TOCADO.'
               CLOSE VELHO-ELEITORES
           ELSE
               OPEN OUTPUT ARQUIVO-ELEITORES
               PERFORM 1200-COPIA-ELEITOR
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-ELEITORES
               CLOSE ARQUIVO-ELEITORES
               DISPLAY 'eleitores.old -> eleitores.dat: '
                   WRK-QTD-ELEITORES ' REGISTRO(S).'
           END-IF.

       1100-LE-VELHO-ELEITOR.
           READ VELHO-ELEITORES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       1200-COPIA-ELEITOR.
           MOVE VEL-ELE-ID TO ELE-ID.
           MOVE VEL-ELE-NOME TO ELE-NOME.
           MOVE VEL-ELE-VOTOU-CARGO1 TO ELE-VOTOU-CARGO1.
           MOVE VEL-ELE-VOTOU-CARGO2 TO ELE-VOTOU-CARGO2.
           MOVE VEL-ELE-SECAO TO ELE-SECAO.
           MOVE "N" TO ELE-VOTOU-CARGO3.
           WRITE ELEITOR-REGISTRO.
           ADD 1 TO WRK-QTD-ELEITORES.
           PERFORM 1100-LE-VELHO-ELEITOR.

      *----------------------------------------------------------------*
      * CANDIDATOS NO LAYOUT NOVO, SEM CHAPA.                           *
      *----------------------------------------------------------------*
       2000-CONVERTE-CANDIDATOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT VELHO-CANDIDATOS.
           PERFORM 2100-LE-VELHO-CANDIDATO.
           IF WRK-FIM-ARQUIVO EQUAL "S"
               DISPLAY 'candidatos.old AUSENTE OU VAZIO - CADASTRO NAO '
                   'TOCADO.'
               CLOSE VELHO-CANDIDATOS
           ELSE
               OPEN OUTPUT ARQUIVO-CANDIDATOS
               PERFORM 2200-COPIA-CANDIDATO
                   UNTIL WRK-FIM-ARQUIVO EQUAL "S"
               CLOSE VELHO-CANDIDATOS
               CLOSE ARQUIVO-CANDIDATOS
               DISPLAY 'candidatos.old -> candidatos.dat: '
                   WRK-QTD-CANDIDATOS ' REGISTRO(S).'
           END-IF.

       2100-LE-VELHO-CANDIDATO.
           READ VELHO-CANDIDATOS NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       2200-COPIA-CANDIDATO.
           MOVE VEL-CAND-CARGO TO CAND-CARGO.
           MOVE VEL-CAND-CODIGO TO CAND-CODIGO.
           MOVE VEL-CAND-NOME TO CAND-NOME.
           MOVE SPACES TO CAND-PARTIDO.
           WRITE CANDIDATO-REGISTRO.
           ADD 1 TO WRK-QTD-CANDIDATOS.
           PERFORM 2100-LE-VELHO-CANDIDATO.

      *----------------------------------------------------------------*
      * CARGOS DA ELEICAO: PRESIDENTE E VICE MAJORITARIOS DE UMA VAGA E *
      * O CONSELHO PROPORCIONAL COM AS VAGAS INFORMADAS.                *
      *----------------------------------------------------------------*
       3000-CRIA-CARGOS.
           DISPLAY 'Vagas do CONSELHO (eleicao proporcional por '
               'chapa, 0 = sem eleicao): '.
           ACCEPT WRK-VAGAS-CONSELHO.

           OPEN OUTPUT ARQUIVO-CARGOS.
           MOVE 1 TO CGE-CARGO.
           MOVE "PRESIDENTE" TO CGE-NOME.
           MOVE "M" TO CGE-TIPO.
           MOVE 1 TO CGE-VAGAS.
           WRITE CARGO-ELEICAO-REGISTRO.
           MOVE 2 TO CGE-CARGO.
           MOVE "VICE" TO CGE-NOME.
           MOVE "M" TO CGE-TIPO.
           MOVE 1 TO CGE-VAGAS.
           WRITE CARGO-ELEICAO-REGISTRO.
           MOVE 3 TO CGE-CARGO.
           MOVE "CONSELHO" TO CGE-NOME.
           MOVE "P" TO CGE-TIPO.
           MOVE WRK-VAGAS-CONSELHO TO CGE-VAGAS.
           WRITE CARGO-ELEICAO-REGISTRO.
           CLOSE ARQUIVO-CARGOS.
           DISPLAY 'cargos_eleicao.dat CRIADO - CONSELHO COM '
               WRK-VAGAS-CONSELHO ' VAGA(S).'.
