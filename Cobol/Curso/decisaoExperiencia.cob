       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG105.
      *    DECISAO DO GESTOR SOBRE OS CONTRATOS DE EXPERIENCIA
      *     (CONTRATOS_EXPERIENCIA.DAT, ABERTOS PELO ACOMPANHAMENTO
      *     NOTURNO ContratoExperiencia): LISTA OS CONTRATOS COM
      *     DECISAO EM ABERTO E REGISTRA, PARA CADA UM, PRORROGAR
      *     (SO NO 1O PERIODO, ATE O 90O DIA), EFETIVAR OU DESLIGAR.
      *     NO DESLIGAMENTO FICA GRAVADO O VENCIMENTO VIGENTE E A DATA
      *     PREVISTA; A INATIVACAO CONTINUA NO PROG36, E A RESCISAO
      *     (014) APLICA A REGRA DO CONTRATO DE EXPERIENCIA - TERMINO
      *     NO VENCIMENTO OU RESCISAO ANTECIPADA (ART. 479 DA CLT).
      *     A DECISAO SO E ACEITA ATE O VENCIMENTO VIGENTE: DEPOIS
      *     DELE O CONTRATO JA E POR PRAZO INDETERMINADO E SO PODE SER
      *     EFETIVADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-EXPERIENCIA
           ASSIGN TO "contratos_experiencia.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS EXP-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT ARQUIVO-FUNCIONARIO
           ASSIGN TO "funcionarios.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-EXPERIENCIA.
           COPY "EXPERIENCIA-REGISTRO.cpy".

       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO          PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO    PIC A(1) VALUE "N".
       77  WRK-DATA-ATUAL     PIC 9(8) VALUE ZEROS.
       77  WRK-VENCIMENTO     PIC 9(8) VALUE ZEROS.
       77  WRK-DECISAO        PIC X(1) VALUE SPACE.
       77  WRK-DECISAO-OK     PIC A(1) VALUE "N".
       77  WRK-DATA-DIGITADA  PIC 9(8) VALUE ZEROS.
       77  WRK-QTD-LISTADOS   PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD.
           OPEN I-O ARQUIVO-EXPERIENCIA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM EXIBE-MENU-PRINCIPAL.
           CLOSE ARQUIVO-EXPERIENCIA.
           CLOSE ARQUIVO-FUNCIONARIO.
           GO TO PROGRAM-DONE.

       EXIBE-MENU-PRINCIPAL.
           DISPLAY "=========================================".
           DISPLAY "CONTRATOS DE EXPERIENCIA".
           DISPLAY "1 - Listar contratos com decisao em aberto".
           DISPLAY "2 - Registrar decisao do gestor".
           DISPLAY "0 - Encerrar".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-ABERTOS
           END-IF.

           IF WRK-OPCAO EQUAL 2
               PERFORM REGISTRA-DECISAO
                   THRU REGISTRA-DECISAO-FIM
           END-IF.

           IF WRK-OPCAO NOT EQUAL 0
               PERFORM EXIBE-MENU-PRINCIPAL
           END-IF.

       LISTA-ABERTOS.
           MOVE ZEROS TO WRK-QTD-LISTADOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           MOVE ZEROS TO EXP-CODIGO.
           START ARQUIVO-EXPERIENCIA KEY IS NOT LESS EXP-CODIGO
               INVALID KEY
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-START.

           IF WRK-FIM-ARQUIVO NOT EQUAL "S"
               PERFORM LE-PROXIMO-CONTRATO
           END-IF.

           PERFORM EXIBE-CONTRATO UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           DISPLAY "CONTRATOS COM DECISAO EM ABERTO: " WRK-QTD-LISTADOS.

       LE-PROXIMO-CONTRATO.
           READ ARQUIVO-EXPERIENCIA NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       EXIBE-CONTRATO.
           IF EXP-DECISAO-ABERTA
               PERFORM OBTEM-VENCIMENTO
               MOVE EXP-CODIGO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       MOVE SPACES TO FUNCIONARIO-NOME
               END-READ
               DISPLAY EXP-CODIGO " " FUNCIONARIO-NOME
                   " ADMISSAO: " EXP-DATA-ADMISSAO
                   " VENCE: " WRK-VENCIMENTO
                   " SITUACAO: " EXP-SITUACAO
               ADD 1 TO WRK-QTD-LISTADOS
           END-IF.
           PERFORM LE-PROXIMO-CONTRATO.

      *    VENCIMENTO EM VIGOR: 45O DIA NO 1O PERIODO, 90O DIA DEPOIS
      *     DA PRORROGACAO.
       OBTEM-VENCIMENTO.
           IF EXP-PRIMEIRO-PERIODO
               MOVE EXP-VENCIMENTO-1 TO WRK-VENCIMENTO
           ELSE
               MOVE EXP-VENCIMENTO-2 TO WRK-VENCIMENTO
           END-IF.

       REGISTRA-DECISAO.
           DISPLAY "Digite o codigo do funcionario: ".
           ACCEPT EXP-CODIGO.

           READ ARQUIVO-EXPERIENCIA
               INVALID KEY
                   DISPLAY "FUNCIONARIO SEM CONTRATO DE EXPERIENCIA "
                       "ABERTO."
                   GO TO REGISTRA-DECISAO-FIM
           END-READ.
           IF NOT EXP-DECISAO-ABERTA
               DISPLAY "CONTRATO JA DECIDIDO (SITUACAO " EXP-SITUACAO
                   ") EM " EXP-DATA-DECISAO "."
               GO TO REGISTRA-DECISAO-FIM
           END-IF.

           PERFORM OBTEM-VENCIMENTO.
           DISPLAY "ADMISSAO: " EXP-DATA-ADMISSAO
               "  VENCIMENTO VIGENTE: " WRK-VENCIMENTO.

           IF WRK-VENCIMENTO LESS WRK-DATA-ATUAL
               DISPLAY "VENCIMENTO JA PASSOU SEM DECISAO - O CONTRATO "
                   "E POR PRAZO INDETERMINADO."
               DISPLAY "Registrar como efetivado? (S/N)"
               ACCEPT WRK-DECISAO
               IF WRK-DECISAO EQUAL "S" OR WRK-DECISAO EQUAL "s"
                   MOVE "E" TO EXP-SITUACAO
                   MOVE WRK-DATA-ATUAL TO EXP-DATA-DECISAO
                   REWRITE EXPERIENCIA-REGISTRO
                   DISPLAY "CONTRATO REGISTRADO COMO EFETIVADO."
               END-IF
               GO TO REGISTRA-DECISAO-FIM
           END-IF.

           MOVE "N" TO WRK-DECISAO-OK.
           PERFORM PEDE-DECISAO UNTIL WRK-DECISAO-OK EQUAL "S".

           IF WRK-DECISAO EQUAL "P"
               MOVE "P" TO EXP-SITUACAO
               DISPLAY "CONTRATO PRORROGADO ATE " EXP-VENCIMENTO-2 "."
           END-IF.
           IF WRK-DECISAO EQUAL "E"
               MOVE "E" TO EXP-SITUACAO
               DISPLAY "CONTRATO EFETIVADO."
           END-IF.
           IF WRK-DECISAO EQUAL "D"
               PERFORM PEDE-DATA-DESLIGAMENTO
               MOVE "D" TO EXP-SITUACAO
               MOVE WRK-VENCIMENTO TO EXP-VENCIMENTO-VIGENTE
               MOVE WRK-DATA-DIGITADA TO EXP-DATA-DESLIGAMENTO
               IF WRK-DATA-DIGITADA LESS WRK-VENCIMENTO
                   DISPLAY "DESLIGAMENTO ANTES DO VENCIMENTO - "
                       "RESCISAO ANTECIPADA (ART. 479)."
               ELSE
                   DISPLAY "DESLIGAMENTO NO TERMINO DO CONTRATO."
               END-IF
               DISPLAY "INATIVE O FUNCIONARIO NO PROG36 NA DATA DO "
                   "DESLIGAMENTO E CALCULE A RESCISAO."
           END-IF.
           MOVE WRK-DATA-ATUAL TO EXP-DATA-DECISAO.
           REWRITE EXPERIENCIA-REGISTRO.

       REGISTRA-DECISAO-FIM.
           EXIT.

       PEDE-DECISAO.
           IF EXP-PRIMEIRO-PERIODO
               DISPLAY "Decisao (P-prorrogar  E-efetivar  D-desligar): "
           ELSE
               DISPLAY "Decisao (E-efetivar  D-desligar): "
           END-IF.
           ACCEPT WRK-DECISAO.
           IF WRK-DECISAO EQUAL "p"
               MOVE "P" TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL "e"
               MOVE "E" TO WRK-DECISAO
           END-IF.
           IF WRK-DECISAO EQUAL "d"
               MOVE "D" TO WRK-DECISAO
           END-IF.

           IF WRK-DECISAO EQUAL "E" OR WRK-DECISAO EQUAL "D"
               OR (WRK-DECISAO EQUAL "P" AND EXP-PRIMEIRO-PERIODO)
               MOVE "S" TO WRK-DECISAO-OK
           ELSE
               DISPLAY "DECISAO INVALIDA - O CONTRATO SO PODE SER "
                   "PRORROGADO UMA VEZ."
           END-IF.

      *    DATA PREVISTA DO DESLIGAMENTO: EM BRANCO (ZERO) VALE O
      *     PROPRIO VENCIMENTO; NAO PODE SER ANTERIOR A HOJE NEM
      *     POSTERIOR AO VENCIMENTO.
       PEDE-DATA-DESLIGAMENTO.
           MOVE ZEROS TO WRK-DATA-DIGITADA.
           DISPLAY "Data do desligamento AAAAMMDD (0 = no vencimento "
               WRK-VENCIMENTO "): ".
           ACCEPT WRK-DATA-DIGITADA.
           IF WRK-DATA-DIGITADA EQUAL ZEROS
               OR WRK-DATA-DIGITADA GREATER WRK-VENCIMENTO
               MOVE WRK-VENCIMENTO TO WRK-DATA-DIGITADA
           END-IF.
           IF WRK-DATA-DIGITADA LESS WRK-DATA-ATUAL
               MOVE WRK-DATA-ATUAL TO WRK-DATA-DIGITADA
           END-IF.
           DISPLAY "DESLIGAMENTO PREVISTO PARA " WRK-DATA-DIGITADA ".".

       PROGRAM-DONE.
           STOP RUN.
