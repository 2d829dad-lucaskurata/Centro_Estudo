      *     O CODIGO DE MOTIVO DO BANCO E MONTA UMA REMESSA DE REENVIO
      *     (REMESSA_BANCARIA_REENVIO.DAT) COM OS DADOS BANCARIOS
      *     ATUAIS DO CADASTRO - DEPOIS QUE O PROG36 CORRIGIR A CONTA.
      *     O CREDITO DE PENSAO ALIMENTICIA (DETALHE TIPO 2, COM A
      *     MATRICULA DO FUNCIONARIO QUE PAGA) E CASADO PELA MATRICULA
      *     E PELO TIPO, E REENVIADO COM OS DADOS DO BENEFICIARIO NA
      *     ORDEM DE PENSAO (PENSOES.DAT) - DEPOIS QUE O PROG100
      *     CORRIGIR A CONTA.
      *================================================================*
       ENVIRONMENT                                     DIVISION.
      *=================================================================
           ORGANIZATION IS INDEXED
           RECORD KEY IS FUNCIONARIO-CODIGO
           ACCESS MODE IS DYNAMIC.

           SELECT OPTIONAL ARQUIVO-PENSOES
           ASSIGN TO "pensoes.dat"
           ORGANIZATION IS INDEXED
           RECORD KEY IS PENSAO-CHAVE
           ACCESS MODE IS DYNAMIC.
      *=================================================================
       DATA                                            DIVISION.
      *=================================================================
           05 REM-D-CONTA-DV    PIC X(1).
           05 REM-D-VALOR       PIC 9(8)V99.
           05 REM-D-NOME        PIC X(20).
           05 REM-D-CPF         PIC 9(11).

      *    RETORNO DO BANCO: UMA OCORRENCIA POR CREDITO, COM O CODIGO
      *    DE OCORRENCIA DO BANCO (00 = CREDITO EFETIVADO; QUALQUER

      *    SITUACAO FINAL DE CADA CREDITO DA REMESSA: L = LIQUIDADO,
      *    R = REJEITADO, P = SEM OCORRENCIA NO RETORNO (PENDENTE).
      *    STA-TIPO: 1 = SALARIO, 2 = PENSAO (STA-CODIGO E A MATRICULA
      *    DO FUNCIONARIO QUE PAGA).
       FD  ARQUIVO-STATUS.
       01  STATUS-REGISTRO.
           05 STA-CODIGO        PIC 9(4).
           05 STA-SITUACAO      PIC X(1).
           05 FILLER            PIC X VALUE SPACE.
           05 STA-OCORRENCIA    PIC X(2).
           05 FILLER            PIC X VALUE SPACE.
           05 STA-TIPO          PIC X(1).

       FD  ARQUIVO-REJEITADOS.
       01  LINHA-REJEITADO PIC X(80).
           05 REE-D-CONTA-DV    PIC X(1).
           05 REE-D-VALOR       PIC 9(8)V99.
           05 REE-D-NOME        PIC X(20).
           05 REE-D-CPF         PIC 9(11).
       01  REENVIO-TRAILER.
           05 REE-T-TIPO        PIC X(1).
           05 REE-T-QTD         PIC 9(6).
       FD  ARQUIVO-FUNCIONARIO.
           COPY "FUNCIONARIO-REGISTRO.cpy".

       FD  ARQUIVO-PENSOES.
           COPY "PENSAO-ALIMENTICIA.cpy".

      *-----------------------------------------------------------------
       WORKING-STORAGE                     SECTION.

       77 WRK-QTD-DETALHES                   PIC 9(4) VALUE ZEROS.
       77 WRK-IDX                            PIC 9(4) VALUE ZEROS.
       77 WRK-ACHOU-DETALHE                  PIC A(1) VALUE "N".
       77 WRK-FIM-PENSOES                    PIC A(1) VALUE "N".
       77 WRK-ACHOU-PENSAO                   PIC A(1) VALUE "N".
       77 WRK-QTD-LIQUIDADOS                 PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS                 PIC 9(4) VALUE ZEROS.
       77 WRK-QTD-PENDENTES                  PIC 9(4) VALUE ZEROS.
       01 WRK-QUADRO-REMESSA.
           05 WRK-REM-ITEM OCCURS 500 TIMES.
               10 WRK-REM-CODIGO             PIC 9(4).
               10 WRK-REM-TIPO               PIC X(1).
               10 WRK-REM-VALOR              PIC 9(8)V99.
               10 WRK-REM-NOME               PIC X(20).
               10 WRK-REM-SITUACAO           PIC X(1).
           OPEN OUTPUT ARQUIVO-REJEITADOS.
           OPEN OUTPUT ARQUIVO-REENVIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PENSOES.

           PERFORM 3000-GRAVA-REENVIO-HEADER.
           MOVE ZEROS TO WRK-IDX.
           CLOSE ARQUIVO-REJEITADOS.
           CLOSE ARQUIVO-REENVIO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PENSOES.

           DISPLAY 'RETORNO PROCESSADO - LIQUIDADOS: '
               WRK-QTD-LIQUIDADOS '  REJEITADOS: ' WRK-QTD-REJEITADOS
               '  SEM RETORNO: ' WRK-QTD-PENDENTES.
           IF WRK-QTD-REJEITADOS GREATER ZEROS
               DISPLAY 'CORRIJA OS DADOS BANCARIOS NO PROG36 (PENSAO '
                   'NO PROG100) E ENVIE REMESSA_BANCARIA_REENVIO.DAT '
                   'AO BANCO.'
           END-IF.
           STOP RUN.

      *----------------------------------------------------------------*
      * CARREGA OS DETALHES DA REMESSA ENVIADA - SALARIO (TIPO 1) E     *
      * PENSAO (TIPO 2) - NO QUADRO DE CASAMENTO, TODOS INICIALMENTE    *
      * PENDENTES DE RETORNO.                                           *
      *----------------------------------------------------------------*
       1000-CARREGA-REMESSA.
           READ ARQUIVO-REMESSA
           END-READ.

           IF WRK-FIM-REMESSA NOT EQUAL "S"
               AND (REM-TIPO EQUAL "1" OR REM-TIPO EQUAL "2")
               IF WRK-QTD-DETALHES LESS 500
                   ADD 1 TO WRK-QTD-DETALHES
                   MOVE REM-D-CODIGO TO
                       WRK-REM-CODIGO (WRK-QTD-DETALHES)
                   MOVE REM-D-TIPO TO
                       WRK-REM-TIPO (WRK-QTD-DETALHES)
                   MOVE REM-D-VALOR TO
                       WRK-REM-VALOR (WRK-QTD-DETALHES)
                   MOVE REM-D-NOME TO
           END-IF.

      *----------------------------------------------------------------*
      * CASA CADA OCORRENCIA DO RETORNO COM O DETALHE DA REMESSA PELA   *
      * MATRICULA E PELO TIPO (A PENSAO NAO PODE CAIR NO SALARIO DE     *
      * QUEM PAGA): OCORRENCIA 00 LIQUIDA O CREDITO, QUALQUER OUTRA     *
      * REJEITA. COM MAIS DE UMA PENSAO DO MESMO FUNCIONARIO, CADA      *
      * OCORRENCIA VAI PARA O PRIMEIRO DETALHE AINDA PENDENTE, NA ORDEM *
      * DA REMESSA; UMA OCORRENCIA REPETIDA SUBSTITUI A ANTERIOR.       *
      * OCORRENCIA SEM DETALHE CORRESPONDENTE E AVISADA AO OPERADOR.    *
      *----------------------------------------------------------------*
       2000-PROCESSA-RETORNO.
           END-READ.

           IF WRK-FIM-RETORNO NOT EQUAL "S"
               AND (RET-TIPO EQUAL "1" OR RET-TIPO EQUAL "2")
               MOVE "N" TO WRK-ACHOU-DETALHE
               MOVE ZEROS TO WRK-IDX
               PERFORM 2100-PROCURA-DETALHE
                   UNTIL WRK-ACHOU-DETALHE EQUAL "S"
                   OR WRK-IDX NOT LESS WRK-QTD-DETALHES
               IF WRK-ACHOU-DETALHE NOT EQUAL "S"
                   MOVE ZEROS TO WRK-IDX
                   PERFORM 2110-PROCURA-DETALHE-REPETIDO
                       UNTIL WRK-ACHOU-DETALHE EQUAL "S"
                       OR WRK-IDX NOT LESS WRK-QTD-DETALHES
               END-IF
               IF WRK-ACHOU-DETALHE EQUAL "S"
                   IF RET-OCORRENCIA EQUAL "00"
                       MOVE "L" TO WRK-REM-SITUACAO (WRK-IDX)
               ELSE
                   DISPLAY 'OCORRENCIA DO RETORNO SEM DETALHE NA '
                       'REMESSA - FUNCIONARIO ' RET-CODIGO
                       ' TIPO ' RET-TIPO
                       ' OCORRENCIA ' RET-OCORRENCIA '.'
               END-IF
           END-IF.
       2100-PROCURA-DETALHE.
           ADD 1 TO WRK-IDX.
           IF WRK-REM-CODIGO (WRK-IDX) EQUAL RET-CODIGO
               AND WRK-REM-TIPO (WRK-IDX) EQUAL RET-TIPO
               AND WRK-REM-SITUACAO (WRK-IDX) EQUAL "P"
               MOVE "S" TO WRK-ACHOU-DETALHE
           END-IF.

       2110-PROCURA-DETALHE-REPETIDO.
           ADD 1 TO WRK-IDX.
           IF WRK-REM-CODIGO (WRK-IDX) EQUAL RET-CODIGO
               AND WRK-REM-TIPO (WRK-IDX) EQUAL RET-TIPO
               MOVE "S" TO WRK-ACHOU-DETALHE
           END-IF.

      *----------------------------------------------------------------*
      * FECHA CADA CREDITO: GRAVA A SITUACAO FINAL, LISTA OS            *
      * REJEITADOS COM O MOTIVO DO BANCO E MONTA O DETALHE DE REENVIO   *
      * COM OS DADOS BANCARIOS ATUAIS DO CADASTRO (PENSAO: DA ORDEM).   *
      *----------------------------------------------------------------*
       3100-FECHA-CREDITO.
           ADD 1 TO WRK-IDX.
           MOVE WRK-REM-VALOR (WRK-IDX) TO STA-VALOR.
           MOVE WRK-REM-SITUACAO (WRK-IDX) TO STA-SITUACAO.
           MOVE WRK-REM-OCORRENCIA (WRK-IDX) TO STA-OCORRENCIA.
           MOVE WRK-REM-TIPO (WRK-IDX) TO STA-TIPO.
           WRITE STATUS-REGISTRO.

           IF WRK-REM-SITUACAO (WRK-IDX) EQUAL "L"
           END-IF.
           IF WRK-REM-SITUACAO (WRK-IDX) EQUAL "P"
               ADD 1 TO WRK-QTD-PENDENTES
               IF WRK-REM-TIPO (WRK-IDX) EQUAL "2"
                   DISPLAY 'PENSAO DE ' WRK-REM-NOME (WRK-IDX)
                       ' (FUNCIONARIO ' WRK-REM-CODIGO (WRK-IDX)
                       ') SEM OCORRENCIA NO RETORNO - COBRAR O BANCO.'
               ELSE
                   DISPLAY 'CREDITO DO FUNCIONARIO '
                       WRK-REM-CODIGO (WRK-IDX)
                       ' SEM OCORRENCIA NO RETORNO - COBRAR O BANCO.'
               END-IF
           END-IF.
           IF WRK-REM-SITUACAO (WRK-IDX) EQUAL "R"
               ADD 1 TO WRK-QTD-REJEITADOS
               MOVE WRK-REM-VALOR (WRK-IDX) TO WRK-VALOR-EDITADO
               MOVE SPACES TO LINHA-REJEITADO
               IF WRK-REM-TIPO (WRK-IDX) EQUAL "2"
                   STRING "BENEFICIARIO " WRK-REM-NOME (WRK-IDX)
                       " PENSAO FUNC " WRK-REM-CODIGO (WRK-IDX)
                       " VALOR " WRK-VALOR-EDITADO
                       " MOTIVO " WRK-REM-OCORRENCIA (WRK-IDX)
                       DELIMITED BY SIZE INTO LINHA-REJEITADO
                   WRITE LINHA-REJEITADO
                   PERFORM 3300-GRAVA-REENVIO-PENSAO
               ELSE
                   STRING "FUNCIONARIO " WRK-REM-CODIGO (WRK-IDX)
                       " " WRK-REM-NOME (WRK-IDX)
                       " VALOR " WRK-VALOR-EDITADO
                       " MOTIVO " WRK-REM-OCORRENCIA (WRK-IDX)
                       DELIMITED BY SIZE INTO LINHA-REJEITADO
                   WRITE LINHA-REJEITADO
                   PERFORM 3200-GRAVA-REENVIO-DETALHE
               END-IF
           END-IF.

       3200-GRAVA-REENVIO-DETALHE.
                   MOVE FUNCIONARIO-CONTA-DV TO REE-D-CONTA-DV
                   MOVE WRK-REM-VALOR (WRK-IDX) TO REE-D-VALOR
                   MOVE FUNCIONARIO-NOME TO REE-D-NOME
                   MOVE FUNCIONARIO-CPF TO REE-D-CPF
                   WRITE REENVIO-DETALHE
                   ADD 1 TO WRK-REE-QTD
                   ADD WRK-REM-VALOR (WRK-IDX) TO WRK-REE-TOTAL
           END-READ.

      *----------------------------------------------------------------*
      * REENVIO DA PENSAO REJEITADA: DETALHE TIPO 2 COM A MATRICULA DE  *
      * QUEM PAGA E O NOME E OS DADOS BANCARIOS ATUAIS DO BENEFICIARIO, *
      * LIDOS NAS ORDENS DE PENSAO DO FUNCIONARIO PELO NOME ENVIADO.    *
      * SEM CPF, COMO NA REMESSA DA FOLHA.                              *
      *----------------------------------------------------------------*
       3300-GRAVA-REENVIO-PENSAO.
           MOVE "N" TO WRK-FIM-PENSOES.
           MOVE "N" TO WRK-ACHOU-PENSAO.
           MOVE WRK-REM-CODIGO (WRK-IDX) TO PEN-CODIGO.
           MOVE ZEROS TO PEN-ORDEM.
           START ARQUIVO-PENSOES KEY IS NOT LESS PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WRK-FIM-PENSOES
           END-START.
           PERFORM 3310-PROCURA-PENSAO
               UNTIL WRK-FIM-PENSOES EQUAL "S"
               OR WRK-ACHOU-PENSAO EQUAL "S".

           IF WRK-ACHOU-PENSAO EQUAL "S"
               MOVE "2" TO REE-D-TIPO
               MOVE PEN-CODIGO TO REE-D-CODIGO
               MOVE PEN-BANCO TO REE-D-BANCO
               MOVE PEN-AGENCIA TO REE-D-AGENCIA
               MOVE PEN-CONTA TO REE-D-CONTA
               MOVE PEN-CONTA-DV TO REE-D-CONTA-DV
               MOVE WRK-REM-VALOR (WRK-IDX) TO REE-D-VALOR
               MOVE PEN-BENEFICIARIO TO REE-D-NOME
               MOVE ZEROS TO REE-D-CPF
               WRITE REENVIO-DETALHE
               ADD 1 TO WRK-REE-QTD
               ADD WRK-REM-VALOR (WRK-IDX) TO WRK-REE-TOTAL
           ELSE
               DISPLAY 'PENSAO DE ' WRK-REM-NOME (WRK-IDX)
                   ' (FUNCIONARIO ' WRK-REM-CODIGO (WRK-IDX)
                   ') NAO ESTA MAIS NAS ORDENS - FORA DO REENVIO.'
           END-IF.

       3310-PROCURA-PENSAO.
           READ ARQUIVO-PENSOES NEXT RECORD
               AT END
                   MOVE "S" TO WRK-FIM-PENSOES
           END-READ.

           IF WRK-FIM-PENSOES NOT EQUAL "S"
               IF PEN-CODIGO EQUAL WRK-REM-CODIGO (WRK-IDX)
                   IF PEN-BENEFICIARIO EQUAL WRK-REM-NOME (WRK-IDX)
                       MOVE "S" TO WRK-ACHOU-PENSAO
                   END-IF
               ELSE
                   MOVE "S" TO WRK-FIM-PENSOES
               END-IF
           END-IF.

       3000-GRAVA-REENVIO-HEADER.
           MOVE "0" TO REE-H-TIPO.
           MOVE WRK-DATA-ATUAL TO REE-H-DATA.
