       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG107.
      *    DISTRIBUICAO DOS HOLERITES POR E-MAIL: LISTA O CONTROLE DE
      *     DISTRIBUICAO (HOLERITES_DISTRIBUICAO.DAT, GERADO PELA FOLHA
      *     SalarioCompleto) COM A CONTAGEM DE ENVIADOS, SEM E-MAIL E
      *     DEVOLVIDOS, E REGISTRA A DEVOLUCAO DE UM E-MAIL: O ITEM E
      *     MARCADO "D" (REGRAVACAO PELO .NOVO, COMO NO PROG92) E O
      *     DOCUMENTO DO FUNCIONARIO E ACRESCENTADO A LISTA DE
      *     IMPRESSAO DE DEVOLVIDOS (HOLERITES_DEVOLVIDOS.LST), PARA O
      *     HOLERITE SER ENTREGUE EM PAPEL. CORRIJA O E-MAIL NO PROG36
      *     PARA AS PROXIMAS FOLHAS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARQUIVO-DISTRIBUICAO
           ASSIGN TO "holerites_distribuicao.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DISTRIBUICAO-NOVO
           ASSIGN TO "holerites_distribuicao.novo"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DOCUMENTO
           ASSIGN TO DYNAMIC WRK-NOME-DOCUMENTO
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL ARQUIVO-DEVOLVIDOS
           ASSIGN TO "holerites_devolvidos.lst"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARQUIVO-DISTRIBUICAO.
           COPY "HOLERITE-DISTRIBUICAO.cpy".

       FD  ARQUIVO-DISTRIBUICAO-NOVO.
       01  DISTRIBUICAO-REGISTRO-NOVO PIC X(118).

       FD  ARQUIVO-DOCUMENTO.
       01  LINHA-DOCUMENTO PIC X(80).

       FD  ARQUIVO-DEVOLVIDOS.
       01  LINHA-DEVOLVIDOS PIC X(80).

       WORKING-STORAGE SECTION.

       77  WRK-OPCAO           PIC 9(1) VALUE ZEROS.
       77  WRK-FIM-ARQUIVO     PIC A(1) VALUE "N".
       77  WRK-FIM-DOCUMENTO   PIC A(1) VALUE "N".
       77  WRK-CODIGO-PEDIDO   PIC 9(4) VALUE ZEROS.
       77  WRK-TIPO-PEDIDO     PIC X(1) VALUE SPACE.
       77  WRK-NOME-DOCUMENTO  PIC X(30) VALUE SPACES.
       77  WRK-MARCADA         PIC A(1) VALUE "N".
       77  WRK-DATA-HOJE       PIC 9(8) VALUE ZEROS.
       77  WRK-QTD-ENVIADOS    PIC 9(6) VALUE ZEROS.
       77  WRK-QTD-SEM-EMAIL   PIC 9(6) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDOS  PIC 9(6) VALUE ZEROS.
       77  WRK-QTD-LINHAS      PIC 9(4) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRA-BEGIN.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.

           DISPLAY "DISTRIBUICAO DE HOLERITES".
           DISPLAY "1 - Listar controle de distribuicao".
           DISPLAY "2 - Registrar e-mail devolvido".
           ACCEPT WRK-OPCAO.

           IF WRK-OPCAO EQUAL 1
               PERFORM LISTA-DISTRIBUICAO
           END-IF.
           IF WRK-OPCAO EQUAL 2
               PERFORM REGISTRA-DEVOLUCAO
           END-IF.
           STOP RUN.

       LISTA-DISTRIBUICAO.
           MOVE ZEROS TO WRK-QTD-ENVIADOS.
           MOVE ZEROS TO WRK-QTD-SEM-EMAIL.
           MOVE ZEROS TO WRK-QTD-DEVOLVIDOS.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           PERFORM LE-DISTRIBUICAO.
           PERFORM EXIBE-ITEM UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-DISTRIBUICAO.
           DISPLAY "ENVIADOS: " WRK-QTD-ENVIADOS
               "  SEM E-MAIL: " WRK-QTD-SEM-EMAIL
               "  DEVOLVIDOS: " WRK-QTD-DEVOLVIDOS.

       LE-DISTRIBUICAO.
           READ ARQUIVO-DISTRIBUICAO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       EXIBE-ITEM.
           DISPLAY DIS-PERIODO " " DIS-TIPO-FOLHA " " DIS-CODIGO " "
               DIS-NOME " " DIS-EMAIL " SITUACAO: " DIS-SITUACAO
               " EM " DIS-DATA-SITUACAO.
           IF DISTRIBUICAO-ENVIADA
               ADD 1 TO WRK-QTD-ENVIADOS
           END-IF.
           IF DISTRIBUICAO-SEM-EMAIL
               ADD 1 TO WRK-QTD-SEM-EMAIL
           END-IF.
           IF DISTRIBUICAO-DEVOLVIDA
               ADD 1 TO WRK-QTD-DEVOLVIDOS
           END-IF.
           PERFORM LE-DISTRIBUICAO.

      *    MARCA O HOLERITE ENVIADO (CODIGO + TIPO M/D) COMO DEVOLVIDO,
      *     REGRAVANDO O CONTROLE PELO .NOVO, E MANDA O DOCUMENTO PARA
      *     A LISTA DE IMPRESSAO DE DEVOLVIDOS.
       REGISTRA-DEVOLUCAO.
           DISPLAY "Codigo do funcionario: ".
           ACCEPT WRK-CODIGO-PEDIDO.
           DISPLAY "Tipo da folha (M-mensal  D-13 salario): ".
           ACCEPT WRK-TIPO-PEDIDO.
           IF WRK-TIPO-PEDIDO EQUAL "d"
               MOVE "D" TO WRK-TIPO-PEDIDO
           END-IF.
           IF WRK-TIPO-PEDIDO NOT EQUAL "D"
               MOVE "M" TO WRK-TIPO-PEDIDO
           END-IF.

           MOVE "N" TO WRK-MARCADA.
           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-DISTRIBUICAO.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO-NOVO.
           PERFORM LE-DISTRIBUICAO.
           PERFORM COPIA-ITEM UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-DISTRIBUICAO.
           CLOSE ARQUIVO-DISTRIBUICAO-NOVO.

           MOVE "N" TO WRK-FIM-ARQUIVO.
           OPEN INPUT ARQUIVO-DISTRIBUICAO-NOVO.
           OPEN OUTPUT ARQUIVO-DISTRIBUICAO.
           PERFORM LE-NOVO.
           PERFORM DEVOLVE-ITEM UNTIL WRK-FIM-ARQUIVO EQUAL "S".
           CLOSE ARQUIVO-DISTRIBUICAO-NOVO.
           CLOSE ARQUIVO-DISTRIBUICAO.

           IF WRK-MARCADA EQUAL "S"
               PERFORM IMPRIME-DEVOLVIDO
               DISPLAY "DEVOLUCAO REGISTRADA - " WRK-QTD-LINHAS
                   " LINHA(S) EM HOLERITES_DEVOLVIDOS.LST."
               DISPLAY "CORRIJA O E-MAIL DO FUNCIONARIO NO PROG36."
           ELSE
               DISPLAY "HOLERITE ENVIADO NAO ENCONTRADO NO CONTROLE."
           END-IF.

       COPIA-ITEM.
           IF DIS-CODIGO EQUAL WRK-CODIGO-PEDIDO
               AND DIS-TIPO-FOLHA EQUAL WRK-TIPO-PEDIDO
               AND DISTRIBUICAO-ENVIADA
               MOVE "D" TO DIS-SITUACAO
               MOVE WRK-DATA-HOJE TO DIS-DATA-SITUACAO
               MOVE DIS-DOCUMENTO TO WRK-NOME-DOCUMENTO
               MOVE "S" TO WRK-MARCADA
           END-IF.
           WRITE DISTRIBUICAO-REGISTRO-NOVO FROM DISTRIBUICAO-REGISTRO.
           PERFORM LE-DISTRIBUICAO.

       LE-NOVO.
           READ ARQUIVO-DISTRIBUICAO-NOVO
               AT END
                   MOVE "S" TO WRK-FIM-ARQUIVO
           END-READ.

       DEVOLVE-ITEM.
           WRITE DISTRIBUICAO-REGISTRO FROM DISTRIBUICAO-REGISTRO-NOVO.
           PERFORM LE-NOVO.

      *    COPIA O DOCUMENTO INDIVIDUAL PARA A LISTA DE DEVOLVIDOS,
      *     SEM AS LINHAS DE ENDERECAMENTO DO E-MAIL (ATE A PRIMEIRA
      *     LINHA EM BRANCO).
       IMPRIME-DEVOLVIDO.
           MOVE ZEROS TO WRK-QTD-LINHAS.
           MOVE "N" TO WRK-FIM-DOCUMENTO.
           OPEN INPUT ARQUIVO-DOCUMENTO.
           OPEN EXTEND ARQUIVO-DEVOLVIDOS.
           PERFORM LE-DOCUMENTO.
           PERFORM LE-DOCUMENTO
               UNTIL WRK-FIM-DOCUMENTO EQUAL "S"
                  OR LINHA-DOCUMENTO EQUAL SPACES.
           IF WRK-FIM-DOCUMENTO NOT EQUAL "S"
               PERFORM LE-DOCUMENTO
           END-IF.
           PERFORM COPIA-LINHA-DOCUMENTO
               UNTIL WRK-FIM-DOCUMENTO EQUAL "S".
           CLOSE ARQUIVO-DOCUMENTO.
           CLOSE ARQUIVO-DEVOLVIDOS.

       LE-DOCUMENTO.
           READ ARQUIVO-DOCUMENTO
               AT END
                   MOVE "S" TO WRK-FIM-DOCUMENTO
           END-READ.

       COPIA-LINHA-DOCUMENTO.
           WRITE LINHA-DEVOLVIDOS FROM LINHA-DOCUMENTO.
           ADD 1 TO WRK-QTD-LINHAS.
           PERFORM LE-DOCUMENTO.
