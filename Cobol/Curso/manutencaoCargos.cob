      *     FAIXA SALARIAL (MINIMO/MAXIMO) E O DEPARTAMENTO DO CARGO.
      *     O PROG36 SO ACEITA EM FUNCIONARIO-CARGO UM CODIGO
      *     CADASTRADO AQUI, E O SALARIO BASE E CRITICADO CONTRA A
      *     FAIXA DO CARGO NO PROG36 E NO PROG48. O REGIME DAS HORAS
      *     ALEM DA JORNADA (PAGAS OU BANCO DE HORAS) E DO CARGO E
      *     DECIDE O QUE A IMPORTACAO DO PONTO (PROG76) FAZ COM ELAS.
      *     OS PERCENTUAIS DE ADICIONAL NOTURNO, PERICULOSIDADE E
      *     INSALUBRIDADE DO CARGO SAO PAGOS PELA FOLHA (008).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       77  CONFIRMA-EXCLUSAO  PIC A(1) VALUE SPACES.
       77  WRK-DEPARTAMENTO-OK PIC A(1) VALUE "N".
       77  WRK-FAIXA-OK        PIC A(1) VALUE "N".
       77  WRK-REGIME-OK       PIC A(1) VALUE "N".
       77  WRK-ADICIONAIS-OK   PIC A(1) VALUE "N".
       77  WRK-PERC-EDITADO    PIC Z9.99.
       77  WRK-MIN-EDITADO     PIC Z(5)9.99.
       77  WRK-MAX-EDITADO     PIC Z(5)9.99.

           DISPLAY "CODIGO: " CARGO-CODIGO "  TITULO: " CARGO-TITULO.
           DISPLAY "  FAIXA: " WRK-MIN-EDITADO " A " WRK-MAX-EDITADO
               "  DEPARTAMENTO: " CARGO-DEPARTAMENTO.
           IF CARGO-BANCO-HORAS
               DISPLAY "  HORAS ALEM DA JORNADA: BANCO DE HORAS"
           ELSE
               DISPLAY "  HORAS ALEM DA JORNADA: PAGAS COMO HORA EXTRA"
           END-IF.
           IF CARGO-PERC-NOTURNO GREATER ZEROS
               MOVE CARGO-PERC-NOTURNO TO WRK-PERC-EDITADO
               DISPLAY "  ADICIONAL NOTURNO: " WRK-PERC-EDITADO "%"
           END-IF.
           IF CARGO-PERC-PERICULOSIDADE GREATER ZEROS
               MOVE CARGO-PERC-PERICULOSIDADE TO WRK-PERC-EDITADO
               DISPLAY "  PERICULOSIDADE: " WRK-PERC-EDITADO "%"
           END-IF.
           IF CARGO-PERC-INSALUBRIDADE GREATER ZEROS
               MOVE CARGO-PERC-INSALUBRIDADE TO WRK-PERC-EDITADO
               DISPLAY "  INSALUBRIDADE: " WRK-PERC-EDITADO "%"
           END-IF.
           PERFORM LE-PROXIMO-CARGO.

       INCLUI-CARGO.
           MOVE "N" TO WRK-DEPARTAMENTO-OK.
           PERFORM PEDE-DEPARTAMENTO
               UNTIL WRK-DEPARTAMENTO-OK EQUAL "S".
           MOVE "N" TO WRK-REGIME-OK.
           PERFORM PEDE-REGIME-EXTRAS UNTIL WRK-REGIME-OK EQUAL "S".
           MOVE "N" TO WRK-ADICIONAIS-OK.
           PERFORM PEDE-ADICIONAIS UNTIL WRK-ADICIONAIS-OK EQUAL "S".

      *    PERICULOSIDADE E INSALUBRIDADE NAO SE ACUMULAM: O CARGO
      *     CARREGA UMA OU OUTRA (A MAIS VANTAJOSA, PELA CLT).
       PEDE-ADICIONAIS.
           DISPLAY "Adicional noturno em % (0 = nao tem): ".
           ACCEPT CARGO-PERC-NOTURNO.
           DISPLAY "Periculosidade em % (0 = nao tem): ".
           ACCEPT CARGO-PERC-PERICULOSIDADE.
           DISPLAY "Insalubridade em % (0 = nao tem): ".
           ACCEPT CARGO-PERC-INSALUBRIDADE.

           IF CARGO-PERC-PERICULOSIDADE GREATER ZEROS
               AND CARGO-PERC-INSALUBRIDADE GREATER ZEROS
               DISPLAY "PERICULOSIDADE E INSALUBRIDADE NAO SE "
                   "ACUMULAM - INFORME SO UM DOS DOIS."
           ELSE
               MOVE "S" TO WRK-ADICIONAIS-OK
           END-IF.

       PEDE-REGIME-EXTRAS.
           DISPLAY "Horas alem da jornada (P-pagas como hora extra  "
               "B-banco de horas): ".
           ACCEPT CARGO-REGIME-EXTRAS.
           IF CARGO-REGIME-EXTRAS EQUAL "p"
               MOVE "P" TO CARGO-REGIME-EXTRAS
           END-IF.
           IF CARGO-REGIME-EXTRAS EQUAL "b"
               MOVE "B" TO CARGO-REGIME-EXTRAS
           END-IF.
           IF CARGO-REGIME-EXTRAS EQUAL "P" OR CARGO-REGIME-EXTRAS
               EQUAL "B"
               MOVE "S" TO WRK-REGIME-OK
           ELSE
               DISPLAY "REGIME INVALIDO - USE P OU B."
           END-IF.

       PEDE-FAIXA-SALARIAL.
           DISPLAY "Digite o salario minimo da faixa: ".
