      * CHAVEADO PELO CODIGO DO CARGO. FUNCIONARIO-CARGO GUARDA O       *
      * CODIGO DESTE MESTRE; O PROG36 E O PROG48 CRITICAM O SALARIO     *
      * BASE CONTRA A FAIXA SALARIAL DO CARGO (MINIMO/MAXIMO).          *
      * CARGO-REGIME-EXTRAS DIZ SE AS HORAS ALEM DA JORNADA DE QUEM     *
      * OCUPA O CARGO SAO PAGAS COMO HORA EXTRA (P, OU EM BRANCO NOS    *
      * CARGOS ANTIGOS) OU VAO PARA O BANCO DE HORAS (B), CONFORME O    *
      * ACORDO COLETIVO.                                                *
      * OS ADICIONAIS DO CARGO SAO PERCENTUAIS (ZERO = NAO TEM): O      *
      * NOTURNO INCIDE SOBRE A HORA NORMAL DAS HORAS NOTURNAS APURADAS  *
      * NO PONTO (22H AS 5H); PERICULOSIDADE E INSALUBRIDADE INCIDEM    *
      * SOBRE O SALARIO DO MES E NAO SE ACUMULAM NO MESMO CARGO.        *
      *================================================================*
       01  CARGO-REGISTRO.
           05 CARGO-CODIGO          PIC 9(3).
           05 CARGO-SALARIO-MINIMO  PIC 9(6)V99.
           05 CARGO-SALARIO-MAXIMO  PIC 9(6)V99.
           05 CARGO-DEPARTAMENTO    PIC X(15).
           05 CARGO-REGIME-EXTRAS   PIC X(1).
               88 CARGO-BANCO-HORAS      VALUE "B".
               88 CARGO-HORA-EXTRA-PAGA  VALUE "P" " ".
           05 CARGO-PERC-NOTURNO    PIC 9(2)V99.
           05 CARGO-PERC-PERICULOSIDADE PIC 9(2)V99.
           05 CARGO-PERC-INSALUBRIDADE  PIC 9(2)V99.
