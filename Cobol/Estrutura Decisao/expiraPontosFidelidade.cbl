       FILE                                   SECTION.
      *-----------------------------------------------------------------
      *    MESMO LAYOUT DO RAZAO GRAVADO PELA BOMBA (A = ACUMULO,
      *    B = BONUS DE ANIVERSARIO, I = BONUS DE INDICACAO,
      *    R = RESGATE) E POR ESTE EXPURGO (E = EXPIRACAO).
       FD  ARQUIVO-MOV-PONTOS.
           COPY "MOVIMENTO-PONTOS.cpy".
       77 WRK-QTD-EXPIRADOS              PIC 9(3) VALUE ZEROS.
       77 WRK-TOT-EXPIRADO               PIC 9(8) VALUE ZEROS.

      *    ACUMULOS (TIPOS A, B E I) DOS ULTIMOS 365 DIAS POR TELEFONE.
       01 WRK-QUADRO-RECENTES.
           05 WRK-REC-ITEM OCCURS 200 TIMES.
               10 WRK-REC-TELEFONE       PIC 9(11).
           END-READ.

       1100-ACUMULA-RECENTES.
           IF (MOVP-TIPO EQUAL "A" OR MOVP-TIPO EQUAL "B"
               OR MOVP-TIPO EQUAL "I")
               AND MOVP-DATA NUMERIC
               AND MOVP-DATA GREATER ZEROS
               COMPUTE WRK-MOV-INTEIRO EQUAL
