      *================================================================*
      * BOLETO-VALIDACAO.CPY                                            *
      * AREA DE TRABALHO DA LINHA DIGITAVEL (47 DIGITOS) E DO CODIGO DE *
      * BARRAS (44 DIGITOS) DO BOLETO BANCARIO. O PROGRAMA MONTA OU     *
      * CONFERE OS DIGITOS NOS SEUS PARAGRAFOS E DEVOLVE O RESULTADO EM *
      * BOL-SITUACAO:                                                   *
      *   CAMPOS 1 A 3 DA LINHA - DV MODULO 10: PESOS 2 E 1 DA DIREITA  *
      *         PARA A ESQUERDA, PRODUTO ACIMA DE 9 SOMA OS DIGITOS,    *
      *         DV = 10 - (SOMA MOD 10), RESTO ZERO DA DV ZERO.         *
      *   DV GERAL (POSICAO 5 DO CODIGO DE BARRAS) - MODULO 11 DOS      *
      *         OUTROS 43 DIGITOS COM PESOS 2 A 9 DA DIREITA PARA A     *
      *         ESQUERDA, DV = 11 - (SOMA MOD 11); DV 0, 10 OU 11 VIRA  *
      *         1.                                                      *
      *   FATOR DE VENCIMENTO - DIAS DESDE 07/10/1997; PASSANDO DE 9999 *
      *         O FATOR RECOMECA EM 1000 (CICLOS DE 9000 DIAS). FATOR   *
      *         ZERO = BOLETO SEM VENCIMENTO.                           *
      * OS BOLETOS DE MENSALIDADE DA ESCOLA (PROG89) SAEM PELO BANCO    *
      * BOL-BANCO-ESCOLA COM O CONVENIO BOL-CONVENIO-ESCOLA NO CAMPO    *
      * LIVRE, SEGUIDO DO NOSSO NUMERO = ANO + MES + RA DA COBRANCA.    *
      *================================================================*
       01  BOL-VALIDACAO.
           05 BOL-LINHA-DIGITAVEL   PIC X(47) VALUE SPACES.
           05 BOL-LINHA-CAMPOS REDEFINES BOL-LINHA-DIGITAVEL.
               10 BOL-L-CAMPO1      PIC X(9).
               10 BOL-L-DV1         PIC 9(1).
               10 BOL-L-CAMPO2      PIC X(10).
               10 BOL-L-DV2         PIC 9(1).
               10 BOL-L-CAMPO3      PIC X(10).
               10 BOL-L-DV3         PIC 9(1).
               10 BOL-L-DV-GERAL    PIC 9(1).
               10 BOL-L-FATOR-VALOR PIC X(14).
           05 BOL-CODIGO-BARRAS     PIC X(44) VALUE SPACES.
           05 BOL-BARRAS-CAMPOS REDEFINES BOL-CODIGO-BARRAS.
               10 BOL-BANCO         PIC 9(3).
               10 BOL-MOEDA         PIC 9(1).
               10 BOL-DV-GERAL      PIC 9(1).
               10 BOL-FATOR-VENCIMENTO PIC 9(4).
               10 BOL-VALOR         PIC 9(8)V9(2).
               10 BOL-CAMPO-LIVRE   PIC X(25).
           05 BOL-BARRAS-ESCOLA REDEFINES BOL-CODIGO-BARRAS.
               10 FILLER            PIC X(19).
               10 BOL-CONVENIO      PIC 9(6).
               10 BOL-NOSSO-NUMERO.
                   15 BOL-NN-ANO    PIC 9(4).
                   15 BOL-NN-MES    PIC 9(2).
                   15 BOL-NN-RA     PIC 9(7).
               10 FILLER            PIC X(6).
           05 BOL-BANCO-ESCOLA      PIC 9(3) VALUE 001.
           05 BOL-CONVENIO-ESCOLA   PIC 9(6) VALUE 089001.
           05 BOL-DATA-BASE-FATOR   PIC 9(8) VALUE 19971007.
           05 BOL-VENCIMENTO        PIC 9(8) VALUE ZEROS.
           05 BOL-DIAS-FATOR        PIC 9(6) VALUE ZEROS.
           05 BOL-DIAS-HOJE         PIC 9(6) VALUE ZEROS.
      *    DIGITOS DO TRECHO EM CONFERENCIA (BOL-TAMANHO POSICOES).
           05 BOL-SEQUENCIA         PIC X(43) VALUE SPACES.
           05 BOL-SEQ-DIGITOS REDEFINES BOL-SEQUENCIA.
               10 BOL-DIGITO        PIC 9(1) OCCURS 43 TIMES.
           05 BOL-TAMANHO           PIC 9(2) VALUE ZEROS.
           05 BOL-IDX               PIC 9(2) VALUE ZEROS.
           05 BOL-PESO              PIC 9(2) VALUE ZEROS.
           05 BOL-PRODUTO           PIC 9(2) VALUE ZEROS.
           05 BOL-SOMA              PIC 9(4) VALUE ZEROS.
           05 BOL-QUOCIENTE         PIC 9(4) VALUE ZEROS.
           05 BOL-RESTO             PIC 9(2) VALUE ZEROS.
           05 BOL-DV                PIC 9(2) VALUE ZEROS.
           05 BOL-SITUACAO          PIC X(1) VALUE SPACE.
               88 BOL-VALIDO            VALUE "V".
               88 BOL-INVALIDO          VALUE "I".
