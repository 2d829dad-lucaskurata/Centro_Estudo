      *================================================================*
      * TIPO-CASO.CPY                                                   *
      * LAYOUT DA TABELA DE TIPOS DE CASO (TIPOS_CASO.DAT), INDEXADA    *
      * POR TPC-TIPO E MANTIDA NA MANUTENCAO DE CASOS: O PRAZO LEGAL DA *
      * INVESTIGACAO EM DIAS CORRIDOS A PARTIR DA ABERTURA, QUANTAS     *
      * PRORROGACOES O TIPO ADMITE E QUANTOS DIAS CADA UMA ACRESCENTA.  *
      *================================================================*
       01  TIPO-CASO-REGISTRO.
           05 TPC-TIPO              PIC 9(2).
           05 TPC-DESCRICAO         PIC X(20).
           05 TPC-PRAZO-DIAS        PIC 9(3).
           05 TPC-MAX-PRORROGACOES  PIC 9(2).
           05 TPC-DIAS-PRORROGACAO  PIC 9(3).
