      *================================================================*
      * DOCUMENTO-VALIDACAO.CPY                                         *
      * AREA DE TRABALHO DA CRITICA DE DIGITO VERIFICADOR DO CPF E DO   *
      * PIS/PASEP/NIT. O PROGRAMA MOVE O NUMERO PARA DOC-NUMERO, FAZ A  *
      * CONTA NOS SEUS PARAGRAFOS DE CRITICA E DEVOLVE O RESULTADO EM   *
      * DOC-SITUACAO:                                                   *
      *   CPF - DV1 = 11 - (SOMA DOS 9 PRIMEIROS DIGITOS COM PESOS 10   *
      *         A 2) MOD 11, E DV2 = 11 - (SOMA DOS 10 PRIMEIROS COM    *
      *         PESOS 11 A 2) MOD 11; RESTO MENOR QUE 2 DA DV ZERO.     *
      *         ONZE DIGITOS IGUAIS SAO RECUSADOS.                      *
      *   PIS - DV = 11 - (SOMA DOS 10 PRIMEIROS DIGITOS COM OS PESOS   *
      *         3298765432) MOD 11; DV 10 OU 11 VIRA ZERO.              *
      *================================================================*
       01  DOC-VALIDACAO.
           05 DOC-NUMERO            PIC 9(11) VALUE ZEROS.
           05 DOC-DIGITOS REDEFINES DOC-NUMERO.
               10 DOC-DIGITO        PIC 9(1) OCCURS 11 TIMES.
           05 DOC-PESOS-PIS         PIC X(10) VALUE "3298765432".
           05 DOC-TABELA-PESOS REDEFINES DOC-PESOS-PIS.
               10 DOC-PESO-PIS      PIC 9(1) OCCURS 10 TIMES.
           05 DOC-IDX               PIC 9(2) VALUE ZEROS.
           05 DOC-PESO              PIC 9(2) VALUE ZEROS.
           05 DOC-SOMA              PIC 9(4) VALUE ZEROS.
           05 DOC-QUOCIENTE         PIC 9(4) VALUE ZEROS.
           05 DOC-RESTO             PIC 9(2) VALUE ZEROS.
           05 DOC-DV                PIC 9(2) VALUE ZEROS.
           05 DOC-QTD-IGUAIS        PIC 9(2) VALUE ZEROS.
           05 DOC-SITUACAO          PIC X(1) VALUE SPACE.
               88 DOC-VALIDO            VALUE "V".
               88 DOC-NAO-INFORMADO     VALUE "N".
               88 DOC-INVALIDO          VALUE "I".
