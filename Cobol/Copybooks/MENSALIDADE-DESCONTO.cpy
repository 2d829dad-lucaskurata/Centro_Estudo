      *================================================================*
      * MENSALIDADE-DESCONTO.CPY                                        *
      * LAYOUT DO ARQUIVO DE DESCONTOS APLICADOS NAS COBRANCAS          *
      * (MENSALIDADES_DESCONTOS.DAT), CHAVEADO COMO A MENSALIDADE (ANO  *
      * + MES + RA). SO EXISTE PARA COBRANCA COM DESCONTO: GUARDA O     *
      * VALOR INTEGRAL DA SERIE, O TIPO E PERCENTUAL APLICADOS E O      *
      * DESCONTO - MEN-VALOR JA E O VALOR COM DESCONTO. ALIMENTA O      *
      * RECIBO E O RELATORIO DE RECEITA RENUNCIADA DO PROG89.           *
      *================================================================*
       01  MENSALIDADE-DESCONTO-REGISTRO.
           05 MENSALIDADE-DESCONTO-CHAVE.
               10 MDS-ANO           PIC 9(4).
               10 MDS-MES           PIC 9(2).
               10 MDS-RA            PIC 9(7).
           05 MDS-TURMA             PIC X(5).
           05 MDS-TIPO              PIC X(1).
               88 APLICADO-BOLSA        VALUE "B".
               88 APLICADO-IRMAO        VALUE "I".
           05 MDS-PERCENTUAL        PIC 9(3)V99.
           05 MDS-VALOR-INTEGRAL    PIC 9(6)V99.
           05 MDS-DESCONTO          PIC 9(6)V99.
