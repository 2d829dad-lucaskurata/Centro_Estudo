      *================================================================*
      * PENSAO-ALIMENTICIA.CPY                                          *
      * LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DE ORDENS JUDICIAIS DE   *
      * PENSAO ALIMENTICIA (PENSOES.DAT), CHAVEADO POR FUNCIONARIO +    *
      * NUMERO DA ORDEM. CADA ORDEM TRAZ O BENEFICIARIO E A CONTA DELE, *
      * E A FORMA DO DESCONTO: PERCENTUAL DO LIQUIDO (BRUTO MENOS IR E  *
      * INSS), PERCENTUAL DO BRUTO OU VALOR FIXO. A FOLHA DESCONTA A    *
      * PENSAO DEPOIS DO IR/INSS E GRAVA O CREDITO DO BENEFICIARIO NA   *
      * MESMA REMESSA BANCARIA DOS SALARIOS (DETALHE TIPO 2). VIGENCIA  *
      * COMO NAS CONSIGNACOES: FIM ZERADO = SEM PRAZO.                  *
      *================================================================*
       01  PENSAO-REGISTRO.
           05 PENSAO-CHAVE.
               10 PEN-CODIGO        PIC 9(4).
               10 PEN-ORDEM         PIC 9(2).
           05 PEN-BENEFICIARIO      PIC X(20).
           05 PEN-BANCO             PIC 9(3).
           05 PEN-AGENCIA           PIC 9(4).
           05 PEN-CONTA             PIC 9(10).
           05 PEN-CONTA-DV          PIC X(1).
           05 PEN-FORMA             PIC X(1).
               88 PEN-POR-LIQUIDO   VALUE "L".
               88 PEN-POR-BRUTO     VALUE "B".
               88 PEN-POR-VALOR     VALUE "V".
           05 PEN-PERCENTUAL        PIC 9(2)V99.
           05 PEN-VALOR             PIC 9(6)V99.
           05 PEN-INICIO            PIC 9(6).
           05 PEN-FIM               PIC 9(6).
