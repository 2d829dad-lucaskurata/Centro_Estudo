      *   A = ADIANTAMENTO  (MOV-VALOR EM REAIS)                        *
      *   C = COMISSAO      (MOV-VALOR EM REAIS, PROVENTO - GRAVADO     *
      *                      PELO BATCH DE COMISSAO DOS ATENDENTES)     *
      *   V = VALE-TRANSPORTE (MOV-VALOR = COMPRA DO MES; A FOLHA       *
      *                      DESCONTA ATE 6% DO SALARIO BASE)           *
      *   N = HORAS NOTURNAS (MOV-QUANTIDADE EM HORAS ENTRE 22H E 5H,   *
      *                      BASE DO ADICIONAL NOTURNO DO CARGO)        *
      *   D = COMPRAS NO POSTO (MOV-VALOR EM REAIS, DESCONTO DAS        *
      *                      COMPRAS NA CONTA FUNCIONARIO, JA LIMITADO  *
      *                      PELO FECHAMENTO MENSAL)                    *
      *   P = HORAS-AULA    (MOV-QUANTIDADE EM HORAS-AULA DADAS NO MES, *
      *                      PAGAS PELA HORA NORMAL DO SALARIO BASE)    *
      * SEQUENCIAS RESERVADAS AOS BATCHES: 90 IMPORTACAO DE PONTO,      *
      * 91 COMISSAO, 92 VALE-TRANSPORTE, 93 BANCO DE HORAS VENCIDO      *
      * PAGO COMO HORA EXTRA, 94 ADIANTAMENTO QUINZENAL, 95 COMPRAS DE  *
      * FUNCIONARIOS NO POSTO, 96 HORAS-AULA DOS PROFESSORES.           *
      *================================================================*
       01  MOVIMENTO-REGISTRO.
           05 MOVIMENTO-CHAVE.
                   88 MOV-FALTA         VALUE "F".
                   88 MOV-ADIANTAMENTO  VALUE "A".
                   88 MOV-COMISSAO      VALUE "C".
                   88 MOV-VALE-TRANSPORTE VALUE "V".
                   88 MOV-HORA-NOTURNA  VALUE "N".
                   88 MOV-COMPRA-POSTO  VALUE "D".
                   88 MOV-HORA-AULA     VALUE "P".
               10 MOV-SEQUENCIA     PIC 9(2).
           05 MOV-QUANTIDADE        PIC 9(3)V99.
           05 MOV-VALOR             PIC 9(6)V99.
