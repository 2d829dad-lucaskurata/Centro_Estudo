      *================================================================*
      * BANCO-HORAS.CPY                                                 *
      * LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DO BANCO DE HORAS        *
      * (BANCO_HORAS.DAT), UM LANCAMENTO POR FUNCIONARIO + DATA +       *
      * SEQUENCIA. CREDITO (C) = HORAS ALEM DA JORNADA APURADAS PELA    *
      * IMPORTACAO DO PONTO (PROG76, SEQUENCIA 90, UM POR DIA); DEBITO  *
      * (D) = FOLGA COMPENSADA LANCADA NO PROG103; PAGAMENTO (P) =      *
      * SALDO VENCIDO (CREDITO COM MAIS DE SEIS MESES) PAGO COMO HORA   *
      * EXTRA PELA RODADA MENSAL (BancoHoras, SEQUENCIA 93). O SALDO E  *
      * CREDITOS MENOS DEBITOS MENOS PAGAMENTOS; OS DEBITOS CONSOMEM    *
      * SEMPRE OS CREDITOS MAIS ANTIGOS.                                *
      *================================================================*
       01  BANCO-HORAS-REGISTRO.
           05 BANCO-HORAS-CHAVE.
               10 BH-CODIGO         PIC 9(4).
               10 BH-DATA           PIC 9(8).
               10 BH-SEQUENCIA      PIC 9(2).
           05 BH-TIPO               PIC X(1).
               88 BH-CREDITO        VALUE "C".
               88 BH-DEBITO         VALUE "D".
               88 BH-PAGAMENTO      VALUE "P".
           05 BH-HORAS              PIC 9(3)V99.
           05 BH-HISTORICO          PIC X(30).
